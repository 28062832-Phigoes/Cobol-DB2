      *****************************************************
      *    LAYOUT DO ARQUIVO DE CASOS DE FRAUDE DA MESA   *
      *    DE SEGURANCA (KSDS CASOFRD, CHAVE NUMERO DO    *
      *    CASO). ABERTO PELO ALUNO181 A PARTIR DAS       *
      *    EXCECOES DO ALUNO77 (UM CASO EM ANDAMENTO POR  *
      *    CLIENTE, ATE 20 EXCECOES LIGADAS), MOVIDO      *
      *    PELAS ACOES DO ALUNO182 E LIDO PELO RELATORIO  *
      *    SEMANAL DO ALUNO183                            *
      *    SITUACAO: A=ABERTO I=EM INVESTIGACAO           *
      *              F=FRAUDE CONFIRMADA L=ALARME FALSO   *
      *****************************************************
       01  REG-CASOFRD.
           05 FD-CSF-NUMERO         PIC 9(7).
           05 FD-CSF-CODIGO         PIC 9(5).
           05 FD-CSF-EMPRESA        PIC 99.
           05 FD-CSF-SITUACAO       PIC X(01).
              88 CSF-ABERTO                    VALUE 'A'.
              88 CSF-INVESTIGANDO              VALUE 'I'.
              88 CSF-FRAUDE                    VALUE 'F'.
              88 CSF-ALARME-FALSO              VALUE 'L'.
              88 CSF-EM-ANDAMENTO              VALUE 'A' 'I'.
              88 CSF-ENCERRADO                 VALUE 'F' 'L'.
           05 FD-CSF-ANALISTA       PIC X(08).
           05 FD-CSF-DATA-ABERTURA  PIC 9(8).
           05 FD-CSF-DATA-ACAO      PIC 9(8).
           05 FD-CSF-DATA-ENCERRA   PIC 9(8).
      *    FRAUDE CONFIRMADA: ESTORNOS PEDIDOS E MOVIMENTO DE
      *    BLOQUEIO GERADO PARA O ALUNO27 (S = GERADO)
           05 FD-CSF-QTDE-ESTORNOS  PIC 99.
           05 FD-CSF-BLOQUEIO       PIC X(01).
           05 FD-CSF-QTDE-EXC       PIC 99.
           05 FD-CSF-EXCECAO        OCCURS 20 TIMES.
              10 FD-CSF-EXC-NOTA    PIC 9(6).
              10 FD-CSF-EXC-VALOR   PIC 9(6)V99.
              10 FD-CSF-EXC-DATA    PIC 9(8).
              10 FD-CSF-EXC-MOTIVO  PIC X(02).
              10 FD-CSF-EXC-TIPO    PIC X(01).
              10 FD-CSF-EXC-CONTA   PIC X(01).
              10 FD-CSF-EXC-CANAL   PIC X(01).
              10 FD-CSF-EXC-AGENCIA PIC 9(3).
           05 FD-CSF-OBSERVACAO     PIC X(40).
           05 FILLER                PIC X(08).
