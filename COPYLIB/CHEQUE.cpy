      *****************************************************
      *    LAYOUT DO CHEQUE NA COMPENSACAO: O MESMO       *
      *    DESENHO SERVE AO ARQUIVO DE CHEQUES            *
      *    APRESENTADOS (SO OS CAMPOS ATE A AGENCIA       *
      *    APRESENTANTE VEM PREENCHIDOS), AO MOVIMENTO    *
      *    DA NOITE (ALUNO150), AO HISTORICO DE CHEQUES   *
      *    E AO ARQUIVO DE DEVOLUCOES (ALUNO151)          *
      *    SITUACAO: A=ACEITO (DEBITO GERADO, AGUARDA O   *
      *                BALANCE LINE)                      *
      *              P=PAGO                               *
      *              D=DEVOLVIDO (MOTIVO DA TABELA PADRAO *
      *                DA COMPENSACAO)                    *
      *    O ALUNO151 TROCA O A POR P OU D NA MESMA NOITE *
      *    QTDE-APRES: APRESENTACOES DO CHEQUE (A         *
      *                SEGUNDA SEM FUNDOS E MOTIVO 12)    *
      *****************************************************
       01  REG-CHEQUE.
           05 FD-CHQ-CHAVE.
              10 FD-CHQ-CODIGO      PIC 9(5).
              10 FD-CHQ-NUMERO      PIC 9(6).
           05 FD-CHQ-VALOR          PIC 9(6)V99.
           05 FD-CHQ-DATA-EMISSAO   PIC 9(8).
           05 FD-CHQ-BANCO-APRES    PIC 9(3).
           05 FD-CHQ-AGENCIA-APRES  PIC 9(4).
           05 FD-CHQ-DATA-APRES     PIC 9(8).
           05 FD-CHQ-SITUACAO       PIC X(01).
              88 CHQ-SIT-ACEITO                VALUE 'A'.
              88 CHQ-SIT-PAGO                  VALUE 'P'.
              88 CHQ-SIT-DEVOLVIDO             VALUE 'D'.
      *    11/12=SEM FUNDOS 1A/2A APRESENTACAO 13=CONTA
      *    ENCERRADA 20=TALAO CANCELADO PELO CLIENTE
      *    21=SUSTACAO 24=BLOQUEIO DA CONTA 31=ERRO FORMAL
      *    35=CHEQUE NAO EMITIDO PELA CASA 43=REAPRESENTADO
      *    COM A SUSTACAO VIGENTE 44=PRESCRITO 49=REMESSA
      *    NULA (JA PAGO, JA DEVOLVIDO EM DEFINITIVO OU
      *    REPETIDO NA REMESSA)
           05 FD-CHQ-MOTIVO         PIC 99.
              88 CHQ-MOT-SEM-FUNDOS            VALUE 11 12.
           05 FD-CHQ-QTDE-APRES     PIC 9(1).
           05 FD-CHQ-EMPRESA        PIC 99.
           05 FILLER                PIC X(32).
