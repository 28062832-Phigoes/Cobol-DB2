      *****************************************************
      *    LAYOUT DO CADASTRO DE RECLAMACOES DA OUVIDORIA *
      *    (KSDS OUVIDOR, CHAVE NUMERO DO PROTOCOLO).     *
      *    REGISTRADO E MANTIDO PELO ALUNO184, LIDO PELO  *
      *    ACOMPANHAMENTO DE PRAZO DIARIO (ALUNO185) E    *
      *    PELA ESTATISTICA TRIMESTRAL (ALUNO186)         *
      *    CANAL:     A=AGENCIA T=TELEFONE (SAC)          *
      *               I=INTERNET R=REGULADOR/PROCON       *
      *    CATEGORIA: TA=TARIFA DN=DEBITO NAO RECONHECIDO *
      *               CC=CARTA DE COBRANCA TD=ATRASO TED  *
      *               AT=ATENDIMENTO OU=OUTROS            *
      *    SITUACAO:  A=ABERTA R=RESPONDIDA               *
      *    RESULTADO: P=PROCEDENTE C=PARCIALMENTE         *
      *               PROCEDENTE I=IMPROCEDENTE           *
      *    O PRAZO E A DATA DE ABERTURA MAIS OS DIAS      *
      *    UTEIS REGULAMENTARES (ALUNO63)                 *
      *****************************************************
       01  REG-OUVIDOR.
           05 FD-OUV-PROTOCOLO      PIC 9(7).
           05 FD-OUV-CODIGO         PIC 9(5).
           05 FD-OUV-EMPRESA        PIC 99.
           05 FD-OUV-CANAL          PIC X(01).
              88 OUV-CANAL-VALIDO              VALUE 'A' 'T' 'I'
                                                     'R'.
           05 FD-OUV-CATEGORIA      PIC X(02).
              88 OUV-CATEGORIA-VALIDA          VALUE 'TA' 'DN' 'CC'
                                                     'TD' 'AT' 'OU'.
      *    NOTA OU CONTRATO DE EMPRESTIMO RECLAMADO (ZEROS =
      *    NAO SE APLICA)
           05 FD-OUV-NOTA           PIC 9(6).
           05 FD-OUV-CONTRATO       PIC 9(6).
           05 FD-OUV-AREA           PIC X(08).
           05 FD-OUV-SITUACAO       PIC X(01).
              88 OUV-ABERTA                    VALUE 'A'.
              88 OUV-RESPONDIDA                VALUE 'R'.
           05 FD-OUV-DATA-ABERTURA  PIC 9(8).
           05 FD-OUV-DATA-PRAZO     PIC 9(8).
           05 FD-OUV-DATA-RESPOSTA  PIC 9(8).
      *    DIAS UTEIS DA ABERTURA ATE A RESPOSTA
           05 FD-OUV-DIAS-RESPOSTA  PIC 9(3).
           05 FD-OUV-RESULTADO      PIC X(01).
              88 OUV-PROCEDENTE                VALUE 'P'.
              88 OUV-PARCIAL                   VALUE 'C'.
              88 OUV-IMPROCEDENTE              VALUE 'I'.
      *    RESSARCIMENTO AO CLIENTE: CREDITO NO LAYOUT LANCAM
      *    NA FAIXA 697500-699999
           05 FD-OUV-VALOR-RESSARC  PIC 9(6)V99.
           05 FD-OUV-CONTA-RESSARC  PIC X(01).
           05 FD-OUV-NOTA-RESSARC   PIC 9(6).
           05 FD-OUV-ANALISTA       PIC X(08).
           05 FD-OUV-DATA-ACAO      PIC 9(8).
           05 FD-OUV-DESCRICAO      PIC X(60).
           05 FD-OUV-RESPOSTA       PIC X(60).
           05 FILLER                PIC X(33).
