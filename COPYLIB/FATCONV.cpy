      *****************************************************
      *    LAYOUT DA FATURA DE CONVENIO (DEBITO           *
      *    AUTOMATICO DE VALOR VARIAVEL): O MESMO DESENHO *
      *    SERVE AO ARQUIVO DE FATURAS ENVIADO PELAS      *
      *    EMPRESAS (SO OS CAMPOS ATE O VENCIMENTO VEM    *
      *    PREENCHIDOS), AS FATURAS PENDENTES DE          *
      *    VENCIMENTO E AO MOVIMENTO DA NOITE (ALUNO155)  *
      *    E AO ARQUIVO DE RETORNO AOS CONVENIOS          *
      *    (ALUNO156), ESTE COM CABECALHO E TRAILER POR   *
      *    CONVENIO                                       *
      *    TIPO-REG: H=CABECALHO D=FATURA T=TRAILER       *
      *    RETORNO:  00=DEBITADA                          *
      *              01=RECUSADA POR FALTA DE FUNDOS      *
      *              02=SEM AUTORIZACAO DE DEBITO         *
      *              03=ACIMA DO VALOR MAXIMO AUTORIZADO  *
      *              04=CONTA ENCERRADA OU SEM            *
      *                 MOVIMENTACAO                      *
      *              05=FATURA REPETIDA                   *
      *              06=FATURA INVALIDA                   *
      *              07=NAO DEBITADA (OUTROS MOTIVOS DO   *
      *                 BALANCE LINE)                     *
      *    O ALUNO155 GRAVA 00 NA FATURA LANCADA E O      *
      *    ALUNO156 TROCA PELO RESULTADO DO BALANCE LINE  *
      *****************************************************
       01  REG-FATCONV.
           05 FD-FCV-TIPO-REG       PIC X(01).
              88 FCV-REG-CABECALHO             VALUE 'H'.
              88 FCV-REG-FATURA                VALUE 'D'.
              88 FCV-REG-TRAILER               VALUE 'T'.
           05 FD-FCV-CONVENIO       PIC 9(4).
           05 FD-FCV-FATURA.
              10 FD-FCV-ID-FATURA   PIC X(20).
              10 FD-FCV-CODIGO      PIC 9(5).
              10 FD-FCV-CONTRATO    PIC X(10).
              10 FD-FCV-VALOR       PIC 9(6)V99.
              10 FD-FCV-VENCIMENTO  PIC 9(8).
              10 FD-FCV-DATA-DEBITO PIC 9(8).
              10 FD-FCV-NOTA        PIC 9(6).
              10 FD-FCV-RETORNO     PIC 99.
                 88 FCV-RET-DEBITADA           VALUE 00.
                 88 FCV-RET-SEM-FUNDOS         VALUE 01.
                 88 FCV-RET-SEM-AUTORIZACAO    VALUE 02.
                 88 FCV-RET-ACIMA-MAXIMO       VALUE 03.
                 88 FCV-RET-CONTA-ENCERRADA    VALUE 04.
                 88 FCV-RET-REPETIDA           VALUE 05.
                 88 FCV-RET-INVALIDA           VALUE 06.
                 88 FCV-RET-NAO-DEBITADA       VALUE 07.
              10 FD-FCV-CONTA       PIC X(01).
              10 FD-FCV-EMPRESA     PIC 99.
              10 FILLER             PIC X(25).
           05 FD-FCV-TOTAIS REDEFINES FD-FCV-FATURA.
              10 FD-FCV-DATA-GERACAO    PIC 9(8).
              10 FD-FCV-QTDE-DEBITADAS  PIC 9(6).
              10 FD-FCV-VALOR-DEBITADO  PIC 9(9)V99.
              10 FD-FCV-QTDE-RECUSADAS  PIC 9(6).
              10 FD-FCV-VALOR-RECUSADO  PIC 9(9)V99.
              10 FILLER                 PIC X(53).
