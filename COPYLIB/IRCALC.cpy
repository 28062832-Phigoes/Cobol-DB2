      *****************************************************
      *    AREA DE COMUNICACAO COM O SUBPROGRAMA ALUNO145 *
      *    (IMPOSTO DE RENDA REGRESSIVO SOBRE RENDIMENTO  *
      *    DE CDB: DADAS A DATA DA APLICACAO, A DATA DO   *
      *    RESGATE E O RENDIMENTO, DEVOLVE OS DIAS        *
      *    CORRIDOS DE APLICACAO, A ALIQUOTA DA FAIXA E   *
      *    O VALOR DO IMPOSTO A RETER)                    *
      *****************************************************
       01  LK-IRC-COM.
           05 LK-IRC-DATA-APLICACAO PIC 9(8).
           05 LK-IRC-DATA-RESGATE PIC 9(8).
           05 LK-IRC-RENDIMENTO  PIC 9(9)V99.
           05 LK-IRC-DIAS        PIC 9(5).
           05 LK-IRC-ALIQUOTA    PIC 9(3)V99.
           05 LK-IRC-VALOR-IR    PIC 9(9)V99.
           05 LK-IRC-STATUS      PIC X(01).
              88 LK-IRC-OK                    VALUE '0'.
              88 LK-IRC-DATA-INVALIDA         VALUE '1'.
