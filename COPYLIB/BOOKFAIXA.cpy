      *****************************************************
      *    DCLGEN DAS VARIAVEIS HOST DA TABELA            *
      *    EAD316.FAIXAS_SALARIAIS (UMA LINHA POR FAIXA E *
      *    DATA DE VIGENCIA AAAAMMDD; VALE A DE MAIOR     *
      *    VIGENCIA ATE A DATA CONSULTADA)                *
      *****************************************************
       01  DB2-FAIXAS-SALARIAIS.
           05 DB2-FAIXA-CODIGO      PIC X(03).
           05 DB2-FAIXA-VIGENCIA    PIC S9(8) COMP-3.
           05 DB2-FAIXA-MINIMO      PIC S9(7)V99 COMP-3.
           05 DB2-FAIXA-MEDIO       PIC S9(7)V99 COMP-3.
           05 DB2-FAIXA-MAXIMO      PIC S9(7)V99 COMP-3.
