      *****************************************************
      *    DCLGEN DAS VARIAVEIS HOST DA TABELA            *
      *    EAD316.FAIXA_FUNCIONARIO (FAIXA SALARIAL       *
      *    ATRIBUIDA A CADA FUNCIONARIO)                  *
      *****************************************************
       01  DB2-FAIXA-FUNCIONARIO.
           05 DB2-FFX-CODFUN        PIC 9(5).
           05 DB2-FFX-FAIXA         PIC X(03).
