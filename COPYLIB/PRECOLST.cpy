      *****************************************************
      *    LAYOUT DA TABELA DE PRECOS DE LISTA POR        *
      *    PRODUTO E UF (KSDS PRECOS, CHAVE PRODUTO + UF  *
      *    + INICIO DE VIGENCIA, SEMPRE NO DIA 01). PARA  *
      *    A NOTA VALE A MAIOR VIGENCIA NAO POSTERIOR AO  *
      *    DIA 01 DO MES DA NOTA. PISO DE PRECO = PRECO   *
      *    DE LISTA MENOS O DESCONTO MAXIMO PERMITIDO (%) *
      *    MANTIDA PELO ALUNO197 (MOVIMENTOS NO LAYOUT    *
      *    MOVPRECO), LIDA PELA CRITICA DE VENDAS         *
      *    (ALUNO57) E PELO RELATORIO DE DESCONTOS        *
      *    (ALUNO198)                                     *
      *****************************************************
       01  REG-PRECOS.
           05 FD-PRC-CHAVE.
              10 FD-PRC-PRODUTO     PIC 9(3).
              10 FD-PRC-ESTADO      PIC XX.
              10 FD-PRC-VIGENCIA    PIC 9(8).
           05 FD-PRC-PRECO-LISTA    PIC 9(5)V99.
           05 FD-PRC-DESCONTO-MAX   PIC 9(2)V99.
           05 FD-PRC-OPERADOR       PIC X(08).
           05 FD-PRC-DATA-ACAO      PIC 9(8).
           05 FILLER                PIC X(40).
