      *****************************************************
      *    LAYOUT DO CADASTRO DE ESTOQUE POR PRODUTO E    *
      *    DEPOSITO (KSDS ESTOQUE, CHAVE PRODUTO + UF: O  *
      *    DEPOSITO E O DA UF DA VENDA). SALDO EM         *
      *    UNIDADES (PODE FICAR NEGATIVO QUANDO A VENDA   *
      *    SAI ANTES DE A ENTRADA SER LANCADA) E CUSTO    *
      *    MEDIO PONDERADO DAS ENTRADAS. MINIMO, LOTE DE  *
      *    REPOSICAO E CONTAGEM FISICA VEM DO ALUNO201;   *
      *    SALDO E CUSTO SAO MOVIDOS PELO ALUNO199        *
      *    (VENDAS E ENTRADAS) E PELO AJUSTE DE CONTAGEM  *
      *    DO ALUNO201. TODO MOVIMENTO SAI NO KARDEX      *
      *****************************************************
       01  REG-ESTOQUE.
           05 FD-EST-CHAVE.
              10 FD-EST-PRODUTO     PIC 9(3).
              10 FD-EST-ESTADO      PIC XX.
           05 FD-EST-SALDO          PIC S9(7).
           05 FD-EST-CUSTO-MEDIO    PIC 9(5)V9(4).
           05 FD-EST-MINIMO         PIC 9(7).
           05 FD-EST-LOTE-REPOSICAO PIC 9(7).
           05 FD-EST-DATA-ULT-MOVTO PIC 9(8).
           05 FD-EST-DATA-CONTAGEM  PIC 9(8).
           05 FD-EST-OPERADOR       PIC X(08).
           05 FD-EST-DATA-ACAO      PIC 9(8).
           05 FILLER                PIC X(33).
