      *****************************************************
      *    LAYOUT DO ARQUIVO DE ENTRADAS DE MERCADORIA    *
      *    (RECEBIMENTOS DE FORNECEDOR), ACUMULADO EM MOD *
      *    PELO RECEBIMENTO E LANCADO NO ESTOQUE PELO     *
      *    ALUNO199. DEPOSITO = UF; CUSTO-UNIT = CUSTO    *
      *    UNITARIO DA NOTA DO FORNECEDOR                 *
      *****************************************************
       01  REG-ENTREST.
           05 FD-ENT-PRODUTO        PIC 9(3).
           05 FD-ENT-ESTADO         PIC XX.
           05 FD-ENT-DATA           PIC 9(8).
           05 FD-ENT-DOCUMENTO      PIC 9(6).
           05 FD-ENT-FORNECEDOR     PIC X(20).
           05 FD-ENT-QTDE           PIC 9(7).
           05 FD-ENT-CUSTO-UNIT     PIC 9(5)V99.
           05 FILLER                PIC X(27).
