      *****************************************************
      *    LAYOUT DO DESCONTO EM FOLHA DE EMPRESTIMO      *
      *    CONSIGNADO: GRAVADO PELO INTAKE DA FOLHA       *
      *    (ALUNO96) NO ARQUIVO DE PENDENTES, A PARCELA   *
      *    RETIDA DO CREDITO DO EMPREGADO; O FATURAMENTO  *
      *    (ALUNO65) CONSOME O ARQUIVO E AVANCA O         *
      *    CONTRATO. CONVENIO = EMPRESA DO LOTE DE FOLHA, *
      *    DATA = DATA DA FOLHA, NOTA = NOTA DO CREDITO   *
      *****************************************************
       01  REG-DESCCSG.
           05 FD-DSC-CODIGO         PIC 9(5).
           05 FD-DSC-CONTRATO       PIC 9(6).
           05 FD-DSC-CONVENIO       PIC 99.
           05 FD-DSC-PARCELA        PIC 9(3).
           05 FD-DSC-DATA           PIC 9(8).
           05 FD-DSC-VALOR          PIC 9(7)V99.
           05 FD-DSC-NOTA           PIC 9(6).
           05 FILLER                PIC X(01).
