      *****************************************************
      *    LAYOUT DO RECEBIMENTO DE EMPRESTIMO BAIXADO    *
      *    COMO PERDA: GRAVADO PELA QUITACAO (ALUNO114)   *
      *    NO ARQUIVO DE PENDENTES, RECONHECIDO COMO      *
      *    RECEITA DE RECUPERACAO PELO ALUNO139, QUE O    *
      *    PASSA AO HISTORICO DO RELATORIO ANUAL          *
      *    (ALUNO140). NOTA = NOTA DO DEBITO LANCAM       *
      *****************************************************
       01  REG-RECUPER.
           05 FD-RCP-CODIGO         PIC 9(5).
           05 FD-RCP-CONTRATO       PIC 9(6).
           05 FD-RCP-DATA           PIC 9(8).
           05 FD-RCP-VALOR          PIC 9(7)V99.
           05 FD-RCP-NOTA           PIC 9(6).
           05 FD-RCP-EMPRESA        PIC 99.
           05 FILLER                PIC X(04).
