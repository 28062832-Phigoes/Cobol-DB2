      *****************************************************
      *    LAYOUT DO MESTRE DE EMPRESTIMOS BAIXADOS COMO  *
      *    PERDA (ALUNO139), CHAVEADO PELO CODIGO DO      *
      *    CLIENTE E PELO CONTRATO QUE SAIU DO EMPREST.   *
      *    SALDO-BAIXA = SALDO DEVEDOR MAIS PARCELAS EM   *
      *    ATRASO NA DATA DA BAIXA; PROVISAO = PROVISAO   *
      *    REVERTIDA NA BAIXA. RECUPERADO ACUMULA O QUE   *
      *    O CLIENTE PAGOU DEPOIS DA BAIXA (RECEITA DE    *
      *    RECUPERACAO, NUNCA COBRANCA NORMAL).           *
      *    MOTIVO: AT=ATRASO ACIMA DO LIMITE DE PERDA     *
      *****************************************************
       01  REG-BAIXAEMP.
           05 FD-BXE-CODIGO         PIC 9(5).
           05 FD-BXE-CONTRATO       PIC 9(6).
           05 FD-BXE-EMPRESA        PIC 99.
           05 FD-BXE-PRINCIPAL      PIC 9(7)V99.
           05 FD-BXE-PRAZO          PIC 9(3).
           05 FD-BXE-PARCELAS-FATUR PIC 9(3).
           05 FD-BXE-DATA-CONTRATO  PIC 9(8).
           05 FD-BXE-DATA-BAIXA     PIC 9(8).
           05 FD-BXE-SALDO-BAIXA    PIC 9(9)V99.
           05 FD-BXE-PROVISAO       PIC 9(9)V99.
           05 FD-BXE-MOTIVO         PIC X(02).
              88 BXE-MOT-ATRASO               VALUE 'AT'.
           05 FD-BXE-DIAS-ATRASO    PIC 9(3).
           05 FD-BXE-RECUPERADO     PIC 9(9)V99.
           05 FD-BXE-DATA-ULT-RECUP PIC 9(8).
           05 FILLER                PIC X(10).
