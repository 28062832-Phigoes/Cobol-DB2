      *****************************************************
      *    LAYOUT DO MESTRE DE ACORDOS DE RENEGOCIACAO,   *
      *    CHAVEADO PELO CODIGO DO CLIENTE E PELO         *
      *    CONTRATO DO ACORDO NO EMPREST. CONTRATO-ORIG   *
      *    E O EMPRESTIMO FECHADO COMO RENEGOCIADO (ZEROS *
      *    QUANDO O ACORDO SO COBRE O CHEQUE ESPECIAL).   *
      *    CLIENTE COM ACORDO VIGENTE E O CLIENTE         *
      *    RENEGOCIADO PARA O AGING DO ALUNO115.          *
      *    SITUACAO: V=VIGENTE C=CUMPRIDO (CONTRATO DO    *
      *    ACORDO LIQUIDADO) R=ROMPIDO (PARCELAS EM       *
      *    ATRASO NO LIMITE DO ALUNO138)                  *
      *****************************************************
       01  REG-ACORDO.
           05 FD-ACD-CODIGO         PIC 9(5).
           05 FD-ACD-CONTRATO       PIC 9(6).
           05 FD-ACD-CONTRATO-ORIG  PIC 9(6).
           05 FD-ACD-DATA           PIC 9(8).
           05 FD-ACD-VALOR-EMPREST  PIC 9(7)V99.
           05 FD-ACD-VALOR-CC       PIC 9(7)V99.
           05 FD-ACD-ENTRADA        PIC 9(7)V99.
           05 FD-ACD-DESCONTO       PIC 9(7)V99.
           05 FD-ACD-PRAZO          PIC 9(3).
           05 FD-ACD-SITUACAO       PIC X(01).
              88 ACD-SIT-VIGENTE              VALUE 'V'.
              88 ACD-SIT-CUMPRIDO             VALUE 'C'.
              88 ACD-SIT-ROMPIDO              VALUE 'R'.
           05 FD-ACD-PARC-ATRASO    PIC 9(3).
           05 FD-ACD-DATA-SITUACAO  PIC 9(8).
           05 FD-ACD-OPERADOR       PIC X(08).
           05 FILLER                PIC X(16).
