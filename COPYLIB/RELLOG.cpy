      *****************************************************
      *    LAYOUT DO LOG DAS REIMPRESSOES DO ARQUIVO DE   *
      *    RELATORIOS (GR.EAD316.RELATORIOS.REIMPR.LOG,   *
      *    OPEN EXTEND PELO ALUNO177): UMA LINHA POR      *
      *    PEDIDO, COM QUEM PEDIU, O QUE FOI PEDIDO E     *
      *    QUANTAS PAGINAS SAIRAM                         *
      *****************************************************
       01  REG-RELLOG.
           05 FD-RLG-DATA           PIC 9(08).
           05 FD-RLG-HORA           PIC 9(06).
           05 FD-RLG-OPERADOR       PIC X(08).
           05 FD-RLG-RELATORIO      PIC X(08).
           05 FD-RLG-DATA-INI       PIC 9(08).
           05 FD-RLG-DATA-FIM       PIC 9(08).
           05 FD-RLG-QUEBRA         PIC X(25).
           05 FD-RLG-PAGINAS        PIC 9(05).
           05 FILLER                PIC X(04).
