      *****************************************************
      *    LAYOUT DA TRILHA DE AUDITORIA DO MINI-EXTRATO  *
      *    ON-LINE (ALUNO169): UM REGISTRO POR CONSULTA,  *
      *    COM O OPERADOR, A PAGINA PEDIDA E QUANTAS      *
      *    LINHAS FORAM MOSTRADAS (KSDS AUDEXTR)          *
      *****************************************************
       01  REG-AUDEXTR.
           05 FD-AEX-CHAVE.
              10 FD-AEX-CODIGO      PIC 9(5).
              10 FD-AEX-DATA        PIC 9(8).
              10 FD-AEX-HORA        PIC 9(6).
              10 FD-AEX-OPERADOR    PIC X(08).
           05 FD-AEX-PAGINA         PIC 9(3).
           05 FD-AEX-QTDE-PEND      PIC 9(2).
           05 FD-AEX-QTDE-HIST      PIC 9(2).
           05 FILLER                PIC X(46).
