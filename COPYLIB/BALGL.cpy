      *****************************************************
      *    LAYOUT DO BALANCETE DEVOLVIDO PELA             *
      *    CONTABILIDADE: SALDO DE CADA CONTA DO RAZAO    *
      *    POR EMPRESA NA DATA BASE, EM VALOR ABSOLUTO    *
      *    COM A NATUREZA (D=DEVEDORA C=CREDORA)          *
      *****************************************************
       01  REG-BALGL.
           05 FD-BGL-CONTA          PIC X(04).
           05 FD-BGL-EMPRESA        PIC 99.
           05 FD-BGL-SALDO          PIC 9(11)V99.
           05 FD-BGL-NATUREZA       PIC X(01).
              88 BGL-DEVEDORA                  VALUE 'D'.
              88 BGL-CREDORA                   VALUE 'C'.
           05 FD-BGL-DATA-BASE      PIC 9(8).
           05 FILLER                PIC X(52).
