       01  REG-DRPACK.
           05 FD-DRP-TIPO           PIC X(01).
           05 FD-DRP-ARQUIVO        PIC X(08).
           05 FD-DRP-DADOS          PIC X(128).
           05 FILLER                PIC X(03).
       01  REG-DRP-MANIFESTO REDEFINES REG-DRPACK.
           05 FILLER                PIC X(01).
           05 FD-DRM-ARQUIVO        PIC X(08).
              10 MAN-TAB-HASH        PIC 9(13)V99.
       77  WK-IND-MAN        PIC 9(1)           VALUE ZEROS.
       77  WK-VALOR-ABS      PIC 9(7)V99        VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN OUTPUT ARQ-DRPACK.
           MOVE 'CLIENTES' TO MAN-TAB-ARQUIVO(1).
