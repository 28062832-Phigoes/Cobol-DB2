           05 FD-PRODUTO            PIC 9(3).
           05 FD-QUANTIDADE         PIC 9(5).
           05 FD-PRECO-UNIT         PIC S9(5)V99 COMP-3.
           05 FD-COMPRADOR          PIC 9(5).
           05 FD-PRAZO              PIC 9(3).
       FD   ARQ-REGNOTAS
            RECORDING MODE IS F.
       01  REG-REGNOTAS.
           05 AR-PRODUTO            PIC 9(3).
           05 AR-QUANTIDADE         PIC 9(5).
           05 AR-PRECO-UNIT         PIC S9(5)V99 COMP-3.
           05 AR-COMPRADOR          PIC 9(5).
           05 AR-PRAZO              PIC 9(3).
       FD   ARQ-COMISTAB
            RECORDING MODE IS F.
       01  REG-COMISTAB.
              ' CLAWBACK= '.
           05 WK-LC-CLAWBACK       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(15)     VALUE SPACES.
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
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-SISTEMA.
           MOVE WK-DATA-SISTEMA TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           COMPUTE WK-ANOMES-ATUAL =
