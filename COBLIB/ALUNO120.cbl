           05 FD-PRODUTO            PIC 9(3).
           05 FD-QUANTIDADE         PIC 9(5).
           05 FD-PRECO-UNIT         PIC S9(5)V99 COMP-3.
           05 FD-COMPRADOR          PIC 9(5).
           05 FD-PRAZO              PIC 9(3).
       FD   ARQ-RELVOL
            RECORDING MODE IS F.
       01  REG-RELVOL               PIC X(100).
           05 FILLER               PIC X(12)     VALUE ' PRECO MED.='.
           05 WK-LV-PRECO          PIC -ZZ.ZZ9,99.
           05 FILLER               PIC X(02)     VALUE SPACES.
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
           OPEN INPUT  ARQ-VENDAS3N.
           OPEN OUTPUT ARQ-RELVOL.
