           05 FD-PRODUTO            PIC 9(3).
           05 FD-QUANTIDADE         PIC 9(5).
           05 FD-PRECO-UNIT         PIC S9(5)V99 COMP-3.
           05 FD-COMPRADOR          PIC 9(5).
           05 FD-PRAZO              PIC 9(3).
       FD   ARQ-REGVELH
            RECORDING MODE IS F.
       01  REG-REGVELH.
           05 FILLER               PIC X(10)     VALUE ' BURACOS= '.
           05 WK-LC-BURACOS        PIC -ZZZZZ9.
           05 FILLER               PIC X(35)     VALUE SPACES.
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
           OPEN OUTPUT ARQ-RELSEQ.
