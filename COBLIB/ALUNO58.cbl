           05 FD-PRODUTO            PIC 9(3).
           05 FD-QUANTIDADE         PIC 9(5).
           05 FD-PRECO-UNIT         PIC S9(5)V99 COMP-3.
           05 FD-COMPRADOR          PIC 9(5).
           05 FD-PRAZO              PIC 9(3).
       FD   ARQ-VENDEDORES
            RECORDING MODE IS F.
           COPY VENDEDOR.
           05 FILLER               PIC X(10)   VALUE ' COMISSAO='.
           05 WK-LC-COMISSAO       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(16)   VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF WK-PARM-CONTRA = SPACES
               MOVE 'CX02' TO WK-PARM-CONTRA
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           OPEN INPUT  ARQ-VENDAS3N.
           OPEN OUTPUT ARQ-RELCOM.
           OPEN OUTPUT ARQ-COMFEED.
