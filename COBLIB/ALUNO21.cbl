           05 FD-PRODUTO3N          PIC 9(3).
           05 FD-QUANTIDADE3N       PIC 9(5).
           05 FD-PRECO-UNIT3N       PIC S9(5)V99 COMP-3.
           05 FD-COMPRADOR3N        PIC 9(5).
           05 FD-PRAZO3N            PIC 9(3).
       FD   ARQ-RELATO
            RECORDING MODE IS F.
       01  REG-RELATO               PIC X(133).
           05 WK-LD-VENDAS3N       PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(10)   VALUE ' DIFERENC='.
           05 WK-LD-DIFERENCA      PIC -ZZ.ZZZ.ZZ9,99.
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
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-VENDAS.
           OPEN INPUT  ARQ-VENDAS3N.
