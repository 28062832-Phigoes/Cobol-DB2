           05 FILLER               PIC X(06)     VALUE ' DIF= '.
           05 WK-LC-DIFERENCA      PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(19)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-LADO-A.
           OPEN INPUT  ARQ-LADO-B.
