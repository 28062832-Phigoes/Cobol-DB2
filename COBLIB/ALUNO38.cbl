       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 DORMENTE-ACHADO                   VALUE 'S'.
           88 DORMENTE-NAO-ACHADO               VALUE 'N'.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF WK-PARM-PREMIUM = ZEROS
               MOVE 50000 TO WK-PARM-PREMIUM
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-CLIENTEN.
           OPEN INPUT  ARQ-LANCAM.
