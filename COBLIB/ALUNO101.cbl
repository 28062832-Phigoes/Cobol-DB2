       77  WK-ULTIMO-CODIGO  PIC 9(5)           VALUE ZEROS.
       77  WK-TOT-QUEBRAS    PIC 9(3)           VALUE ZEROS.
       77  WK-TEM-SPLITCTL   PIC X(1)           VALUE 'N'.
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
           OPEN INPUT  ARQ-CLIMERGE.
           OPEN OUTPUT ARQ-CLIENTEN.
