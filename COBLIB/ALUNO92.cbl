           05 WK-LU-MEDIA-POPULA   PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(08)     VALUE ' UPLIFT='.
           05 WK-LU-UPLIFT         PIC -ZZZ.ZZ9,99.
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
           OPEN INPUT  ARQ-LANCAM.
           OPEN OUTPUT ARQ-RELUPL.
