           88 CLIENTE-NAO-ACHADO                VALUE 'N'.
       77  WK-SITUACAO-CLI   PIC X(01)          VALUE SPACE.
       77  WK-CODIGO-EXAME   PIC 9(5)           VALUE ZEROS.
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
           OPEN OUTPUT ARQ-FILAINT.
           OPEN OUTPUT ARQ-RELINTG.
