           05 WK-LC-USOU-CLI       PIC X(01).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-VEREDICTO      PIC X(40)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF WK-PARM-DIAS = ZEROS
               MOVE 90 TO WK-PARM-DIAS
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           COMPUTE WK-DATA-CORTE = WK-DATA-EXEC - WK-PARM-DIAS.
           OPEN OUTPUT ARQ-RELCERT.
