           05 WK-LA-ACAO           PIC X(10).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-TEXTO          PIC X(69).
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           ACCEPT WK-PARM-CONFIRMA FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-PROGRAMA = SPACES
            OR WK-PARM-DATA = ZEROS
