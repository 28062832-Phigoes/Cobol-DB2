           05 FILLER               PIC X(13)     VALUE ' CATALOGO CC='.
           05 WK-DIV-CAT-CC        PIC -ZZ.ZZ9,99.
           05 WK-DIV-OBS           PIC X(22)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-DATA-ALVO NOT NUMERIC
            OR WK-PARM-DATA-ALVO = ZEROS
