           05 WK-LR-TEXTO          PIC X(30).
           05 WK-LR-QTDE           PIC ZZZZZZ9.
           05 FILLER               PIC X(43)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF WK-PARM-PCT = ZEROS
               MOVE 20 TO WK-PARM-PCT
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN OUTPUT ARQ-RELDELTA.
           PERFORM 110-ABRIR-GERACOES.
