           05 WK-AN-PROGRAMA       PIC X(8).
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 WK-AN-TEXTO          PIC X(71).
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF WK-PARM-PCT-REJEICAO = ZEROS
               MOVE 10 TO WK-PARM-PCT-REJEICAO
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           OPEN INPUT  ARQ-CTLLOG.
           OPEN OUTPUT ARQ-RELMONIT.
           EVALUATE WK-FS-CTLLOG
