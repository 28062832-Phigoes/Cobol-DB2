           05 FILLER               PIC X(05)   VALUE ' PCT='.
           05 WK-LMV-PCT           PIC -ZZ9,99.
           05 WK-LMV-DESTAQUE      PIC X(19)   VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF WK-PARM-PCT = ZEROS
               MOVE 50 TO WK-PARM-PCT
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-SISTEMA.
           MOVE WK-DATA-SISTEMA TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-CLIENTHI.
