           05 WK-LINHA-DESCRICAO   PIC X(25).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(34).
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
           OPEN INPUT  ARQ-PLANCTA.
           OPEN INPUT  ARQ-MOVCTA.
