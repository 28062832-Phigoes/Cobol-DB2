           05 FILLER                PIC X(42).
       FD   ARQ-DEMLIMPO
            RECORDING MODE IS F.
       01  REG-DEMLIMPO             PIC X(128).
       FD   ARQ-RELCEP
            RECORDING MODE IS F.
       01  REG-RELCEP               PIC X(80).
           05 WK-LE-UF             PIC X(02).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-MOTIVO         PIC X(29)     VALUE SPACES.
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
           OPEN INPUT  ARQ-CLIDEMOG.
           OPEN OUTPUT ARQ-DEMLIMPO.
