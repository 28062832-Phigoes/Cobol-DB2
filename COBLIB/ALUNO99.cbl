       01  REG-SNAPCLI              PIC X(49).
       FD   ARQ-SNAPEMP
            RECORDING MODE IS F.
       01  REG-SNAPEMP              PIC X(60).
       FD   ARQ-PACOTE
            RECORDING MODE IS F.
       01  REG-PACOTE               PIC X(100).
           05 FILLER               PIC X(06)     VALUE ' DIAS='.
           05 WK-LP-DIAS           PIC ZZ9.
           05 FILLER               PIC X(05)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-ANO FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-ANO = ZEROS
               MOVE WK-EXE-ANO TO WK-PARM-ANO
