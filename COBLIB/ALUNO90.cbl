           05 WK-LT-NET            PIC -ZZZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LT-ALERTA         PIC X(11)     VALUE SPACES.
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
           COMPUTE WK-REF-MESES = WK-EXE-ANO * 12 + WK-EXE-MES.
           OPEN INPUT  ARQ-AUDCLI.
