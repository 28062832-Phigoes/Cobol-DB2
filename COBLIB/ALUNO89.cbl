       77  WK-TOT-NOMES      PIC 9(05)          VALUE ZEROS.
       77  WK-IND-NOM        PIC 9(05)          VALUE ZEROS.
       77  WK-NOME-CLIENTE   PIC X(25)          VALUE SPACES.
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
           COMPUTE WK-ANOMES = WK-EXE-ANO * 100 + WK-EXE-MES.
           OPEN INPUT  ARQ-LANCAM.
