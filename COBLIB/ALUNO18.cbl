       77  WK-ACHOU-FECHADA   PIC X                VALUE 'N'.
           88 COMPETENCIA-FECHADA                  VALUE 'S'.
           88 COMPETENCIA-ABERTA                   VALUE 'N'.
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
           OPEN INPUT ARQ-CLIENTES.
           OPEN INPUT ARQ-LANCAM.
