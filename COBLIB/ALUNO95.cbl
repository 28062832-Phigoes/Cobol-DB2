           05 WK-LP-CONF-INF       PIC -ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE '/'.
           05 WK-LP-CONF-SUP       PIC ZZZ.ZZ9,99.
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
           SET LK-CAL-PROXIMO TO TRUE.
           MOVE WK-DATA-EXEC TO LK-CAL-DATA-1.
