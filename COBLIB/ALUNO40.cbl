      *    CARTAO DE PARAMETROS: COMPETENCIA A FECHAR (AAAAMM)
       01  WK-PARM-CARD.
           05 WK-PARM-ANOMES       PIC 9(6)      VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           COMPUTE WK-ANOMES-ATUAL = WK-DATA-EXEC / 100.
           IF WK-PARM-ANOMES NOT NUMERIC
