       77  WK-QTDE-REJEITOS  PIC 9(6)           VALUE ZEROS.
       77  WK-VALOR-ACEITO   PIC 9(11)V99       VALUE ZEROS.
       77  WK-VALOR-REJEITO  PIC 9(11)V99       VALUE ZEROS.
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
           OPEN INPUT  ARQ-VENDACK.
           OPEN OUTPUT ARQ-RETLOTE.
