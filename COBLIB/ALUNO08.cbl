       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(08)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(06)          VALUE ZEROS.
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
           EVALUATE WK-FS-CLIENTES
