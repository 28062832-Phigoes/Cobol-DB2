       77  WK-REGS-LIDOS      PIC 9(07)          VALUE ZEROS.
       77  WK-REGS-CARGA      PIC 9(07)          VALUE ZEROS.
       77  WK-REGS-REJEIT     PIC 9(07)          VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       101-INICIAR.
           OPEN INPUT  ARQ-CLIENTES.
           OPEN OUTPUT ARQ-REJEITOS.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
