              10 CNT-TAB-CLIENTES    PIC 9(7).
              10 CNT-TAB-LANCTOS     PIC 9(7).
       77  WK-IND-PT         PIC 9(1)           VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-CLIENTES.
           OPEN INPUT  ARQ-LANCAM.
