           05 WK-LT-TEXTO          PIC X(40).
           05 WK-LT-VALOR          PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(34)     VALUE SPACES.
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
                           'PREVISAO SEM DEBITOS AUTOMATICOS'
           END-EVALUATE.
       610-AVALIAR-ORDEM.
           IF DBA-SIT-ATIVA AND DBA-VALOR-FIXO
               MOVE WK-AMA-MES TO WK-A15-COD-MES
               MOVE 1          TO WK-A15-COD-DIASEM
               MOVE WK-AMA-ANO TO WK-A15-ANO
