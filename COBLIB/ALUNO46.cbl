       77  WK-IND            PIC 9(3)           VALUE ZEROS.
       77  WK-MELHOR-VIG     PIC 9(8)           VALUE ZEROS.
       77  WK-MELHOR-IND     PIC 9(3)           VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       LINKAGE SECTION.
           COPY PARMSRV.
       100-INICIAR SECTION.
       101-INICIAR.
           IF TABELA-NAO-CARREGADA
               CALL 'ALUNO179' USING LK-DTP-COM
               MOVE LK-DTP-DATA-ATUAL TO WK-DATA-HOJE
               PERFORM 110-CARREGAR-PARAMETROS
               SET TABELA-CARREGADA TO TRUE
           END-IF.
