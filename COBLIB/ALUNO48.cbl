           05 FILLER               PIC X(25)   VALUE
              ' *** FIM DO RELATORIO ***'.
           05 FILLER               PIC X(74)   VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       LINKAGE SECTION.
           COPY RELSRV.
       100-INICIAR SECTION.
       101-INICIAR.
           IF NOT DATA-JA-LIDA
               CALL 'ALUNO179' USING LK-DTP-COM
               MOVE LK-DTP-DATA-ATUAL TO WK-DATA-SISTEMA
               SET DATA-JA-LIDA TO TRUE
           END-IF.
           MOVE ZEROS TO LK-REL-QTDE-SAIDA.
