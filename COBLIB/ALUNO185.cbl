       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO185.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    ACOMPANHAMENTO DIARIO DO PRAZO REGULAMENTAR  *
      *    DAS RECLAMACOES DA OUVIDORIA (KSDS OUVIDOR): *
      *    LISTA AS RECLAMACOES ABERTAS VENCIDAS (PRAZO *
      *    ANTERIOR A RODADA, COM OS DIAS UTEIS DE      *
      *    ATRASO) E AS QUE VENCEM EM ATE AVISO-DIAS    *
      *    DIAS UTEIS (PARAMETRO, PADRAO 2), COM OS     *
      *    DIAS UTEIS DECORRIDOS DESDE A ABERTURA.      *
      *    DIAS UTEIS PELO CALENDARIO DO ALUNO63 E      *
      *    PAGINACAO PELO ALUNO48. NO FIM, O RESUMO DAS *
      *    ABERTAS NO PRAZO, A VENCER, VENCENDO HOJE E  *
      *    VENCIDAS                                     *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OUVIDOR  ASSIGN TO OUVIDOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-OUV-PROTOCOLO
               FILE STATUS IS WK-FS-OUVIDOR.
           SELECT ARQ-RELPRAZO ASSIGN TO RELPRAZO
               FILE STATUS IS WK-FS-RELPRAZO.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-OUVIDOR.
           COPY OUVIDOR.
       FD   ARQ-RELPRAZO
            RECORDING MODE IS F.
       01  REG-RELPRAZO             PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-OUVIDOR     PIC XX             VALUE SPACES.
       77  WK-FS-RELPRAZO    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-ABERTAS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-NO-PRAZO   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-A-VENCER   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-VENCE-HOJE PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-VENCIDAS   PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    ANTECEDENCIA DO AVISO, EM DIAS UTEIS ATE O PRAZO
       77  WK-AVISO-DIAS     PIC 9(02)          VALUE 2.
       77  WK-DECORRIDOS     PIC 9(05)          VALUE ZEROS.
       77  WK-DIAS-PRAZO     PIC 9(05)          VALUE ZEROS.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-LINHA-PRAZO.
           05 FILLER               PIC X(05)     VALUE 'PROT '.
           05 WK-LP-PROTOCOLO      PIC 9(7).
           05 FILLER               PIC X(09)     VALUE ' CLIENTE '.
           05 WK-LP-CODIGO         PIC 9(5).
           05 FILLER               PIC X(07)     VALUE ' CANAL '.
           05 WK-LP-CANAL          PIC X(01).
           05 FILLER               PIC X(05)     VALUE ' CAT '.
           05 WK-LP-CATEGORIA      PIC X(02).
           05 FILLER               PIC X(06)     VALUE ' AREA '.
           05 WK-LP-AREA           PIC X(08).
           05 FILLER               PIC X(08)     VALUE ' ABERTA '.
           05 WK-LP-ABERTURA       PIC 9(8).
           05 FILLER               PIC X(07)     VALUE ' PRAZO '.
           05 WK-LP-PRAZO          PIC 9(8).
           05 FILLER               PIC X(12)     VALUE ' DIAS UTEIS '.
           05 WK-LP-DECORRIDOS     PIC ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LP-SITUACAO       PIC X(10).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LP-DIAS-PRAZO     PIC ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LP-TEXTO-DIAS     PIC X(11).
      *
      *    AREA DE COMUNICACAO COM O ALUNO46 (ANTECEDENCIA DO
      *    AVISO)
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO63 (DIAS UTEIS
      *    DECORRIDOS, RESTANTES E DE ATRASO)
           COPY CALSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-OUVIDOR = '10'.
           PERFORM 401-LISTAR-RESUMO.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           PERFORM 105-BUSCAR-AVISO.
           OPEN INPUT  ARQ-OUVIDOR.
           EVALUATE WK-FS-OUVIDOR
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO OUVIDOR NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-OUVIDOR
                           ' NO COMANDO OPEN OUVIDOR'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-RELPRAZO.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'OUVIDORIA - RECLAMACOES VENCIDAS E A VENCER'
                TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-PRAZO.
           PERFORM 301-LER-OUVIDOR.
       105-BUSCAR-AVISO.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO185'   TO LK-PRM-PROGRAMA.
           MOVE 'AVISO-DIAS' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK AND LK-PRM-VALOR(1:2) NUMERIC
               MOVE LK-PRM-VALOR(1:2) TO WK-AVISO-DIAS
           END-IF.
           DISPLAY 'AVISO DE PRAZO (DIAS UTEIS) = ' WK-AVISO-DIAS.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF OUV-ABERTA
               PERFORM 210-AVALIAR-PRAZO
           END-IF.
           PERFORM 301-LER-OUVIDOR.
      *
      *    DIAS UTEIS DA ABERTURA ATE A RODADA E DA RODADA
      *    ATE O PRAZO (OU DO PRAZO ATE A RODADA, SE VENCIDA)
       210-AVALIAR-PRAZO.
           ADD 1 TO WK-TOT-ABERTAS.
           MOVE FD-OUV-DATA-ABERTURA TO LK-CAL-DATA-1.
           MOVE WK-DATA-EXEC         TO LK-CAL-DATA-2.
           PERFORM 250-CONTAR-UTEIS.
           MOVE WK-DIAS-PRAZO        TO WK-DECORRIDOS.
           IF WK-DATA-EXEC > FD-OUV-DATA-PRAZO
               MOVE FD-OUV-DATA-PRAZO TO LK-CAL-DATA-1
               MOVE WK-DATA-EXEC      TO LK-CAL-DATA-2
               PERFORM 250-CONTAR-UTEIS
               ADD 1 TO WK-TOT-VENCIDAS
               MOVE 'VENCIDA'         TO WK-LP-SITUACAO
               MOVE 'DE ATRASO'       TO WK-LP-TEXTO-DIAS
               PERFORM 220-LISTAR-RECLAMACAO
           ELSE
               MOVE WK-DATA-EXEC      TO LK-CAL-DATA-1
               MOVE FD-OUV-DATA-PRAZO TO LK-CAL-DATA-2
               PERFORM 250-CONTAR-UTEIS
               EVALUATE TRUE
                   WHEN WK-DIAS-PRAZO = ZEROS
                       ADD 1 TO WK-TOT-VENCE-HOJE
                       MOVE 'VENCE HOJE' TO WK-LP-SITUACAO
                       MOVE SPACES       TO WK-LP-TEXTO-DIAS
                       PERFORM 220-LISTAR-RECLAMACAO
                   WHEN WK-DIAS-PRAZO <= WK-AVISO-DIAS
                       ADD 1 TO WK-TOT-A-VENCER
                       MOVE 'A VENCER'   TO WK-LP-SITUACAO
                       MOVE 'RESTANTES'  TO WK-LP-TEXTO-DIAS
                       PERFORM 220-LISTAR-RECLAMACAO
                   WHEN OTHER
                       ADD 1 TO WK-TOT-NO-PRAZO
               END-EVALUATE
           END-IF.
       220-LISTAR-RECLAMACAO.
           MOVE FD-OUV-PROTOCOLO     TO WK-LP-PROTOCOLO.
           MOVE FD-OUV-CODIGO        TO WK-LP-CODIGO.
           MOVE FD-OUV-CANAL         TO WK-LP-CANAL.
           MOVE FD-OUV-CATEGORIA     TO WK-LP-CATEGORIA.
           MOVE FD-OUV-AREA          TO WK-LP-AREA.
           MOVE FD-OUV-DATA-ABERTURA TO WK-LP-ABERTURA.
           MOVE FD-OUV-DATA-PRAZO    TO WK-LP-PRAZO.
           MOVE WK-DECORRIDOS        TO WK-LP-DECORRIDOS.
           MOVE WK-DIAS-PRAZO        TO WK-LP-DIAS-PRAZO.
           MOVE SPACES               TO LK-REL-DETALHE.
           MOVE WK-LINHA-PRAZO       TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-PRAZO.
      *
      *    DATA INVALIDA NO CADASTRO CONTA ZERO DIAS E SAI
      *    NO CONSOLE
       250-CONTAR-UTEIS.
           SET LK-CAL-ENTRE TO TRUE.
           CALL 'ALUNO63' USING LK-CAL-COM.
           IF LK-CAL-OK
               MOVE LK-CAL-DIAS-UTEIS TO WK-DIAS-PRAZO
           ELSE
               MOVE ZEROS TO WK-DIAS-PRAZO
               DISPLAY 'DATA INVALIDA NA RECLAMACAO - PROTOCOLO '
                       FD-OUV-PROTOCOLO
           END-IF.
      ***************************************
       300-LER-OUVIDOR SECTION.
       301-LER-OUVIDOR.
           READ ARQ-OUVIDOR NEXT RECORD.
           EVALUATE WK-FS-OUVIDOR
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-OUVIDOR
                           ' NO COMANDO READ NEXT OUVIDOR'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       400-RESUMO SECTION.
       401-LISTAR-RESUMO.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'RECLAMACOES ABERTAS: '  DELIMITED BY SIZE
                  WK-TOT-ABERTAS           DELIMITED BY SIZE
                  '   NO PRAZO: '          DELIMITED BY SIZE
                  WK-TOT-NO-PRAZO          DELIMITED BY SIZE
                  '   A VENCER: '          DELIMITED BY SIZE
                  WK-TOT-A-VENCER          DELIMITED BY SIZE
                  '   VENCENDO HOJE: '     DELIMITED BY SIZE
                  WK-TOT-VENCE-HOJE        DELIMITED BY SIZE
                  '   VENCIDAS: '          DELIMITED BY SIZE
                  WK-TOT-VENCIDAS          DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE-PRAZO.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-PRAZO.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'RECLAMACOES LIDAS        = ' WK-REGS-LIDOS.
           DISPLAY 'RECLAMACOES ABERTAS      = ' WK-TOT-ABERTAS.
           DISPLAY 'NO PRAZO                 = ' WK-TOT-NO-PRAZO.
           DISPLAY 'A VENCER                 = ' WK-TOT-A-VENCER.
           DISPLAY 'VENCENDO HOJE            = ' WK-TOT-VENCE-HOJE.
           DISPLAY 'VENCIDAS                 = ' WK-TOT-VENCIDAS.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-OUVIDOR.
           CLOSE ARQ-RELPRAZO.
       910-DETALHE-PRAZO.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-PRAZO.
      ***************************************
       915-GRAVAR-PRAZO.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELPRAZO
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO185'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
