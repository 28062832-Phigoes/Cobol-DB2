       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO151.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    FECHAMENTO DA COMPENSACAO DE CHEQUES: O      *
      *    MOVIMENTO DA NOITE (CHQMOV, DO ALUNO150) E   *
      *    CONFRONTADO COM OS DEBITOS DE CHEQUE QUE O   *
      *    BALANCE LINE NAO POSTOU. O CHEQUE ACEITO     *
      *    CUJO DEBITO FOI RECUSADO POR FALTA DE FUNDOS *
      *    (LI NO RECUSAS, SF OU PJ NO SUSPENSO) E      *
      *    DEVOLVIDO COM MOTIVO 11, OU 12 NA SEGUNDA    *
      *    APRESENTACAO; O PARADO NO SUSPENSO POR OUTRO *
      *    MOTIVO TAMBEM E DEVOLVIDO (SP=21, ST=24,     *
      *    SC=13, DEMAIS=31), E O ALUNO26 NAO RECICLA   *
      *    ESSES DEBITOS. O RESTO FICA PAGO. O          *
      *    HISTORICO DE CHEQUES E REGRAVADO (CHQHVELH   *
      *    -> CHQHNOVO), AS DEVOLUCOES SAEM NO CHQDEVOL *
      *    E AS SEM FUNDOS SOMAM NO CCF INTERNO         *
      *    (CCFVELH -> CCFNOVO): O CLIENTE QUE ATINGE O *
      *    LIMITE DE DEVOLUCOES (PARAMETRO CCF-DEVOLUC, *
      *    PADRAO 2) E INCLUIDO E DEIXA DE RECEBER      *
      *    TALAO (ALUNO149)                             *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CHQMOV   ASSIGN TO CHQMOV
               FILE STATUS IS WK-FS-CHQMOV.
           SELECT ARQ-CHQHVELH ASSIGN TO CHQHVELH
               FILE STATUS IS WK-FS-CHQHVELH.
           SELECT ARQ-CHQHNOVO ASSIGN TO CHQHNOVO
               FILE STATUS IS WK-FS-CHQHNOVO.
           SELECT ARQ-CHQDEVOL ASSIGN TO CHQDEVOL
               FILE STATUS IS WK-FS-CHQDEVOL.
           SELECT ARQ-RECUSAS  ASSIGN TO RECUSAS
               FILE STATUS IS WK-FS-RECUSAS.
           SELECT ARQ-SUSPENSO ASSIGN TO SUSPENSO
               FILE STATUS IS WK-FS-SUSPENSO.
           SELECT ARQ-CCFVELH  ASSIGN TO CCFVELH
               FILE STATUS IS WK-FS-CCFVELH.
           SELECT ARQ-CCFNOVO  ASSIGN TO CCFNOVO
               FILE STATUS IS WK-FS-CCFNOVO.
           SELECT ARQ-RELDEV   ASSIGN TO RELDEV
               FILE STATUS IS WK-FS-RELDEV.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CHQMOV
            RECORDING MODE IS F.
           COPY CHEQUE.
       FD   ARQ-CHQHVELH
            RECORDING MODE IS F.
       01  REG-CHQHVELH.
           05 HVH-CHAVE.
              10 HVH-CODIGO         PIC 9(5).
              10 HVH-NUMERO         PIC 9(6).
           05 FILLER                PIC X(31).
           05 HVH-SITUACAO          PIC X(01).
           05 HVH-MOTIVO            PIC 99.
           05 HVH-QTDE-APRES        PIC 9(1).
           05 FILLER                PIC X(34).
       FD   ARQ-CHQHNOVO
            RECORDING MODE IS F.
       01  REG-CHQHNOVO             PIC X(80).
       FD   ARQ-CHQDEVOL
            RECORDING MODE IS F.
       01  REG-CHQDEVOL             PIC X(80).
       FD   ARQ-RECUSAS
            RECORDING MODE IS F.
           COPY SUSPLAN.
       FD   ARQ-SUSPENSO
            RECORDING MODE IS F.
       01  REG-SUSPENSO.
           05 SPN-REGISTRO          PIC X(60).
           05 SPN-MOTIVO            PIC X(02).
           05 FILLER                PIC X(18).
       FD   ARQ-CCFVELH
            RECORDING MODE IS F.
       01  REG-CCFVELH.
           05 CVH-CODIGO            PIC 9(5).
           05 FILLER                PIC X(35).
       FD   ARQ-CCFNOVO
            RECORDING MODE IS F.
           COPY CHQCCF.
       FD   ARQ-RELDEV
            RECORDING MODE IS F.
       01  REG-RELDEV               PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CHQMOV      PIC XX             VALUE SPACES.
       77  WK-FS-CHQHVELH    PIC XX             VALUE SPACES.
       77  WK-FS-CHQHNOVO    PIC XX             VALUE SPACES.
       77  WK-FS-CHQDEVOL    PIC XX             VALUE SPACES.
       77  WK-FS-RECUSAS     PIC XX             VALUE SPACES.
       77  WK-FS-SUSPENSO    PIC XX             VALUE SPACES.
       77  WK-FS-CCFVELH     PIC XX             VALUE SPACES.
       77  WK-FS-CCFNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-RELDEV      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-PAGOS      PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-DEVOLVIDOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SEM-FUNDOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-INCLUIDOS  PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-ULTIMA-CHAVE   PIC X(11)          VALUE LOW-VALUES.
       77  WK-MOTIVO-SUSP    PIC X(02)          VALUE SPACES.
       77  WK-SW-CHQHVELH    PIC X              VALUE 'N'.
           88 CHQHVELH-ABERTO                   VALUE 'S'.
       77  WK-SW-CCFVELH     PIC X              VALUE 'N'.
           88 CCFVELH-ABERTO                    VALUE 'S'.
      *
      *    QUANTIDADE DE DEVOLUCOES SEM FUNDOS QUE INCLUI O
      *    CLIENTE NO CCF INTERNO
       77  WK-PARM-DEVOLUC   PIC 9(3)           VALUE ZEROS.
      *
      *    IMAGEM DO LANCAMENTO NAO POSTADO (CAMPOS INICIAIS
      *    DO LAYOUT LANCAM DENTRO DO REGISTRO SUSPENSO)
       01  WK-LANCAM-NAO-POSTADO.
           05 WK-NPS-CODIGO         PIC 9(5).
           05 WK-NPS-TIPO           PIC X(01).
           05 WK-NPS-VALOR          PIC 9(6)V99.
           05 WK-NPS-NOTA           PIC 9(6).
           05 FILLER                PIC X(40).
      *
      *    DEBITOS DE CHEQUE QUE O BALANCE LINE NAO POSTOU,
      *    COM O MOTIVO DE DEVOLUCAO CORRESPONDENTE
       01  TABELA-NAO-POSTADOS.
           05 NPS-ENTRADA            OCCURS 2000 TIMES.
              10 NPS-TAB-CODIGO      PIC 9(5).
              10 NPS-TAB-NOTA        PIC 9(6).
              10 NPS-TAB-MOTIVO      PIC 99.
       77  WK-TOT-NAO-POSTADOS PIC 9(4)         VALUE ZEROS.
       77  WK-IND-NPS        PIC 9(4)           VALUE ZEROS.
       77  WK-ACHOU-NPS      PIC X              VALUE 'N'.
           88 NAO-POSTADO-ACHADO                VALUE 'S'.
           88 NAO-POSTADO-NAO-ACHADO            VALUE 'N'.
      *
      *    DEVOLUCOES SEM FUNDOS DA NOITE POR CLIENTE, NA
      *    ORDEM DO MOVIMENTO (CLIENTE ASCENDENTE)
       01  TABELA-DEVOLUCOES.
           05 DVC-ENTRADA            OCCURS 5000 TIMES.
              10 DVC-TAB-CODIGO      PIC 9(5).
              10 DVC-TAB-QTDE        PIC 9(3).
       77  WK-TOT-DVC        PIC 9(05)          VALUE ZEROS.
       77  WK-IND-DVC        PIC 9(05)          VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO46 (PARAMETROS)
           COPY PARMSRV.
      *
       01  WK-LINHA-DEVOLUCAO.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
           05 WK-LD-CODIGO         PIC 9(5).
           05 FILLER               PIC X(08)     VALUE ' CHEQUE '.
           05 WK-LD-NUMERO         PIC 9(6).
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LD-VALOR          PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(18)
                                   VALUE ' DEVOLVIDO MOTIVO '.
           05 WK-LD-MOTIVO         PIC 99.
           05 FILLER               PIC X(16)     VALUE SPACES.
       01  WK-LINHA-CCF.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
           05 WK-LF-CODIGO         PIC 9(5).
           05 FILLER               PIC X(29)
                   VALUE ' INCLUIDO NO CCF - DEVOLUCOES'.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LF-QTDE           PIC ZZ9.
           05 FILLER               PIC X(34)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-CHQMOV = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO151' TO LK-PRM-PROGRAMA.
           MOVE 'CCF-DEVOLUC' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:3) TO WK-PARM-DEVOLUC
           END-IF.
           IF WK-PARM-DEVOLUC NOT NUMERIC
            OR WK-PARM-DEVOLUC = ZEROS
               MOVE 2 TO WK-PARM-DEVOLUC
           END-IF.
           OPEN INPUT  ARQ-CHQMOV.
           OPEN OUTPUT ARQ-CHQHNOVO.
           OPEN OUTPUT ARQ-CHQDEVOL.
           OPEN OUTPUT ARQ-CCFNOVO.
           OPEN OUTPUT ARQ-RELDEV.
           EVALUATE WK-FS-CHQMOV
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CHQMOV NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CHQMOV
                           ' NO COMANDO OPEN CHQMOV'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-RECUSAS.
           PERFORM 115-CARREGAR-SUSPENSO.
           OPEN INPUT ARQ-CHQHVELH.
           EVALUATE WK-FS-CHQHVELH
               WHEN '00'
                   SET CHQHVELH-ABERTO TO TRUE
                   PERFORM 311-LER-CHQHVELH
               WHEN OTHER
                   DISPLAY 'ARQUIVO CHQHVELH NAO ENCONTRADO - '
                           'PRIMEIRA RODADA DO HISTORICO'
                   MOVE '10' TO WK-FS-CHQHVELH
           END-EVALUATE.
           OPEN INPUT ARQ-CCFVELH.
           EVALUATE WK-FS-CCFVELH
               WHEN '00'
                   SET CCFVELH-ABERTO TO TRUE
                   PERFORM 321-LER-CCFVELH
               WHEN OTHER
                   DISPLAY 'ARQUIVO CCFVELH NAO ENCONTRADO - '
                           'PRIMEIRA RODADA DO CCF'
                   MOVE '10' TO WK-FS-CCFVELH
           END-EVALUATE.
           PERFORM 301-LER-CHQMOV.
      *
      *    DEBITO DE CHEQUE RECUSADO POR FALTA DE FUNDOS NA
      *    FAIXA 600000+ (MOTIVO LI DO ALUNO09)
       110-CARREGAR-RECUSAS.
           OPEN INPUT ARQ-RECUSAS.
           EVALUATE WK-FS-RECUSAS
               WHEN '00'
                   PERFORM 112-LER-RECUSAS
                   PERFORM 111-ACUMULAR-RECUSA
                       UNTIL WK-FS-RECUSAS = '10'
                   CLOSE ARQ-RECUSAS
               WHEN OTHER
                   DISPLAY 'ARQUIVO RECUSAS NAO ENCONTRADO - '
                           'RODADA SEM RECUSAS DO BALANCE LINE'
           END-EVALUATE.
       111-ACUMULAR-RECUSA.
           MOVE FD-SUS-REGISTRO TO WK-LANCAM-NAO-POSTADO.
           MOVE FD-SUS-MOTIVO   TO WK-MOTIVO-SUSP.
           PERFORM 120-ANOTAR-NAO-POSTADO.
           PERFORM 112-LER-RECUSAS.
       112-LER-RECUSAS.
           READ ARQ-RECUSAS
               AT END
                   MOVE '10' TO WK-FS-RECUSAS
           END-READ.
      *
      *    DEBITO DE CHEQUE PARADO NO SUSPENSO DA NOITE
       115-CARREGAR-SUSPENSO.
           OPEN INPUT ARQ-SUSPENSO.
           EVALUATE WK-FS-SUSPENSO
               WHEN '00'
                   PERFORM 117-LER-SUSPENSO
                   PERFORM 116-ACUMULAR-SUSPENSO
                       UNTIL WK-FS-SUSPENSO = '10'
                   CLOSE ARQ-SUSPENSO
               WHEN OTHER
                   DISPLAY 'ARQUIVO SUSPENSO NAO ENCONTRADO - '
                           'RODADA SEM SUSPENSOS DO BALANCE LINE'
           END-EVALUATE.
       116-ACUMULAR-SUSPENSO.
           MOVE SPN-REGISTRO TO WK-LANCAM-NAO-POSTADO.
           MOVE SPN-MOTIVO   TO WK-MOTIVO-SUSP.
           PERFORM 120-ANOTAR-NAO-POSTADO.
           PERFORM 117-LER-SUSPENSO.
       117-LER-SUSPENSO.
           READ ARQ-SUSPENSO
               AT END
                   MOVE '10' TO WK-FS-SUSPENSO
           END-READ.
      *
      *    SO INTERESSAM OS DEBITOS DA FAIXA DOS CHEQUES; O
      *    MOTIVO DO BALANCE LINE VIRA O MOTIVO PADRAO DA
      *    COMPENSACAO (11 E TROCADO POR 12 NA SEGUNDA
      *    APRESENTACAO SEM FUNDOS, NO 220)
       120-ANOTAR-NAO-POSTADO.
           IF WK-NPS-TIPO = 'D'
            AND WK-NPS-NOTA >= 750000 AND WK-NPS-NOTA <= 789999
               IF WK-TOT-NAO-POSTADOS >= 2000
                   DISPLAY 'TABELA DE DEBITOS NAO POSTADOS CHEIA '
                           '(MAXIMO 2000) - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-NAO-POSTADOS
               MOVE WK-NPS-CODIGO
                    TO NPS-TAB-CODIGO(WK-TOT-NAO-POSTADOS)
               MOVE WK-NPS-NOTA
                    TO NPS-TAB-NOTA(WK-TOT-NAO-POSTADOS)
               EVALUATE WK-MOTIVO-SUSP
                   WHEN 'LI'
                   WHEN 'SF'
                   WHEN 'PJ'
                       MOVE 11 TO NPS-TAB-MOTIVO(WK-TOT-NAO-POSTADOS)
                   WHEN 'SP'
                       MOVE 21 TO NPS-TAB-MOTIVO(WK-TOT-NAO-POSTADOS)
                   WHEN 'ST'
                       MOVE 24 TO NPS-TAB-MOTIVO(WK-TOT-NAO-POSTADOS)
                   WHEN 'SC'
                       MOVE 13 TO NPS-TAB-MOTIVO(WK-TOT-NAO-POSTADOS)
                   WHEN OTHER
                       MOVE 31 TO NPS-TAB-MOTIVO(WK-TOT-NAO-POSTADOS)
               END-EVALUATE
           END-IF.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           PERFORM 210-AVANCAR-HISTORICO
               UNTIL WK-FS-CHQHVELH = '10'
                  OR HVH-CHAVE >= FD-CHQ-CHAVE.
           IF FD-CHQ-CHAVE = WK-ULTIMA-CHAVE
               PERFORM 240-GRAVAR-DEVOLUCAO
           ELSE
               PERFORM 202-ATUALIZAR-HISTORICO
           END-IF.
           MOVE FD-CHQ-CHAVE TO WK-ULTIMA-CHAVE.
           PERFORM 301-LER-CHQMOV.
      *
      *    A REMESSA NULA (49) NAO APAGA O HISTORICO DO
      *    CHEQUE JA PAGO OU JA DEVOLVIDO EM DEFINITIVO; NOS
      *    DEMAIS CASOS A APRESENTACAO DA NOITE SUBSTITUI A
      *    ANTERIOR
       202-ATUALIZAR-HISTORICO.
           IF CHQ-SIT-ACEITO
               PERFORM 220-APURAR-DEBITO
           END-IF.
           IF WK-FS-CHQHVELH NOT = '10'
            AND HVH-CHAVE = FD-CHQ-CHAVE
               IF CHQ-SIT-DEVOLVIDO AND FD-CHQ-MOTIVO = 49
                   PERFORM 210-AVANCAR-HISTORICO
               ELSE
                   WRITE REG-CHQHNOVO FROM REG-CHEQUE
                   PERFORM 311-LER-CHQHVELH
               END-IF
           ELSE
               WRITE REG-CHQHNOVO FROM REG-CHEQUE
           END-IF.
           IF CHQ-SIT-DEVOLVIDO
               PERFORM 240-GRAVAR-DEVOLUCAO
           ELSE
               ADD 1 TO WK-TOT-PAGOS
           END-IF.
       210-AVANCAR-HISTORICO.
           WRITE REG-CHQHNOVO FROM REG-CHQHVELH.
           PERFORM 311-LER-CHQHVELH.
      *
      *    CHEQUE ACEITO PELO ALUNO150: DEVOLVIDO SE O DEBITO
      *    NAO FOI POSTADO, PAGO NO CASO CONTRARIO
       220-APURAR-DEBITO.
           SET NAO-POSTADO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-NPS FROM 1 BY 1
                   UNTIL WK-IND-NPS > WK-TOT-NAO-POSTADOS
                   OR NAO-POSTADO-ACHADO
               IF NPS-TAB-CODIGO(WK-IND-NPS) = FD-CHQ-CODIGO
                AND NPS-TAB-NOTA(WK-IND-NPS) = FD-CHQ-NUMERO
                   SET NAO-POSTADO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF NAO-POSTADO-ACHADO
               SUBTRACT 1 FROM WK-IND-NPS
               MOVE 'D' TO FD-CHQ-SITUACAO
               MOVE NPS-TAB-MOTIVO(WK-IND-NPS) TO FD-CHQ-MOTIVO
               IF FD-CHQ-MOTIVO = 11
                AND WK-FS-CHQHVELH NOT = '10'
                AND HVH-CHAVE = FD-CHQ-CHAVE
                AND HVH-SITUACAO = 'D'
                AND HVH-MOTIVO = 11
                   MOVE 12 TO FD-CHQ-MOTIVO
               END-IF
           ELSE
               MOVE 'P' TO FD-CHQ-SITUACAO
               MOVE ZEROS TO FD-CHQ-MOTIVO
           END-IF.
      *
      *    CONTAGEM DAS DEVOLUCOES SEM FUNDOS POR CLIENTE
      *    PARA O CCF
       230-SOMAR-DEVOLUCAO.
           IF WK-TOT-DVC = ZEROS
            OR DVC-TAB-CODIGO(WK-TOT-DVC) NOT = FD-CHQ-CODIGO
               IF WK-TOT-DVC >= 5000
                   DISPLAY 'TABELA DE DEVOLUCOES CHEIA (MAXIMO '
                           '5000 CLIENTES) - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-DVC
               MOVE FD-CHQ-CODIGO TO DVC-TAB-CODIGO(WK-TOT-DVC)
               MOVE ZEROS         TO DVC-TAB-QTDE(WK-TOT-DVC)
           END-IF.
           ADD 1 TO DVC-TAB-QTDE(WK-TOT-DVC).
           ADD 1 TO WK-TOT-SEM-FUNDOS.
       240-GRAVAR-DEVOLUCAO.
           WRITE REG-CHQDEVOL FROM REG-CHEQUE.
           ADD 1 TO WK-TOT-DEVOLVIDOS.
           IF CHQ-MOT-SEM-FUNDOS
               PERFORM 230-SOMAR-DEVOLUCAO
           END-IF.
           MOVE FD-CHQ-CODIGO    TO WK-LD-CODIGO.
           MOVE FD-CHQ-NUMERO    TO WK-LD-NUMERO.
           IF FD-CHQ-VALOR NUMERIC
               MOVE FD-CHQ-VALOR TO WK-LD-VALOR
           ELSE
               MOVE ZEROS        TO WK-LD-VALOR
           END-IF.
           MOVE FD-CHQ-MOTIVO    TO WK-LD-MOTIVO.
           WRITE REG-RELDEV FROM WK-LINHA-DEVOLUCAO.
      ***************************************
       300-LER-ARQUIVOS SECTION.
       301-LER-CHQMOV.
           READ ARQ-CHQMOV.
           EVALUATE WK-FS-CHQMOV
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CHQMOV
                           ' NO COMANDO READ CHQMOV'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       311-LER-CHQHVELH.
           READ ARQ-CHQHVELH
               AT END
                   MOVE '10' TO WK-FS-CHQHVELH
           END-READ.
       321-LER-CCFVELH.
           READ ARQ-CCFVELH
               AT END
                   MOVE '10' TO WK-FS-CCFVELH
           END-READ.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 210-AVANCAR-HISTORICO
               UNTIL WK-FS-CHQHVELH = '10'.
           PERFORM 910-ATUALIZAR-CCF
               VARYING WK-IND-DVC FROM 1 BY 1
               UNTIL WK-IND-DVC > WK-TOT-DVC.
           PERFORM 915-COPIAR-CCF
               UNTIL WK-FS-CCFVELH = '10'.
           DISPLAY 'CHEQUES DO MOVIMENTO     = ' WK-REGS-LIDOS.
           DISPLAY 'CHEQUES PAGOS            = ' WK-TOT-PAGOS.
           DISPLAY 'CHEQUES DEVOLVIDOS       = ' WK-TOT-DEVOLVIDOS.
           DISPLAY 'DEVOLUCOES SEM FUNDOS    = ' WK-TOT-SEM-FUNDOS.
           DISPLAY 'CLIENTES INCLUIDOS NO CCF = ' WK-TOT-INCLUIDOS.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CHQMOV.
           IF CHQHVELH-ABERTO
               CLOSE ARQ-CHQHVELH
           END-IF.
           IF CCFVELH-ABERTO
               CLOSE ARQ-CCFVELH
           END-IF.
           CLOSE ARQ-CHQHNOVO.
           CLOSE ARQ-CHQDEVOL.
           CLOSE ARQ-CCFNOVO.
           CLOSE ARQ-RELDEV.
      *
      *    O CLIENTE REGULARIZADO QUE VOLTA A TER DEVOLUCAO
      *    RECOMECA EM OBSERVACAO (A REGULARIZACAO JA ZEROU
      *    A CONTAGEM)
       910-ATUALIZAR-CCF.
           PERFORM 915-COPIAR-CCF
               UNTIL WK-FS-CCFVELH = '10'
                  OR CVH-CODIGO >= DVC-TAB-CODIGO(WK-IND-DVC).
           IF WK-FS-CCFVELH NOT = '10'
            AND CVH-CODIGO = DVC-TAB-CODIGO(WK-IND-DVC)
               MOVE REG-CCFVELH TO REG-CHQCCF
               PERFORM 321-LER-CCFVELH
           ELSE
               MOVE SPACES     TO REG-CHQCCF
               MOVE DVC-TAB-CODIGO(WK-IND-DVC) TO FD-CCF-CODIGO
               MOVE ZEROS      TO FD-CCF-QTDE-DEVOL
               SET CCF-SIT-OBSERVACAO TO TRUE
               MOVE WK-DATA-EXEC TO FD-CCF-DATA-SITUACAO
               MOVE 'ALUNO151' TO FD-CCF-OPERADOR
           END-IF.
           IF CCF-SIT-REGULARIZADO
               SET CCF-SIT-OBSERVACAO TO TRUE
               MOVE WK-DATA-EXEC TO FD-CCF-DATA-SITUACAO
               MOVE 'ALUNO151' TO FD-CCF-OPERADOR
           END-IF.
           ADD DVC-TAB-QTDE(WK-IND-DVC) TO FD-CCF-QTDE-DEVOL
               ON SIZE ERROR
                   MOVE 999 TO FD-CCF-QTDE-DEVOL
           END-ADD.
           MOVE WK-DATA-EXEC TO FD-CCF-DATA-ULT-DEVOL.
           IF NOT CCF-SIT-INCLUIDO
            AND FD-CCF-QTDE-DEVOL >= WK-PARM-DEVOLUC
               SET CCF-SIT-INCLUIDO TO TRUE
               MOVE WK-DATA-EXEC TO FD-CCF-DATA-SITUACAO
               MOVE 'ALUNO151' TO FD-CCF-OPERADOR
               ADD 1 TO WK-TOT-INCLUIDOS
               MOVE FD-CCF-CODIGO     TO WK-LF-CODIGO
               MOVE FD-CCF-QTDE-DEVOL TO WK-LF-QTDE
               WRITE REG-RELDEV FROM WK-LINHA-CCF
           END-IF.
           WRITE REG-CHQCCF.
       915-COPIAR-CCF.
           WRITE REG-CHQCCF FROM REG-CCFVELH.
           PERFORM 321-LER-CCFVELH.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO151'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-DEVOLVIDOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
