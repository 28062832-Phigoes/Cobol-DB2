       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO157.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    FRANQUIA MENSAL DE TARIFAS POR EVENTO: CONTA *
      *    OS EVENTOS DE CADA CLIENTE NA COMPETENCIA    *
      *    (CARTAO SYSIN AAAAMM, ZERADO VALE O MES      *
      *    ANTERIOR A RODADA) - SAQUES NO ATM (DEBITOS  *
      *    DO CANAL A) E TRANSACOES NO CAIXA (CANAL C)  *
      *    DO LANCAM E TEDS DESPACHADAS PELO ALUNO97    *
      *    (HISTORICO TEDHIST) - E COMPARA COM A        *
      *    FRANQUIA DO SEGMENTO DO CLIENTE              *
      *    (CLASSIFICACAO DO ALUNO38 E TABELA           *
      *    PRECOSEG). O EXCEDENTE DE CADA TIPO DE       *
      *    EVENTO VIRA UM DEBITO DE TARIFA NA FAIXA DE  *
      *    NOTAS 900000+ (MESMO NOTACTL DO ALUNO28)     *
      *    PARA O PROXIMO BALANCE LINE, E CADA TIPO DE  *
      *    EVENTO COM MOVIMENTO GRAVA UM DETALHE NO     *
      *    TARDET, QUE O EXTRATO (ALUNO29) IMPRIME PARA *
      *    O CLIENTE                                    *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-LANCAM   ASSIGN TO LANCAM
               FILE STATUS IS WK-FS-LANCAM.
           SELECT ARQ-TEDHIST  ASSIGN TO TEDHIST
               FILE STATUS IS WK-FS-TEDHIST.
           SELECT ARQ-SEGMENTO ASSIGN TO SEGMENTO
               FILE STATUS IS WK-FS-SEGMENTO.
           SELECT ARQ-PRECOSEG ASSIGN TO PRECOSEG
               FILE STATUS IS WK-FS-PRECOSEG.
           SELECT ARQ-LANCTAR  ASSIGN TO LANCTAR
               FILE STATUS IS WK-FS-LANCTAR.
           SELECT ARQ-TARDET   ASSIGN TO TARDET
               FILE STATUS IS WK-FS-TARDET.
           SELECT ARQ-NOTACTL  ASSIGN TO NOTACTL
               FILE STATUS IS WK-FS-NOTACTL.
           SELECT ARQ-RELTAR   ASSIGN TO RELTAR
               FILE STATUS IS WK-FS-RELTAR.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
       FD   ARQ-LANCAM
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-TEDHIST
            RECORDING MODE IS F.
       01  REG-TEDHIST.
           05 FD-TDH-CODIGO         PIC 9(5).
           05 FD-TDH-NOTA           PIC 9(6).
           05 FD-TDH-VALOR          PIC 9(6)V99.
           05 FD-TDH-BANCO-DEST     PIC 9(3).
           05 FD-TDH-AGENCIA-DEST   PIC 9(4).
           05 FD-TDH-CONTA-DEST     PIC X(10).
           05 FD-TDH-DATA-ENVIO     PIC 9(8).
           05 FD-TDH-EMPRESA        PIC 99.
           05 FILLER                PIC X(34).
       FD   ARQ-SEGMENTO
            RECORDING MODE IS F.
       01  REG-SEGMENTO.
           05 FD-SEG-CODIGO         PIC 9(5).
           05 FD-SEG-SEGMENTO       PIC X(01).
           05 FILLER                PIC X(04).
      *
      *    TABELA DE PRECOS POR SEGMENTO: A FRANQUIA MENSAL E O
      *    PRECO POR EVENTO EXCEDENTE OCUPAM A AREA QUE SOBRAVA
      *    NO REGISTRO (O ALUNO28 E O ALUNO70 NAO OS USAM)
       FD   ARQ-PRECOSEG
            RECORDING MODE IS F.
       01  REG-PRECOSEG.
           05 FD-PSG-SEGMENTO       PIC X(01).
           05 FD-PSG-TARIFA-CC      PIC 9(4)V99.
           05 FD-PSG-JUROS-POUP     PIC 9(2)V9(4).
           05 FD-PSG-TAXA-CHEQUE    PIC 9(2)V9(4).
           05 FD-PSG-FRANQ-ATM      PIC 9(3).
           05 FD-PSG-PRECO-ATM      PIC 9(3)V99.
           05 FD-PSG-FRANQ-TED      PIC 9(3).
           05 FD-PSG-PRECO-TED      PIC 9(3)V99.
           05 FD-PSG-FRANQ-CAIXA    PIC 9(3).
           05 FD-PSG-PRECO-CAIXA    PIC 9(3)V99.
           05 FILLER                PIC X(37).
       FD   ARQ-LANCTAR
            RECORDING MODE IS F.
       01  REG-LANCTAR              PIC X(41).
       FD   ARQ-TARDET
            RECORDING MODE IS F.
           COPY TARDET.
       FD   ARQ-NOTACTL
            RECORDING MODE IS F.
       01  REG-NOTACTL.
           05 FD-NTC-ULTIMA-NOTA    PIC 9(6).
           05 FD-NTC-DATA-POSTAGEM  PIC 9(8).
           05 FILLER                PIC X(06).
       FD   ARQ-RELTAR
            RECORDING MODE IS F.
       01  REG-RELTAR               PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-LANCAM      PIC XX             VALUE SPACES.
       77  WK-FS-TEDHIST     PIC XX             VALUE SPACES.
       77  WK-FS-SEGMENTO    PIC XX             VALUE SPACES.
       77  WK-FS-PRECOSEG    PIC XX             VALUE SPACES.
       77  WK-FS-LANCTAR     PIC XX             VALUE SPACES.
       77  WK-FS-TARDET      PIC XX             VALUE SPACES.
       77  WK-FS-NOTACTL     PIC XX             VALUE SPACES.
       77  WK-FS-RELTAR      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-LANC-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TEDS-LIDAS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DETALHES   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-TARIFA-REGS PIC 9(05)         VALUE ZEROS.
       77  WK-TOT-SEM-PRECO  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-TARIFA     PIC 9(8)V99        VALUE ZEROS.
       77  WK-TARIFA-EDIT    PIC ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    PARAMETRO: COMPETENCIA (AAAAMM) A TARIFAR; ZERADA
      *    VALE O MES ANTERIOR AO DA RODADA
       77  WK-PARM-ANOMES    PIC 9(06)          VALUE ZEROS.
      *
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-MOV-ANOMES     PIC 9(6)           VALUE ZEROS.
      *
      *    SEGMENTO DO CLIENTE (ALUNO38) E FRANQUIA/PRECOS POR
      *    SEGMENTO (PRECOSEG)
       01  TABELA-SEGMENTOS.
           05 SEG-ENTRADA            OCCURS 5000 TIMES.
              10 SEG-TAB-CODIGO      PIC 9(5).
              10 SEG-TAB-SEGMENTO    PIC X(01).
       77  WK-TOT-SEGMENTOS  PIC 9(05)          VALUE ZEROS.
       77  WK-IND-SEG        PIC 9(05)          VALUE ZEROS.
       01  TABELA-PRECOS.
           05 PSG-ENTRADA            OCCURS 10 TIMES.
              10 PSG-TAB-SEGMENTO    PIC X(01).
              10 PSG-TAB-FRANQ-ATM   PIC 9(3).
              10 PSG-TAB-PRECO-ATM   PIC 9(3)V99.
              10 PSG-TAB-FRANQ-TED   PIC 9(3).
              10 PSG-TAB-PRECO-TED   PIC 9(3)V99.
              10 PSG-TAB-FRANQ-CAIXA PIC 9(3).
              10 PSG-TAB-PRECO-CAIXA PIC 9(3)V99.
       77  WK-TOT-PRECOS     PIC 9(02)          VALUE ZEROS.
       77  WK-IND-PSG        PIC 9(02)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
       77  WK-SEGMENTO-CLI   PIC X(01)          VALUE SPACE.
      *
      *    EVENTOS DA COMPETENCIA POR CLIENTE
       01  TABELA-EVENTOS.
           05 EVT-ENTRADA            OCCURS 5000 TIMES.
              10 EVT-TAB-CODIGO      PIC 9(5).
              10 EVT-TAB-ATM         PIC 9(5).
              10 EVT-TAB-TED         PIC 9(5).
              10 EVT-TAB-CAIXA       PIC 9(5).
       77  WK-TOT-EVENTOS    PIC 9(05)          VALUE ZEROS.
       77  WK-IND-EVT        PIC 9(05)          VALUE ZEROS.
       77  WK-CODIGO-EVT     PIC 9(5)           VALUE ZEROS.
      *
      *    EVENTO CORRENTE DO CLIENTE A TARIFAR
       77  WK-EVENTO         PIC X(01)          VALUE SPACE.
       77  WK-QTDE-EVENTOS   PIC 9(5)           VALUE ZEROS.
       77  WK-FRANQUIA       PIC 9(3)           VALUE ZEROS.
       77  WK-PRECO-UNIT     PIC 9(3)V99        VALUE ZEROS.
       77  WK-EXCEDENTE      PIC 9(5)           VALUE ZEROS.
       77  WK-VALOR-TARIFA   PIC 9(6)V99        VALUE ZEROS.
      *
      *    FAIXA DE NOTAS DAS POSTAGENS AUTOMATICAS, COMPARTILHADA
      *    COM O ALUNO28 (MESMO NOTACTL); A DATA DA ULTIMA
      *    POSTAGEM DE JUROS E DEVOLVIDA INTACTA
       77  WK-PROXIMA-NOTA   PIC 9(6)           VALUE 900000.
       77  WK-DATA-POSTAGEM  PIC 9(8)           VALUE ZEROS.
      *
      *    IMAGEM DO DEBITO DE TARIFA NO LAYOUT LANCAM
       01  WK-LANCAM-TAR.
           05 WK-LTR-CODIGO         PIC 9(5).
           05 WK-LTR-TIPO           PIC X(01).
           05 WK-LTR-VALOR          PIC 9(6)V99.
           05 WK-LTR-NOTA           PIC 9(6).
           05 WK-LTR-CONTA          PIC X(01).
           05 WK-LTR-DATA           PIC 9(8).
           05 WK-LTR-NOTA-ORIG      PIC 9(6).
           05 WK-LTR-AGENCIA        PIC 9(3).
           05 WK-LTR-CANAL          PIC X(01).
           05 WK-LTR-EMPRESA        PIC 99.
      *
       01  WK-LINHA-TARIFA.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
           05 WK-LT-CODIGO         PIC 9(5).
           05 FILLER               PIC X(05)     VALUE ' SEG '.
           05 WK-LT-SEGMENTO       PIC X(01).
           05 FILLER               PIC X(05)     VALUE ' EV. '.
           05 WK-LT-EVENTO         PIC X(01).
           05 FILLER               PIC X(06)     VALUE ' QTDE '.
           05 WK-LT-QTDE           PIC ZZZZ9.
           05 FILLER               PIC X(06)     VALUE ' FRQ. '.
           05 WK-LT-FRANQUIA       PIC ZZ9.
           05 FILLER               PIC X(06)     VALUE ' EXC. '.
           05 WK-LT-EXCEDENTE      PIC ZZZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LT-VALOR          PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(06)     VALUE ' NOTA '.
           05 WK-LT-NOTA           PIC 9(6).
           05 FILLER               PIC X(01)     VALUE SPACE.
       01  WK-LINHA-SEM-PRECO.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
           05 WK-LS-CODIGO         PIC 9(5).
           05 FILLER               PIC X(05)     VALUE ' SEG '.
           05 WK-LS-SEGMENTO       PIC X(01).
           05 FILLER               PIC X(61)     VALUE
              ' - SEGMENTO SEM FRANQUIA NO PRECOSEG - NAO TARIFADO'.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-CLIENTEN = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-ANOMES FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-ANOMES NOT NUMERIC
            OR WK-PARM-ANOMES = ZEROS
               IF WK-EXE-MES = 01
                   COMPUTE WK-PARM-ANOMES =
                           (WK-EXE-ANO - 1) * 100 + 12
               ELSE
                   COMPUTE WK-PARM-ANOMES =
                           WK-EXE-ANO * 100 + WK-EXE-MES - 1
               END-IF
           END-IF.
           OPEN INPUT  ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIENTEN NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTEN
                           ' NO COMANDO OPEN CLIENTEN'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-SEGMENTOS.
           PERFORM 120-CARREGAR-PRECOS.
           PERFORM 130-CONTAR-LANCAM.
           PERFORM 140-CONTAR-TEDS.
           PERFORM 150-LER-ULTIMA-NOTA.
           OPEN OUTPUT ARQ-LANCTAR.
           OPEN OUTPUT ARQ-TARDET.
           OPEN OUTPUT ARQ-RELTAR.
           PERFORM 301-LER-CLIENTEN.
       110-CARREGAR-SEGMENTOS.
           OPEN INPUT ARQ-SEGMENTO.
           EVALUATE WK-FS-SEGMENTO
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO SEGMENTO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-SEGMENTO
                           ' NO COMANDO OPEN SEGMENTO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 112-LER-SEGMENTO.
           PERFORM 111-ACUMULAR-SEGMENTO
               UNTIL WK-FS-SEGMENTO = '10'.
           CLOSE ARQ-SEGMENTO.
       111-ACUMULAR-SEGMENTO.
           IF WK-TOT-SEGMENTOS >= 5000
               DISPLAY 'TABELA DE SEGMENTOS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - TARIFACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-SEGMENTOS.
           MOVE FD-SEG-CODIGO
                TO SEG-TAB-CODIGO(WK-TOT-SEGMENTOS).
           MOVE FD-SEG-SEGMENTO
                TO SEG-TAB-SEGMENTO(WK-TOT-SEGMENTOS).
           PERFORM 112-LER-SEGMENTO.
       112-LER-SEGMENTO.
           READ ARQ-SEGMENTO
               AT END
                   MOVE '10' TO WK-FS-SEGMENTO
           END-READ.
      *
      *    SEGMENTO SEM FRANQUIA/PRECO NUMERICOS (REGISTROS
      *    ANTERIORES AOS CAMPOS DE FRANQUIA) FICA ZERADO E NAO
      *    E TARIFADO POR EVENTO
       120-CARREGAR-PRECOS.
           OPEN INPUT ARQ-PRECOSEG.
           EVALUATE WK-FS-PRECOSEG
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO PRECOSEG NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PRECOSEG
                           ' NO COMANDO OPEN PRECOSEG'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 122-LER-PRECOSEG.
           PERFORM 121-ACUMULAR-PRECO
               UNTIL WK-FS-PRECOSEG = '10'.
           CLOSE ARQ-PRECOSEG.
       121-ACUMULAR-PRECO.
           IF WK-TOT-PRECOS >= 10
               DISPLAY 'TABELA DE PRECOS CHEIA (MAXIMO 10 '
                       'SEGMENTOS) - TARIFACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-PRECOS.
           MOVE WK-TOT-PRECOS TO WK-IND-PSG.
           MOVE FD-PSG-SEGMENTO TO PSG-TAB-SEGMENTO(WK-IND-PSG).
           MOVE ZEROS TO PSG-TAB-FRANQ-ATM(WK-IND-PSG)
                         PSG-TAB-PRECO-ATM(WK-IND-PSG)
                         PSG-TAB-FRANQ-TED(WK-IND-PSG)
                         PSG-TAB-PRECO-TED(WK-IND-PSG)
                         PSG-TAB-FRANQ-CAIXA(WK-IND-PSG)
                         PSG-TAB-PRECO-CAIXA(WK-IND-PSG).
           IF FD-PSG-FRANQ-ATM NUMERIC
            AND FD-PSG-PRECO-ATM NUMERIC
               MOVE FD-PSG-FRANQ-ATM
                    TO PSG-TAB-FRANQ-ATM(WK-IND-PSG)
               MOVE FD-PSG-PRECO-ATM
                    TO PSG-TAB-PRECO-ATM(WK-IND-PSG)
           END-IF.
           IF FD-PSG-FRANQ-TED NUMERIC
            AND FD-PSG-PRECO-TED NUMERIC
               MOVE FD-PSG-FRANQ-TED
                    TO PSG-TAB-FRANQ-TED(WK-IND-PSG)
               MOVE FD-PSG-PRECO-TED
                    TO PSG-TAB-PRECO-TED(WK-IND-PSG)
           END-IF.
           IF FD-PSG-FRANQ-CAIXA NUMERIC
            AND FD-PSG-PRECO-CAIXA NUMERIC
               MOVE FD-PSG-FRANQ-CAIXA
                    TO PSG-TAB-FRANQ-CAIXA(WK-IND-PSG)
               MOVE FD-PSG-PRECO-CAIXA
                    TO PSG-TAB-PRECO-CAIXA(WK-IND-PSG)
           END-IF.
           PERFORM 122-LER-PRECOSEG.
       122-LER-PRECOSEG.
           READ ARQ-PRECOSEG
               AT END
                   MOVE '10' TO WK-FS-PRECOSEG
           END-READ.
      *
      *    EVENTOS DO LANCAM DA COMPETENCIA: SAQUE NO ATM
      *    (DEBITO DO CANAL A) E TRANSACAO NO CAIXA (CREDITO,
      *    DEBITO OU TRANSFERENCIA DO CANAL C); ESTORNOS E AS
      *    FAIXAS AUTOMATICAS (600000-999999) NAO CONTAM
       130-CONTAR-LANCAM.
           OPEN INPUT ARQ-LANCAM.
           EVALUATE WK-FS-LANCAM
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO LANCAM NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-LANCAM
                           ' NO COMANDO OPEN LANCAM'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 401-LER-LANCAM.
           PERFORM 131-AVALIAR-LANCAM
               UNTIL WK-FS-LANCAM = '10'.
           CLOSE ARQ-LANCAM.
       131-AVALIAR-LANCAM.
           ADD 1 TO WK-LANC-LIDOS.
           COMPUTE WK-MOV-ANOMES = FD-LAN-DATA / 100.
           IF WK-MOV-ANOMES = WK-PARM-ANOMES
            AND FD-LAN-NOTA < 600000
               EVALUATE TRUE
                   WHEN LAN-CANAL-ATM AND FD-LAN-TIPO = 'D'
                       MOVE FD-LAN-CODIGO TO WK-CODIGO-EVT
                       PERFORM 160-LOCALIZAR-CONTADOR
                       ADD 1 TO EVT-TAB-ATM(WK-IND-EVT)
                   WHEN LAN-CANAL-CAIXA AND FD-LAN-TIPO NOT = 'E'
                       MOVE FD-LAN-CODIGO TO WK-CODIGO-EVT
                       PERFORM 160-LOCALIZAR-CONTADOR
                       ADD 1 TO EVT-TAB-CAIXA(WK-IND-EVT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 401-LER-LANCAM.
      *
      *    TEDS DESPACHADAS NA COMPETENCIA (HISTORICO GRAVADO
      *    PELO ALUNO97); SEM O HISTORICO NAO HA TARIFA DE TED
       140-CONTAR-TEDS.
           OPEN INPUT ARQ-TEDHIST.
           EVALUATE WK-FS-TEDHIST
               WHEN '00'
                   PERFORM 142-LER-TEDHIST
                   PERFORM 141-AVALIAR-TED
                       UNTIL WK-FS-TEDHIST = '10'
                   CLOSE ARQ-TEDHIST
               WHEN OTHER
                   DISPLAY 'ARQUIVO TEDHIST NAO ENCONTRADO - '
                           'TARIFACAO SEM EVENTOS DE TED'
           END-EVALUATE.
       141-AVALIAR-TED.
           ADD 1 TO WK-TEDS-LIDAS.
           COMPUTE WK-MOV-ANOMES = FD-TDH-DATA-ENVIO / 100.
           IF WK-MOV-ANOMES = WK-PARM-ANOMES
               MOVE FD-TDH-CODIGO TO WK-CODIGO-EVT
               PERFORM 160-LOCALIZAR-CONTADOR
               ADD 1 TO EVT-TAB-TED(WK-IND-EVT)
           END-IF.
           PERFORM 142-LER-TEDHIST.
       142-LER-TEDHIST.
           READ ARQ-TEDHIST
               AT END
                   MOVE '10' TO WK-FS-TEDHIST
           END-READ.
      *
      *    A NUMERACAO CONTINUA DA ULTIMA NOTA DA FAIXA
      *    900000-999999 GRAVADA PELO ALUNO28 OU POR ESTA
      *    TARIFACAO; SEM CONTROLE, COMECA NO INICIO DA FAIXA
       150-LER-ULTIMA-NOTA.
           OPEN INPUT ARQ-NOTACTL.
           EVALUATE WK-FS-NOTACTL
               WHEN '00'
                   READ ARQ-NOTACTL
                       AT END
                           MOVE '10' TO WK-FS-NOTACTL
                   END-READ
                   IF WK-FS-NOTACTL = '00'
                    AND FD-NTC-ULTIMA-NOTA >= 900000
                    AND FD-NTC-ULTIMA-NOTA <= 999999
                       MOVE FD-NTC-ULTIMA-NOTA TO WK-PROXIMA-NOTA
                   END-IF
                   IF WK-FS-NOTACTL = '00'
                    AND FD-NTC-DATA-POSTAGEM NUMERIC
                       MOVE FD-NTC-DATA-POSTAGEM
                            TO WK-DATA-POSTAGEM
                   END-IF
                   CLOSE ARQ-NOTACTL
               WHEN OTHER
                   DISPLAY 'ARQUIVO NOTACTL NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO DA FAIXA'
           END-EVALUATE.
      *
      *    CONTADOR DE EVENTOS DO CLIENTE WK-CODIGO-EVT; CRIA A
      *    ENTRADA NA PRIMEIRA OCORRENCIA
       160-LOCALIZAR-CONTADOR.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-EVT FROM 1 BY 1
                   UNTIL WK-IND-EVT > WK-TOT-EVENTOS
                   OR ITEM-ACHADO
               IF EVT-TAB-CODIGO(WK-IND-EVT) = WK-CODIGO-EVT
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-EVT
           ELSE
               IF WK-TOT-EVENTOS >= 5000
                   DISPLAY 'TABELA DE EVENTOS CHEIA (MAXIMO 5000 '
                           'CLIENTES) - TARIFACAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-EVENTOS
               MOVE WK-TOT-EVENTOS TO WK-IND-EVT
               MOVE WK-CODIGO-EVT  TO EVT-TAB-CODIGO(WK-IND-EVT)
               MOVE ZEROS          TO EVT-TAB-ATM(WK-IND-EVT)
               MOVE ZEROS          TO EVT-TAB-TED(WK-IND-EVT)
               MOVE ZEROS          TO EVT-TAB-CAIXA(WK-IND-EVT)
           END-IF.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           PERFORM 205-PROCURAR-EVENTOS.
           IF ITEM-ACHADO
               PERFORM 210-DEFINIR-FRANQUIA
               IF ITEM-ACHADO
                   PERFORM 220-TARIFAR-ATM
                   PERFORM 230-TARIFAR-TED
                   PERFORM 240-TARIFAR-CAIXA
               ELSE
                   ADD 1 TO WK-TOT-SEM-PRECO
                   MOVE FD-CLN-CODIGO   TO WK-LS-CODIGO
                   MOVE WK-SEGMENTO-CLI TO WK-LS-SEGMENTO
                   WRITE REG-RELTAR FROM WK-LINHA-SEM-PRECO
               END-IF
           END-IF.
           PERFORM 301-LER-CLIENTEN.
       205-PROCURAR-EVENTOS.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-EVT FROM 1 BY 1
                   UNTIL WK-IND-EVT > WK-TOT-EVENTOS
                   OR ITEM-ACHADO
               IF EVT-TAB-CODIGO(WK-IND-EVT) = FD-CLN-CODIGO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-EVT
           END-IF.
      *
      *    FRANQUIA DO CLIENTE: A DO SEGMENTO REGISTRADO PELO
      *    ALUNO38; CLIENTE SEM SEGMENTO OU SEGMENTO SEM
      *    REGISTRO NO PRECOSEG NAO E TARIFADO
       210-DEFINIR-FRANQUIA.
           MOVE SPACE TO WK-SEGMENTO-CLI.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-SEG FROM 1 BY 1
                   UNTIL WK-IND-SEG > WK-TOT-SEGMENTOS
                   OR ITEM-ACHADO
               IF SEG-TAB-CODIGO(WK-IND-SEG) = FD-CLN-CODIGO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-SEG
               MOVE SEG-TAB-SEGMENTO(WK-IND-SEG) TO WK-SEGMENTO-CLI
               SET ITEM-NAO-ACHADO TO TRUE
               PERFORM VARYING WK-IND-PSG FROM 1 BY 1
                       UNTIL WK-IND-PSG > WK-TOT-PRECOS
                       OR ITEM-ACHADO
                   IF PSG-TAB-SEGMENTO(WK-IND-PSG) = WK-SEGMENTO-CLI
                       SET ITEM-ACHADO TO TRUE
                   END-IF
               END-PERFORM
               IF ITEM-ACHADO
                   SUBTRACT 1 FROM WK-IND-PSG
               END-IF
           END-IF.
       220-TARIFAR-ATM.
           MOVE 'A'                          TO WK-EVENTO.
           MOVE EVT-TAB-ATM(WK-IND-EVT)      TO WK-QTDE-EVENTOS.
           MOVE PSG-TAB-FRANQ-ATM(WK-IND-PSG) TO WK-FRANQUIA.
           MOVE PSG-TAB-PRECO-ATM(WK-IND-PSG) TO WK-PRECO-UNIT.
           PERFORM 250-TARIFAR-EVENTO.
       230-TARIFAR-TED.
           MOVE 'T'                          TO WK-EVENTO.
           MOVE EVT-TAB-TED(WK-IND-EVT)      TO WK-QTDE-EVENTOS.
           MOVE PSG-TAB-FRANQ-TED(WK-IND-PSG) TO WK-FRANQUIA.
           MOVE PSG-TAB-PRECO-TED(WK-IND-PSG) TO WK-PRECO-UNIT.
           PERFORM 250-TARIFAR-EVENTO.
       240-TARIFAR-CAIXA.
           MOVE 'C'                          TO WK-EVENTO.
           MOVE EVT-TAB-CAIXA(WK-IND-EVT)    TO WK-QTDE-EVENTOS.
           MOVE PSG-TAB-FRANQ-CAIXA(WK-IND-PSG) TO WK-FRANQUIA.
           MOVE PSG-TAB-PRECO-CAIXA(WK-IND-PSG) TO WK-PRECO-UNIT.
           PERFORM 250-TARIFAR-EVENTO.
      *
      *    EXCEDENTE DA FRANQUIA VEZES O PRECO DO EVENTO: UM
      *    DEBITO DE TARIFA POR TIPO DE EVENTO COBRADO E UM
      *    DETALHE POR TIPO DE EVENTO COM MOVIMENTO
       250-TARIFAR-EVENTO.
           IF WK-QTDE-EVENTOS > ZEROS
               MOVE ZEROS TO WK-EXCEDENTE
               MOVE ZEROS TO WK-VALOR-TARIFA
               IF WK-QTDE-EVENTOS > WK-FRANQUIA
                   COMPUTE WK-EXCEDENTE =
                           WK-QTDE-EVENTOS - WK-FRANQUIA
                   COMPUTE WK-VALOR-TARIFA =
                           WK-EXCEDENTE * WK-PRECO-UNIT
                       ON SIZE ERROR
                           MOVE 999999,99 TO WK-VALOR-TARIFA
                   END-COMPUTE
               END-IF
               MOVE SPACES          TO REG-TARDET
               IF WK-VALOR-TARIFA > ZEROS
                   PERFORM 260-POSTAR-TARIFA
                   MOVE WK-LTR-NOTA TO FD-TDT-NOTA
               ELSE
                   MOVE ZEROS       TO FD-TDT-NOTA
               END-IF
               MOVE FD-CLN-CODIGO   TO FD-TDT-CODIGO
               MOVE WK-PARM-ANOMES  TO FD-TDT-ANOMES
               MOVE WK-EVENTO       TO FD-TDT-EVENTO
               MOVE WK-SEGMENTO-CLI TO FD-TDT-SEGMENTO
               MOVE WK-QTDE-EVENTOS TO FD-TDT-QTDE-EVENTOS
               MOVE WK-FRANQUIA     TO FD-TDT-FRANQUIA
               MOVE WK-EXCEDENTE    TO FD-TDT-EXCEDENTE
               MOVE WK-PRECO-UNIT   TO FD-TDT-PRECO-UNIT
               MOVE WK-VALOR-TARIFA TO FD-TDT-VALOR
               MOVE WK-DATA-EXEC    TO FD-TDT-DATA
               WRITE REG-TARDET
               ADD 1 TO WK-TOT-DETALHES
               MOVE FD-CLN-CODIGO   TO WK-LT-CODIGO
               MOVE WK-SEGMENTO-CLI TO WK-LT-SEGMENTO
               MOVE WK-EVENTO       TO WK-LT-EVENTO
               MOVE WK-QTDE-EVENTOS TO WK-LT-QTDE
               MOVE WK-FRANQUIA     TO WK-LT-FRANQUIA
               MOVE WK-EXCEDENTE    TO WK-LT-EXCEDENTE
               MOVE WK-VALOR-TARIFA TO WK-LT-VALOR
               MOVE FD-TDT-NOTA     TO WK-LT-NOTA
               WRITE REG-RELTAR FROM WK-LINHA-TARIFA
           END-IF.
       260-POSTAR-TARIFA.
           MOVE SPACES          TO WK-LANCAM-TAR.
           MOVE FD-CLN-CODIGO   TO WK-LTR-CODIGO.
           MOVE 'D'             TO WK-LTR-TIPO.
           MOVE WK-VALOR-TARIFA TO WK-LTR-VALOR.
           PERFORM 270-PROXIMA-NOTA.
           MOVE 'C'             TO WK-LTR-CONTA.
           MOVE WK-DATA-EXEC    TO WK-LTR-DATA.
           MOVE ZEROS           TO WK-LTR-NOTA-ORIG.
           MOVE ZEROS           TO WK-LTR-AGENCIA.
           MOVE 'I'             TO WK-LTR-CANAL.
           MOVE FD-CLN-EMPRESA  TO WK-LTR-EMPRESA.
           WRITE REG-LANCTAR FROM WK-LANCAM-TAR.
           ADD 1                TO WK-TOT-TARIFA-REGS.
           ADD WK-VALOR-TARIFA  TO WK-TOT-TARIFA.
       270-PROXIMA-NOTA.
           IF WK-PROXIMA-NOTA >= 999999
               DISPLAY 'FAIXA DE NOTAS AUTOMATICAS ESGOTADA '
                       '(900000-999999) - TARIFACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-PROXIMA-NOTA.
           MOVE WK-PROXIMA-NOTA TO WK-LTR-NOTA.
      ***************************************
       300-LER-CLIENTEN SECTION.
       301-LER-CLIENTEN.
           READ ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTEN
                           ' NO COMANDO READ CLIENTEN'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       400-LER-LANCAM SECTION.
       401-LER-LANCAM.
           READ ARQ-LANCAM.
           EVALUATE WK-FS-LANCAM
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-LANCAM
                           ' NO COMANDO READ LANCAM'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE WK-TOT-TARIFA TO WK-TARIFA-EDIT.
           DISPLAY 'COMPETENCIA TARIFADA             = '
                   WK-PARM-ANOMES.
           DISPLAY 'LANCAMENTOS LIDOS                = '
                   WK-LANC-LIDOS.
           DISPLAY 'TEDS LIDAS DO HISTORICO          = '
                   WK-TEDS-LIDAS.
           DISPLAY 'CLIENTES COM EVENTOS             = '
                   WK-TOT-EVENTOS.
           DISPLAY 'DETALHES DE TARIFA GRAVADOS      = '
                   WK-TOT-DETALHES.
           DISPLAY 'LANCAMENTOS DE TARIFA GERADOS    = '
                   WK-TOT-TARIFA-REGS ' TOTAL ' WK-TARIFA-EDIT.
           DISPLAY 'CLIENTES SEM FRANQUIA NO SEGMENTO = '
                   WK-TOT-SEM-PRECO.
           IF WK-TOT-SEM-PRECO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 940-GRAVAR-NOTACTL.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CLIENTEN.
           CLOSE ARQ-LANCTAR.
           CLOSE ARQ-TARDET.
           CLOSE ARQ-RELTAR.
      ***************************************
       940-GRAVAR-NOTACTL.
           OPEN OUTPUT ARQ-NOTACTL.
           MOVE SPACES           TO REG-NOTACTL.
           MOVE WK-PROXIMA-NOTA  TO FD-NTC-ULTIMA-NOTA.
           MOVE WK-DATA-POSTAGEM TO FD-NTC-DATA-POSTAGEM.
           WRITE REG-NOTACTL.
           CLOSE ARQ-NOTACTL.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO157'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-SEM-PRECO TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
