      *    CONSOME O ARQUIVO DE RECUSAS. O CONTRATO     *
      *    CAI NA BANDA DE ATRASO:                      *
      *      1 = ATE 30  2 = 31-60  3 = 61-90  4 = 90+  *
      *      5 = RENEGOCIADO (ACORDO VIGENTE)           *
      *    CLIENTE COM ACORDO VIGENTE NO MESTRE DE      *
      *    ACORDOS (ALUNO137) TEM OS CONTRATOS ATIVOS   *
      *    NA BANDA 5, PROVISIONADOS SOBRE O SALDO      *
      *    DEVEDOR (ALUNO64) MAIS AS PARCELAS EM        *
      *    ATRASO, MESMO SEM ATRASO; ACORDO             *
      *    ROMPIDO (ALUNO138) VOLTA AO AGING NORMAL.    *
      *    A TABELA DE TAXAS (PROVTAB) DA O PERCENTUAL  *
      *    DE PROVISAO DE CADA BANDA; SAI O RELATORIO   *
      *    DE AGING POR BANDA E EMPRESA E O AJUSTE DE   *
      *    PROVISAO EM LINHAS BALANCEADAS NO LAYOUT DO  *
      *    GLFEED, PARA O RAZAO CARREGAR O RISCO DE     *
      *    CREDITO. O COLATERAL COM GRAVAME REGISTRADO  *
      *    NO CADASTRO DE GARANTIAS (ALUNO142) E        *
      *    DEDUZIDO DA BASE DE PROVISAO DO CONTRATO     *
      *    (NUNCA ABAIXO DE ZERO); O AGING CONTINUA     *
      *    MOSTRANDO O VALOR BRUTO DA BANDA             *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-ATRVELH.
           SELECT ARQ-ATRNOVO  ASSIGN TO ATRNOVO
               FILE STATUS IS WK-FS-ATRNOVO.
           SELECT ARQ-ACORDOS  ASSIGN TO ACORDOS
               FILE STATUS IS WK-FS-ACORDOS.
           SELECT ARQ-GARANTIA ASSIGN TO GARANTIA
               FILE STATUS IS WK-FS-GARANTIA.
           SELECT ARQ-PROVTAB  ASSIGN TO PROVTAB
               FILE STATUS IS WK-FS-PROVTAB.
           SELECT ARQ-RELAGE   ASSIGN TO RELAGE
           05 FD-ATN-CODIGO         PIC 9(5).
           05 FD-ATN-DATA-PRIMEIRA  PIC 9(8).
           05 FILLER                PIC X(7).
       FD   ARQ-ACORDOS
            RECORDING MODE IS F.
           COPY ACORDO.
       FD   ARQ-GARANTIA
            RECORDING MODE IS F.
           COPY GARANTIA.
       FD   ARQ-PROVTAB
            RECORDING MODE IS F.
       01  REG-PROVTAB.
       77  WK-FS-RECUSEMP    PIC XX             VALUE SPACES.
       77  WK-FS-ATRVELH     PIC XX             VALUE SPACES.
       77  WK-FS-ATRNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-ACORDOS     PIC XX             VALUE SPACES.
       77  WK-FS-GARANTIA    PIC XX             VALUE SPACES.
       77  WK-FS-PROVTAB     PIC XX             VALUE SPACES.
       77  WK-FS-RELAGE      PIC XX             VALUE SPACES.
       77  WK-FS-PROVFEED    PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-EM-ATRASO  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SEM-CONTRATO PIC 9(05)        VALUE ZEROS.
       77  WK-TOT-RENEGOCIADOS PIC 9(05)        VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    CONTRATOS ATIVOS DO MESTRE (O ATRASO DO CLIENTE E
      *    CASADO COM O SEU CONTRATO ATIVO). RENEG = S PARA
      *    CLIENTE COM ACORDO VIGENTE, COM O SALDO DEVEDOR;
      *    GARANTIA = COLATERAL REGISTRADO PARA O CONTRATO
       01  TABELA-CONTRATOS.
           05 CON-ENTRADA            OCCURS 2000 TIMES.
              10 CON-TAB-CODIGO      PIC 9(5).
              10 CON-TAB-QTDE-ATRASO PIC 9(3).
              10 CON-TAB-VAL-ATRASO  PIC 9(9)V99.
              10 CON-TAB-DIAS-ATRASO PIC 9(3).
              10 CON-TAB-RENEG       PIC X(1).
              10 CON-TAB-SALDO       PIC 9(9)V99.
              10 CON-TAB-GARANTIA    PIC 9(11)V99.
       77  WK-TOT-CONTRATOS  PIC 9(04)          VALUE ZEROS.
       77  WK-IND-CON        PIC 9(04)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
       77  WK-IND-ATR        PIC 9(04)          VALUE ZEROS.
       77  WK-DIAS-ATRASO    PIC 9(3)           VALUE ZEROS.
      *
      *    CLIENTES COM ACORDO DE RENEGOCIACAO VIGENTE
       01  TABELA-RENEGOCIADOS.
           05 RNG-ENTRADA            OCCURS 2000 TIMES.
              10 RNG-TAB-CODIGO      PIC 9(5).
       77  WK-TOT-RENEG      PIC 9(04)          VALUE ZEROS.
       77  WK-IND-RNG        PIC 9(04)          VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
      *    AREA DE COMUNICACAO COM O ALUNO63 (CALENDARIO)
           COPY CALSRV.
      *
      *    PERCENTUAIS DE PROVISAO POR BANDA
       01  TABELA-PROVISAO.
           05 PRV-ENTRADA            OCCURS 5 TIMES.
              10 PRV-TAB-PCT         PIC 9(3)V99.
       77  WK-IND-PRV        PIC 9(1)           VALUE ZEROS.
      *
      *    TOTAIS POR BANDA E EMPRESA
       01  TABELA-BANDAS.
           05 BND-ENTRADA            OCCURS 50 TIMES.
              10 BND-TAB-BANDA       PIC 9(1).
              10 BND-TAB-EMPRESA     PIC 99.
              10 BND-TAB-CONTRATOS   PIC 9(5).
       77  WK-BANDA          PIC 9(1)           VALUE ZEROS.
       77  WK-PROVISAO       PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-PROVISAO   PIC 9(11)V99       VALUE ZEROS.
       77  WK-BASE-PROVISAO  PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-DEDUZIDO   PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-DEDUZIDO-ED PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WK-QTDE-FEED      PIC 9(7)           VALUE ZEROS.
      *
       01  WK-LINHA-AGING.
           05 WK-LG-EMPRESA        PIC 99.
           05 FILLER               PIC X(11)     VALUE ' CONTRATOS='.
           05 WK-LG-CONTRATOS      PIC ZZZZ9.
           05 WK-LG-ROTULO         PIC X(09)     VALUE ' ATRASO= '.
           05 WK-LG-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(11)     VALUE ' PROVISAO= '.
           05 WK-LG-PROVISAO       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(18)     VALUE SPACES.
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
           OPEN INPUT  ARQ-RECUSEMP.
           OPEN OUTPUT ARQ-RELAGE.
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 105-CARREGAR-ACORDOS.
           PERFORM 110-CARREGAR-CONTRATOS.
           PERFORM 115-CARREGAR-GARANTIAS.
           PERFORM 120-CARREGAR-PROVTAB.
           PERFORM 130-CARREGAR-ATRASOS.
           PERFORM 301-LER-RECUSEMP.
      *
      *    SEM MESTRE DE ACORDOS NAO HA BANDA DE RENEGOCIADOS
       105-CARREGAR-ACORDOS.
           OPEN INPUT ARQ-ACORDOS.
           EVALUATE WK-FS-ACORDOS
               WHEN '00'
                   PERFORM 107-LER-ACORDOS
                   PERFORM 106-ACUMULAR-ACORDO
                       UNTIL WK-FS-ACORDOS = '10'
                   CLOSE ARQ-ACORDOS
               WHEN OTHER
                   DISPLAY 'ARQUIVO ACORDOS NAO ENCONTRADO - '
                           'AGING SEM BANDA DE RENEGOCIADOS'
           END-EVALUATE.
       106-ACUMULAR-ACORDO.
           IF ACD-SIT-VIGENTE
               IF WK-TOT-RENEG >= 2000
                   DISPLAY 'TABELA DE ACORDOS CHEIA (MAXIMO 2000 '
                           'REGISTROS) - AGING ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-RENEG
               MOVE FD-ACD-CODIGO TO RNG-TAB-CODIGO(WK-TOT-RENEG)
           END-IF.
           PERFORM 107-LER-ACORDOS.
       107-LER-ACORDOS.
           READ ARQ-ACORDOS
               AT END
                   MOVE '10' TO WK-FS-ACORDOS
           END-READ.
       110-CARREGAR-CONTRATOS.
           OPEN INPUT ARQ-EMPREST.
           EVALUATE WK-FS-EMPREST
                    TO CON-TAB-VAL-ATRASO(WK-TOT-CONTRATOS)
               MOVE ZEROS
                    TO CON-TAB-DIAS-ATRASO(WK-TOT-CONTRATOS)
               MOVE 'N' TO CON-TAB-RENEG(WK-TOT-CONTRATOS)
               MOVE ZEROS TO CON-TAB-SALDO(WK-TOT-CONTRATOS)
               MOVE ZEROS TO CON-TAB-GARANTIA(WK-TOT-CONTRATOS)
               PERFORM 113-MARCAR-RENEGOCIADO
           END-IF.
           PERFORM 112-LER-EMPREST.
       112-LER-EMPREST.
               AT END
                   MOVE '10' TO WK-FS-EMPREST
           END-READ.
      *
      *    CONTRATO DE CLIENTE COM ACORDO VIGENTE: O SALDO
      *    DEVEDOR NA ULTIMA PARCELA FATURADA (COMO NA
      *    QUITACAO DO ALUNO114) E A BASE DA PROVISAO
       113-MARCAR-RENEGOCIADO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-RNG FROM 1 BY 1
                   UNTIL WK-IND-RNG > WK-TOT-RENEG
                   OR ITEM-ACHADO
               IF RNG-TAB-CODIGO(WK-IND-RNG) = FD-EMP-CODIGO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               MOVE 'S' TO CON-TAB-RENEG(WK-TOT-CONTRATOS)
               MOVE FD-EMP-PRINCIPAL   TO LK-AMT-PRINCIPAL
               MOVE FD-EMP-TAXA-MENSAL TO LK-AMT-TAXA-MENSAL
               MOVE FD-EMP-PRAZO       TO LK-AMT-PRAZO
               MOVE FD-EMP-SISTEMA     TO LK-AMT-SISTEMA
               CALL 'ALUNO64' USING LK-AMT-COM
               EVALUATE TRUE
                   WHEN LK-AMT-ERRO
                    OR FD-EMP-PARCELAS-FATUR = ZEROS
                       MOVE FD-EMP-PRINCIPAL
                            TO CON-TAB-SALDO(WK-TOT-CONTRATOS)
                   WHEN OTHER
                       MOVE LK-AMT-SALDO(FD-EMP-PARCELAS-FATUR)
                            TO CON-TAB-SALDO(WK-TOT-CONTRATOS)
               END-EVALUATE
           END-IF.
      *
      *    SO O COLATERAL JA VINCULADO A CONTRATO E COM
      *    GRAVAME REGISTRADO REDUZ A PROVISAO; SEM O CADASTRO
      *    A PROVISAO SAI CHEIA
       115-CARREGAR-GARANTIAS.
           OPEN INPUT ARQ-GARANTIA.
           EVALUATE WK-FS-GARANTIA
               WHEN '00'
                   PERFORM 117-LER-GARANTIA
                   PERFORM 116-ACUMULAR-GARANTIA
                       UNTIL WK-FS-GARANTIA = '10'
                   CLOSE ARQ-GARANTIA
               WHEN OTHER
                   DISPLAY 'ARQUIVO GARANTIA NAO ENCONTRADO - '
                           'PROVISAO SEM DEDUCAO DE COLATERAL'
           END-EVALUATE.
       116-ACUMULAR-GARANTIA.
           IF FD-GAR-CONTRATO > ZEROS
            AND GAR-COLATERAL
            AND COL-GRAV-REGISTRADO
               SET ITEM-NAO-ACHADO TO TRUE
               PERFORM VARYING WK-IND-CON FROM 1 BY 1
                       UNTIL WK-IND-CON > WK-TOT-CONTRATOS
                       OR ITEM-ACHADO
                   IF CON-TAB-CONTRATO(WK-IND-CON)
                          = FD-GAR-CONTRATO
                       SET ITEM-ACHADO TO TRUE
                   END-IF
               END-PERFORM
               IF ITEM-ACHADO
                   SUBTRACT 1 FROM WK-IND-CON
                   ADD FD-GAR-COL-VALOR
                       TO CON-TAB-GARANTIA(WK-IND-CON)
               END-IF
           END-IF.
           PERFORM 117-LER-GARANTIA.
       117-LER-GARANTIA.
           READ ARQ-GARANTIA
               AT END
                   MOVE '10' TO WK-FS-GARANTIA
           END-READ.
       120-CARREGAR-PROVTAB.
           OPEN INPUT ARQ-PROVTAB.
           EVALUATE WK-FS-PROVTAB
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-TOT-RENEG > ZEROS
            AND PRV-TAB-PCT(5) = ZEROS
               DISPLAY 'PROVTAB SEM PERCENTUAL DA BANDA 5 - '
                       'RENEGOCIADOS SEM PROVISAO'
           END-IF.
       121-ACUMULAR-PCT.
           IF FD-PRV-BANDA >= 1 AND FD-PRV-BANDA <= 5
               MOVE FD-PRV-PCT TO PRV-TAB-PCT(FD-PRV-BANDA)
           END-IF.
           PERFORM 122-LER-PROVTAB.
               UNTIL WK-IND-ATR > WK-TOT-ATRASOS.
           DISPLAY 'CONTRATOS EM ATRASO        = '
                   WK-TOT-EM-ATRASO.
           DISPLAY 'CONTRATOS RENEGOCIADOS     = '
                   WK-TOT-RENEGOCIADOS.
           DISPLAY 'PARCELAS SEM CONTRATO      = '
                   WK-TOT-SEM-CONTRATO.
           MOVE WK-TOT-DEDUZIDO TO WK-TOT-DEDUZIDO-ED.
           DISPLAY 'COLATERAL DEDUZIDO DA BASE = '
                   WK-TOT-DEDUZIDO-ED.
           IF WK-TOT-SEM-CONTRATO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
      *    A BANDA DO CONTRATO SAI DO MAIOR ATRASO DAS SUAS
      *    PARCELAS; A PROVISAO E O PERCENTUAL DA BANDA
      *    SOBRE O VALOR EM ATRASO. O RENEGOCIADO FICA NA
      *    BANDA 5, COM PROVISAO SOBRE O SALDO DEVEDOR. A
      *    BASE DA PROVISAO E LIQUIDA DO COLATERAL (913)
       910-CLASSIFICAR-CONTRATO.
           IF CON-TAB-RENEG(WK-IND-CON) = 'S'
               ADD 1 TO WK-TOT-RENEGOCIADOS
               MOVE 5 TO WK-BANDA
               ADD CON-TAB-SALDO(WK-IND-CON)
                   TO CON-TAB-VAL-ATRASO(WK-IND-CON)
               PERFORM 913-DEDUZIR-GARANTIA
               COMPUTE WK-PROVISAO ROUNDED =
                       WK-BASE-PROVISAO
                       * PRV-TAB-PCT(WK-BANDA) / 100
               PERFORM 915-ACUMULAR-BANDA
           ELSE
               PERFORM 912-CLASSIFICAR-ATRASO
           END-IF.
       912-CLASSIFICAR-ATRASO.
           IF CON-TAB-QTDE-ATRASO(WK-IND-CON) > ZEROS
               ADD 1 TO WK-TOT-EM-ATRASO
               EVALUATE TRUE
                   WHEN OTHER
                       MOVE 4 TO WK-BANDA
               END-EVALUATE
               PERFORM 913-DEDUZIR-GARANTIA
               COMPUTE WK-PROVISAO ROUNDED =
                       WK-BASE-PROVISAO
                       * PRV-TAB-PCT(WK-BANDA) / 100
               PERFORM 915-ACUMULAR-BANDA
           END-IF.
      *
      *    BASE DA PROVISAO = VALOR DO CONTRATO NA BANDA
      *    MENOS O COLATERAL REGISTRADO, NUNCA NEGATIVA
       913-DEDUZIR-GARANTIA.
           IF CON-TAB-GARANTIA(WK-IND-CON)
                  >= CON-TAB-VAL-ATRASO(WK-IND-CON)
               MOVE ZEROS TO WK-BASE-PROVISAO
               ADD CON-TAB-VAL-ATRASO(WK-IND-CON)
                   TO WK-TOT-DEDUZIDO
           ELSE
               COMPUTE WK-BASE-PROVISAO =
                       CON-TAB-VAL-ATRASO(WK-IND-CON)
                       - CON-TAB-GARANTIA(WK-IND-CON)
               ADD CON-TAB-GARANTIA(WK-IND-CON)
                   TO WK-TOT-DEDUZIDO
           END-IF.
       915-ACUMULAR-BANDA.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-BND FROM 1 BY 1
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-BND
           ELSE
               IF WK-TOT-BANDAS >= 50
                   DISPLAY 'TABELA DE BANDAS CHEIA (MAXIMO 50 '
                           'REGISTROS) - AGING ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           ADD WK-PROVISAO TO WK-TOT-PROVISAO.
       920-RELATAR-BANDA.
           MOVE BND-TAB-BANDA(WK-IND-BND)     TO WK-LG-BANDA.
           IF BND-TAB-BANDA(WK-IND-BND) = 5
               MOVE ' SALDO=  ' TO WK-LG-ROTULO
           ELSE
               MOVE ' ATRASO= ' TO WK-LG-ROTULO
           END-IF.
           MOVE BND-TAB-EMPRESA(WK-IND-BND)   TO WK-LG-EMPRESA.
           MOVE BND-TAB-CONTRATOS(WK-IND-BND) TO WK-LG-CONTRATOS.
           MOVE BND-TAB-VALOR(WK-IND-BND)     TO WK-LG-VALOR.
