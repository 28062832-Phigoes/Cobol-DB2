       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO143.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    RELATORIOS MENSAIS DA POLITICA DE GARANTIAS  *
      *    (PARAMETRO GARANT-POLIT DO ALUNO116 NO       *
      *    ARQUIVO CENTRAL; SEM ELE, CARTAO SYSIN COM   *
      *    LIMITE DE PRINCIPAL 9(7), COBERTURA PCT 9(3) *
      *    E IDADE MAXIMA DA AVALIACAO EM MESES 9(3)):  *
      *    1) CONTRATOS SUB-COLATERALIZADOS (RELSUBG):  *
      *       CONTRATO ATIVO COM PRINCIPAL ACIMA DO     *
      *       LIMITE OU COM COLATERAL CADASTRADO CUJO   *
      *       COLATERAL NAO LIBERADO FICA ABAIXO DA     *
      *       COBERTURA SOBRE O SALDO DEVEDOR           *
      *       (ALUNO64);                                *
      *    2) AVALIACOES VENCIDAS (RELAVAL): COLATERAL  *
      *       NAO LIBERADO DE CONTRATO ATIVO AVALIADO   *
      *       HA MAIS TEMPO QUE A IDADE DA POLITICA.    *
      *    PAGINACAO E CABECALHOS PELO ALUNO48          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPREST  ASSIGN TO EMPREST
               FILE STATUS IS WK-FS-EMPREST.
           SELECT ARQ-GARANTIA ASSIGN TO GARANTIA
               FILE STATUS IS WK-FS-GARANTIA.
           SELECT ARQ-RELSUBG  ASSIGN TO RELSUBG
               FILE STATUS IS WK-FS-RELSUBG.
           SELECT ARQ-RELAVAL  ASSIGN TO RELAVAL
               FILE STATUS IS WK-FS-RELAVAL.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-GARANTIA
            RECORDING MODE IS F.
           COPY GARANTIA.
       FD   ARQ-RELSUBG
            RECORDING MODE IS F.
       01  REG-RELSUBG              PIC X(133).
       FD   ARQ-RELAVAL
            RECORDING MODE IS F.
       01  REG-RELAVAL              PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-GARANTIA    PIC XX             VALUE SPACES.
       77  WK-FS-RELSUBG     PIC XX             VALUE SPACES.
       77  WK-FS-RELAVAL     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-SIT-GARANTIA   PIC X              VALUE 'N'.
           88 CADASTRO-ABERTO                   VALUE 'S'.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    POLITICA DE GARANTIAS (MESMO PARAMETRO DA
      *    ORIGINACAO): LIMITE DE PRINCIPAL, COBERTURA EM
      *    PERCENTO E IDADE MAXIMA DA AVALIACAO EM MESES
       01  WK-POLITICA-GARANTIA.
           05 WK-POL-LIMITE        PIC 9(7)      VALUE ZEROS.
           05 WK-POL-COBERTURA     PIC 9(3)      VALUE ZEROS.
           05 WK-POL-IDADE-AVAL    PIC 9(3)      VALUE ZEROS.
      *
      *    AVALIACAO ANTERIOR A ESTA DATA ESTA VENCIDA
       01  WK-DATA-LIMITE    PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-LIMITE-R REDEFINES WK-DATA-LIMITE.
           05 WK-LIM-ANO           PIC 9(4).
           05 WK-LIM-MES           PIC 99.
           05 WK-LIM-DIA           PIC 99.
       77  WK-MESES-LIMITE   PIC 9(6)           VALUE ZEROS.
      *
      *    CONTRATOS ATIVOS DO MESTRE COM O SALDO DEVEDOR E
      *    O COLATERAL NAO LIBERADO DO CADASTRO DE GARANTIAS
       01  TABELA-CONTRATOS.
           05 ATV-ENTRADA            OCCURS 5000 TIMES.
              10 ATV-TAB-CODIGO      PIC 9(5).
              10 ATV-TAB-CONTRATO    PIC 9(6).
              10 ATV-TAB-EMPRESA     PIC 99.
              10 ATV-TAB-PRINCIPAL   PIC 9(7)V99.
              10 ATV-TAB-SALDO       PIC 9(7)V99.
              10 ATV-TAB-COLATERAL   PIC 9(11)V99.
              10 ATV-TAB-ITENS       PIC 9(3).
       77  WK-TOT-ATIVOS     PIC 9(05)          VALUE ZEROS.
       77  WK-IND-ATV        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    TOTAIS DOS RELATORIOS
       77  WK-EXIGIDO        PIC 9(9)V99        VALUE ZEROS.
       77  WK-FALTA          PIC 9(9)V99        VALUE ZEROS.
       77  WK-TOT-SUBG       PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-FALTA      PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-VENCIDAS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-VAL-VENCID PIC 9(11)V99       VALUE ZEROS.
       77  WK-VAL-EDIT       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
      *    AREA DE COMUNICACAO COM O SERVICO CENTRAL DE
      *    PARAMETROS (ALUNO46)
           COPY PARMSRV.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-LINHA-SUBGARANTIA.
           05 FILLER               PIC X(04)     VALUE 'CLI '.
           05 WK-LS-CODIGO         PIC 9(5).
           05 FILLER               PIC X(07)     VALUE ' CONTR '.
           05 WK-LS-CONTRATO       PIC 9(6).
           05 FILLER               PIC X(05)     VALUE ' EMP '.
           05 WK-LS-EMPRESA        PIC 99.
           05 FILLER               PIC X(07)     VALUE ' PRINC '.
           05 WK-LS-PRINCIPAL      PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(07)     VALUE ' SALDO '.
           05 WK-LS-SALDO          PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(06)     VALUE ' EXIG '.
           05 WK-LS-EXIGIDO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(07)     VALUE ' COLAT '.
           05 WK-LS-COLATERAL      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(07)     VALUE ' FALTA '.
           05 WK-LS-FALTA          PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  WK-LINHA-AVALIACAO.
           05 FILLER               PIC X(04)     VALUE 'CLI '.
           05 WK-LA-CODIGO         PIC 9(5).
           05 FILLER               PIC X(07)     VALUE ' CONTR '.
           05 WK-LA-CONTRATO       PIC 9(6).
           05 FILLER               PIC X(05)     VALUE ' SEQ '.
           05 WK-LA-SEQ            PIC 99.
           05 FILLER               PIC X(05)     VALUE ' BEM '.
           05 WK-LA-BEM            PIC X(02).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-DESCRICAO      PIC X(30).
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LA-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(12)     VALUE ' AVALIADO EM'.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-DATA-AVAL      PIC 9(8).
           05 FILLER               PIC X(09)     VALUE ' GRAVAME '.
           05 WK-LA-GRAVAME        PIC X(01).
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-LISTAR-CONTRATO
               VARYING WK-IND-ATV FROM 1 BY 1
               UNTIL WK-IND-ATV > WK-TOT-ATIVOS.
           PERFORM 250-ENCERRAR-SUBGARANTIA.
           PERFORM 401-INICIAR-AVALIACOES.
           PERFORM 411-LISTAR-AVALIACAO
               UNTIL WK-FS-GARANTIA = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO116' TO LK-PRM-PROGRAMA.
           MOVE 'GARANT-POLIT' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:13) TO WK-POLITICA-GARANTIA
           ELSE
               ACCEPT WK-POLITICA-GARANTIA FROM SYSIN
           END-IF.
           IF WK-POL-LIMITE NOT NUMERIC
            OR WK-POL-LIMITE = ZEROS
               MOVE 50000 TO WK-POL-LIMITE
           END-IF.
           IF WK-POL-COBERTURA NOT NUMERIC
            OR WK-POL-COBERTURA = ZEROS
               MOVE 100 TO WK-POL-COBERTURA
           END-IF.
           IF WK-POL-IDADE-AVAL NOT NUMERIC
            OR WK-POL-IDADE-AVAL = ZEROS
               MOVE 12 TO WK-POL-IDADE-AVAL
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           PERFORM 105-CALCULAR-DATA-LIMITE.
           OPEN OUTPUT ARQ-RELSUBG.
           OPEN OUTPUT ARQ-RELAVAL.
           PERFORM 110-CARREGAR-CONTRATOS.
           PERFORM 120-ACUMULAR-GARANTIAS.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'CONTRATOS DE EMPRESTIMO SUB-COLATERALIZADOS'
                TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SUBGARANTIA.
      *
      *    MESMO DIA, IDADE-AVAL MESES ATRAS (CONTA EM MESES
      *    CORRIDOS DESDE O ANO ZERO)
       105-CALCULAR-DATA-LIMITE.
           COMPUTE WK-MESES-LIMITE =
                   WK-EXE-ANO * 12 + WK-EXE-MES - 1
                   - WK-POL-IDADE-AVAL.
           DIVIDE WK-MESES-LIMITE BY 12
               GIVING WK-LIM-ANO REMAINDER WK-LIM-MES.
           ADD 1 TO WK-LIM-MES.
           MOVE WK-EXE-DIA TO WK-LIM-DIA.
       110-CARREGAR-CONTRATOS.
           OPEN INPUT ARQ-EMPREST.
           EVALUATE WK-FS-EMPREST
               WHEN '00'
                   PERFORM 112-LER-EMPREST
                   PERFORM 111-ACUMULAR-CONTRATO
                       UNTIL WK-FS-EMPREST = '10'
                   CLOSE ARQ-EMPREST
               WHEN OTHER
                   DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    SALDO DEVEDOR NA ULTIMA PARCELA FATURADA, COMO NA
      *    QUITACAO DO ALUNO114
       111-ACUMULAR-CONTRATO.
           ADD 1 TO WK-REGS-LIDOS.
           IF EMP-SIT-ATIVO
               IF WK-TOT-ATIVOS >= 5000
                   DISPLAY 'TABELA DE CONTRATOS CHEIA (MAXIMO '
                           '5000 REGISTROS) - RELATORIO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-ATIVOS
               MOVE WK-TOT-ATIVOS   TO WK-IND-ATV
               MOVE FD-EMP-CODIGO   TO ATV-TAB-CODIGO(WK-IND-ATV)
               MOVE FD-EMP-CONTRATO TO ATV-TAB-CONTRATO(WK-IND-ATV)
               MOVE FD-EMP-EMPRESA  TO ATV-TAB-EMPRESA(WK-IND-ATV)
               MOVE FD-EMP-PRINCIPAL
                    TO ATV-TAB-PRINCIPAL(WK-IND-ATV)
               MOVE ZEROS TO ATV-TAB-COLATERAL(WK-IND-ATV)
                             ATV-TAB-ITENS(WK-IND-ATV)
               MOVE FD-EMP-PRINCIPAL   TO LK-AMT-PRINCIPAL
               MOVE FD-EMP-TAXA-MENSAL TO LK-AMT-TAXA-MENSAL
               MOVE FD-EMP-PRAZO       TO LK-AMT-PRAZO
               MOVE FD-EMP-SISTEMA     TO LK-AMT-SISTEMA
               CALL 'ALUNO64' USING LK-AMT-COM
               EVALUATE TRUE
                   WHEN LK-AMT-ERRO
                    OR FD-EMP-PARCELAS-FATUR = ZEROS
                       MOVE FD-EMP-PRINCIPAL
                            TO ATV-TAB-SALDO(WK-IND-ATV)
                   WHEN OTHER
                       MOVE LK-AMT-SALDO(FD-EMP-PARCELAS-FATUR)
                            TO ATV-TAB-SALDO(WK-IND-ATV)
               END-EVALUATE
           END-IF.
           PERFORM 112-LER-EMPREST.
       112-LER-EMPREST.
           READ ARQ-EMPREST
               AT END
                   MOVE '10' TO WK-FS-EMPREST
           END-READ.
      *
      *    SEM O CADASTRO DE GARANTIAS TODO CONTRATO ACIMA
      *    DO LIMITE SAI COMO SUB-COLATERALIZADO
       120-ACUMULAR-GARANTIAS.
           OPEN INPUT ARQ-GARANTIA.
           EVALUATE WK-FS-GARANTIA
               WHEN '00'
                   PERFORM 122-LER-GARANTIA
                   PERFORM 121-ACUMULAR-COLATERAL
                       UNTIL WK-FS-GARANTIA = '10'
                   CLOSE ARQ-GARANTIA
               WHEN OTHER
                   DISPLAY 'ARQUIVO GARANTIA NAO ENCONTRADO - '
                           'CONTRATOS SEM COLATERAL'
           END-EVALUATE.
       121-ACUMULAR-COLATERAL.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-GAR-CONTRATO > ZEROS
            AND GAR-COLATERAL
            AND NOT COL-GRAV-LIBERADO
               PERFORM 510-PROCURAR-CONTRATO
               IF ITEM-ACHADO
                   ADD FD-GAR-COL-VALOR
                       TO ATV-TAB-COLATERAL(WK-IND-ATV)
                   ADD 1 TO ATV-TAB-ITENS(WK-IND-ATV)
               END-IF
           END-IF.
           PERFORM 122-LER-GARANTIA.
       122-LER-GARANTIA.
           READ ARQ-GARANTIA
               AT END
                   MOVE '10' TO WK-FS-GARANTIA
           END-READ.
      ***************************************
      *    CONTRATO SUJEITO A POLITICA (ACIMA DO LIMITE OU
      *    COM COLATERAL) CUJO COLATERAL NAO COBRE O
      *    PERCENTUAL DO SALDO DEVEDOR
       200-SUBGARANTIA SECTION.
       201-LISTAR-CONTRATO.
           IF ATV-TAB-PRINCIPAL(WK-IND-ATV) > WK-POL-LIMITE
            OR ATV-TAB-ITENS(WK-IND-ATV) > ZEROS
               COMPUTE WK-EXIGIDO ROUNDED =
                       ATV-TAB-SALDO(WK-IND-ATV)
                       * WK-POL-COBERTURA / 100
               IF ATV-TAB-COLATERAL(WK-IND-ATV) < WK-EXIGIDO
                   PERFORM 210-DETALHAR-CONTRATO
               END-IF
           END-IF.
       210-DETALHAR-CONTRATO.
           COMPUTE WK-FALTA =
                   WK-EXIGIDO - ATV-TAB-COLATERAL(WK-IND-ATV).
           ADD 1        TO WK-TOT-SUBG.
           ADD WK-FALTA TO WK-TOT-FALTA.
           MOVE ATV-TAB-CODIGO(WK-IND-ATV)    TO WK-LS-CODIGO.
           MOVE ATV-TAB-CONTRATO(WK-IND-ATV)  TO WK-LS-CONTRATO.
           MOVE ATV-TAB-EMPRESA(WK-IND-ATV)   TO WK-LS-EMPRESA.
           MOVE ATV-TAB-PRINCIPAL(WK-IND-ATV) TO WK-LS-PRINCIPAL.
           MOVE ATV-TAB-SALDO(WK-IND-ATV)     TO WK-LS-SALDO.
           MOVE WK-EXIGIDO                    TO WK-LS-EXIGIDO.
           MOVE ATV-TAB-COLATERAL(WK-IND-ATV) TO WK-LS-COLATERAL.
           MOVE WK-FALTA                      TO WK-LS-FALTA.
           MOVE SPACES               TO LK-REL-DETALHE.
           MOVE WK-LINHA-SUBGARANTIA TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SUBGARANTIA.
       250-ENCERRAR-SUBGARANTIA.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'CONTRATOS SUB-COLATERALIZADOS: ' DELIMITED BY SIZE
                  WK-TOT-SUBG                 DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SUBGARANTIA.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-TOT-FALTA TO WK-VAL-EDIT.
           STRING 'COLATERAL FALTANTE:            ' DELIMITED BY SIZE
                  WK-VAL-EDIT                 DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SUBGARANTIA.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SUBGARANTIA.
      ***************************************
      *    COLATERAL NAO LIBERADO DE CONTRATO ATIVO COM A
      *    AVALIACAO ANTERIOR A DATA LIMITE (OU SEM DATA)
       400-AVALIACOES SECTION.
       401-INICIAR-AVALIACOES.
           SET LK-REL-ABRIR TO TRUE.
           MOVE SPACES TO LK-REL-TITULO.
           STRING 'COLATERAIS COM AVALIACAO ANTERIOR A '
                  DELIMITED BY SIZE
                  WK-DATA-LIMITE DELIMITED BY SIZE
                  INTO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-AVALIACOES.
           OPEN INPUT ARQ-GARANTIA.
           IF WK-FS-GARANTIA = '00'
               SET CADASTRO-ABERTO TO TRUE
               PERFORM 122-LER-GARANTIA
           ELSE
               MOVE '10' TO WK-FS-GARANTIA
           END-IF.
       411-LISTAR-AVALIACAO.
           IF FD-GAR-CONTRATO > ZEROS
            AND GAR-COLATERAL
            AND NOT COL-GRAV-LIBERADO
               IF FD-GAR-COL-DATA-AVAL NOT NUMERIC
                OR FD-GAR-COL-DATA-AVAL < WK-DATA-LIMITE
                   PERFORM 510-PROCURAR-CONTRATO
                   IF ITEM-ACHADO
                       PERFORM 415-DETALHAR-AVALIACAO
                   END-IF
               END-IF
           END-IF.
           PERFORM 122-LER-GARANTIA.
       415-DETALHAR-AVALIACAO.
           ADD 1 TO WK-TOT-VENCIDAS.
           ADD FD-GAR-COL-VALOR     TO WK-TOT-VAL-VENCID.
           MOVE FD-GAR-CODIGO        TO WK-LA-CODIGO.
           MOVE FD-GAR-CONTRATO      TO WK-LA-CONTRATO.
           MOVE FD-GAR-SEQ           TO WK-LA-SEQ.
           MOVE FD-GAR-COL-TIPO      TO WK-LA-BEM.
           MOVE FD-GAR-COL-DESCRICAO TO WK-LA-DESCRICAO.
           MOVE FD-GAR-COL-VALOR     TO WK-LA-VALOR.
           MOVE FD-GAR-COL-DATA-AVAL TO WK-LA-DATA-AVAL.
           MOVE FD-GAR-COL-GRAVAME   TO WK-LA-GRAVAME.
           MOVE SPACES               TO LK-REL-DETALHE.
           MOVE WK-LINHA-AVALIACAO   TO LK-REL-DETALHE.
           PERFORM 920-DETALHE-AVALIACOES.
      ***************************************
       500-APOIO SECTION.
       510-PROCURAR-CONTRATO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-ATV FROM 1 BY 1
                   UNTIL WK-IND-ATV > WK-TOT-ATIVOS
                   OR ITEM-ACHADO
               IF ATV-TAB-CONTRATO(WK-IND-ATV) = FD-GAR-CONTRATO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-ATV
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-TOT-VAL-VENCID TO WK-VAL-EDIT.
           STRING 'AVALIACOES VENCIDAS: ' DELIMITED BY SIZE
                  WK-TOT-VENCIDAS         DELIMITED BY SIZE
                  '   VALOR AVALIADO: '   DELIMITED BY SIZE
                  WK-VAL-EDIT             DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 920-DETALHE-AVALIACOES.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-AVALIACOES.
           IF CADASTRO-ABERTO
               CLOSE ARQ-GARANTIA
           END-IF.
           DISPLAY 'CONTRATOS ATIVOS          = ' WK-TOT-ATIVOS.
           DISPLAY 'SUB-COLATERALIZADOS       = ' WK-TOT-SUBG.
           DISPLAY 'AVALIACOES VENCIDAS       = ' WK-TOT-VENCIDAS.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-RELSUBG.
           CLOSE ARQ-RELAVAL.
       910-DETALHE-SUBGARANTIA.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SUBGARANTIA.
       920-DETALHE-AVALIACOES.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-AVALIACOES.
      ***************************************
       915-GRAVAR-SUBGARANTIA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELSUBG
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
       916-GRAVAR-AVALIACOES.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELAVAL
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO143'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
