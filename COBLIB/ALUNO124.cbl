       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO124.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    DIARIO CONTABIL DA RODADA NOTURNA: LE O      *
      *    ARQUIVO POSTDIA DO ALUNO09 (SO O QUE FOI     *
      *    REALMENTE POSTADO NO CLIENTEN - CREDITOS,    *
      *    DEBITOS, TRANSFERENCIAS E O MOVIMENTO        *
      *    CONTRARIO DOS ESTORNOS) E GERA LANCAMENTOS   *
      *    BALANCEADOS NO LAYOUT DO GLFEED (TIPO 'DI'), *
      *    CLASSIFICADOS POR FAIXA DE NOTA, CONTA C/P E *
      *    EMPRESA. O CAMPO CODFUN DA LINHA CARREGA A   *
      *    EMPRESA. FAIXAS (O ESTORNO SEGUE A FAIXA DA  *
      *    NOTA ORIGINAL, MENOS O DE FRAUDE, QUE VAI    *
      *    PARA A CONTA PROPRIA):                       *
      *      600000-649999 DEBITO AUTOMATICO  (CONV)    *
      *      650000-659999 IOF                (IOFR)    *
      *      660000-669999 CDB                (CDBP)    *
      *      670000-674999 RECURSO NAO RECLAM (RNRC)    *
      *      675000-679999 PAGTO ENCERRAMENTO (CAIX)    *
      *      680000-689999 QUITACAO EMPREST   (EMPR)    *
      *      690000-694999 ACORDO RENEGOCIAC  (EMPR)    *
      *      695000-697499 ESTORNO DE FRAUDE  (DFRA)    *
      *      697500-699999 RESSARC OUVIDORIA  (DOUV)    *
      *      700000-749999 JUROS CHEQUE ESP   (RJCE)    *
      *      750000-789999 CHEQUE COMPENSADO  (CCMP)    *
      *      790000-799999 PIX                (LPIX)    *
      *      800000-899999 PARCELA EMPRESTIMO (EMPR)    *
      *      900000-999999 TARIFA (D)  (RTAR)           *
      *                    JUROS POUPANCA (C) (DJPO)    *
      *      DEMAIS        DEPOSITO/SAQUE     (CAIX)    *
      *    A CONTA DO CLIENTE E DVCC (CONTA CORRENTE)   *
      *    OU DPOU (POUPANCA); A TRANSFERENCIA MOVE     *
      *    ENTRE AS DUAS. SAI TAMBEM O RELATORIO DO     *
      *    DIARIO POR EMPRESA E FAIXA, QUE SUBSTITUI A  *
      *    REMONTAGEM MANUAL A PARTIR DO RELLIQ. O FEED *
      *    PASSA PELO ALUNO112 (PLANCTA) E PELO ALUNO54 *
      *    ANTES DA TRANSMISSAO                         *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-POSTDIA  ASSIGN TO POSTDIA
               FILE STATUS IS WK-FS-POSTDIA.
           SELECT ARQ-DIAFEED  ASSIGN TO DIAFEED
               FILE STATUS IS WK-FS-DIAFEED.
           SELECT ARQ-RELDIAR  ASSIGN TO RELDIAR
               FILE STATUS IS WK-FS-RELDIAR.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-POSTDIA
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-DIAFEED
            RECORDING MODE IS F.
       01  REG-DIAFEED.
           05 DF-TIPO-REGISTRO      PIC X(02).
           05 DF-CODFUN             PIC 9(5).
           05 DF-CENTRO-CUSTO       PIC X(04).
           05 DF-VALOR              PIC 9(9)V99.
           05 DF-SINAL              PIC X(01).
           05 DF-DATA-REFERENCIA    PIC 9(8).
           05 DF-CENTRO-ORIGEM      PIC X(04).
           05 FILLER                PIC X(45).
       01  REG-DFTRAILER REDEFINES REG-DIAFEED.
           05 FILLER                PIC X(02).
           05 DF-TRL-QTDE           PIC 9(7).
           05 DF-TRL-DEBITOS        PIC 9(11)V99.
           05 DF-TRL-CREDITOS       PIC 9(11)V99.
           05 FILLER                PIC X(45).
       FD   ARQ-RELDIAR
            RECORDING MODE IS F.
       01  REG-RELDIAR              PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-POSTDIA     PIC XX             VALUE SPACES.
       77  WK-FS-DIAFEED     PIC XX             VALUE SPACES.
       77  WK-FS-RELDIAR     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    CLASSIFICACAO DO MOVIMENTO CORRENTE
       77  WK-NOTA-CLASSE    PIC 9(6)           VALUE ZEROS.
       77  WK-FAIXA          PIC X(02)          VALUE SPACES.
       77  WK-CONTA-DEBITO   PIC X(04)          VALUE SPACES.
       77  WK-CONTA-CREDITO  PIC X(04)          VALUE SPACES.
       77  WK-CONTA-CLIENTE  PIC X(04)          VALUE SPACES.
       77  WK-CONTA-CONTRA   PIC X(04)          VALUE SPACES.
      *
      *    LANCAMENTOS DO DIARIO: UMA ENTRADA POR EMPRESA,
      *    FAIXA E PAR DE CONTAS DEBITO/CREDITO
       01  TABELA-DIARIO.
           05 DIA-ENTRADA            OCCURS 500 TIMES.
              10 DIA-TAB-EMPRESA     PIC 99.
              10 DIA-TAB-FAIXA       PIC X(02).
              10 DIA-TAB-DEBITO      PIC X(04).
              10 DIA-TAB-CREDITO     PIC X(04).
              10 DIA-TAB-QTDE        PIC 9(7).
              10 DIA-TAB-VALOR       PIC 9(11)V99.
       77  WK-TOT-DIARIO     PIC 9(03)          VALUE ZEROS.
       77  WK-IND-DIA        PIC 9(03)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
       77  WK-QTDE-FEED      PIC 9(7)           VALUE ZEROS.
       77  WK-TOT-DEBITOS    PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-CREDITOS   PIC 9(11)V99       VALUE ZEROS.
      *
       01  WK-LINHA-CABEC.
           05 FILLER               PIC X(29)     VALUE
              'DIARIO CONTABIL DA RODADA DE '.
           05 WK-CB-DATA           PIC 9(8).
           05 FILLER               PIC X(43)     VALUE SPACES.
       01  WK-LINHA-DIARIO.
           05 FILLER               PIC X(04)     VALUE 'EMP '.
           05 WK-LD-EMPRESA        PIC 99.
           05 FILLER               PIC X(07)     VALUE ' FAIXA '.
           05 WK-LD-FAIXA          PIC X(02).
           05 FILLER               PIC X(05)     VALUE ' DEB '.
           05 WK-LD-DEBITO         PIC X(04).
           05 FILLER               PIC X(05)     VALUE ' CRE '.
           05 WK-LD-CREDITO        PIC X(04).
           05 FILLER               PIC X(06)     VALUE ' QTDE '.
           05 WK-LD-QTDE           PIC ZZZZZZ9.
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LD-VALOR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(09)     VALUE SPACES.
       01  WK-LINHA-TOTAL.
           05 FILLER               PIC X(20)     VALUE
              'TOTAL DO DIARIO     '.
           05 FILLER               PIC X(09)     VALUE 'DEBITOS  '.
           05 WK-LT-DEBITOS        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(10)     VALUE ' CREDITOS '.
           05 WK-LT-CREDITOS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(05)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-POSTDIA = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-POSTDIA.
           OPEN OUTPUT ARQ-DIAFEED.
           OPEN OUTPUT ARQ-RELDIAR.
           EVALUATE WK-FS-POSTDIA
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO POSTDIA NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-POSTDIA
                           ' NO COMANDO OPEN POSTDIA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE WK-DATA-EXEC TO WK-CB-DATA.
           WRITE REG-RELDIAR FROM WK-LINHA-CABEC.
           PERFORM 301-LER-POSTDIA.
      ***************************************
      *    CADA MOVIMENTO POSTADO VIRA UM PAR DEBITO/CREDITO
      *    ACUMULADO NA TABELA DO DIARIO
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           PERFORM 210-CLASSIFICAR-FAIXA.
           IF LAN-CONTA-POUPANCA
               MOVE 'DPOU' TO WK-CONTA-CLIENTE
           ELSE
               MOVE 'DVCC' TO WK-CONTA-CLIENTE
           END-IF.
           EVALUATE FD-LAN-TIPO
               WHEN 'C'
                   MOVE WK-CONTA-CONTRA  TO WK-CONTA-DEBITO
                   MOVE WK-CONTA-CLIENTE TO WK-CONTA-CREDITO
                   PERFORM 220-ACUMULAR-DIARIO
               WHEN 'D'
                   MOVE WK-CONTA-CLIENTE TO WK-CONTA-DEBITO
                   MOVE WK-CONTA-CONTRA  TO WK-CONTA-CREDITO
                   PERFORM 220-ACUMULAR-DIARIO
               WHEN 'T'
                   MOVE 'TR' TO WK-FAIXA
                   IF LAN-CONTA-POUPANCA
                       MOVE 'DPOU' TO WK-CONTA-DEBITO
                       MOVE 'DVCC' TO WK-CONTA-CREDITO
                   ELSE
                       MOVE 'DVCC' TO WK-CONTA-DEBITO
                       MOVE 'DPOU' TO WK-CONTA-CREDITO
                   END-IF
                   PERFORM 220-ACUMULAR-DIARIO
               WHEN OTHER
                   ADD 1 TO WK-TOT-REJEITADOS
                   DISPLAY 'TIPO DE MOVIMENTO SEM CONTABILIZACAO - '
                           'CLIENTE ' FD-LAN-CODIGO
                           ' NOTA ' FD-LAN-NOTA
           END-EVALUATE.
           PERFORM 301-LER-POSTDIA.
      *
      *    A FAIXA DA NOTA DEFINE A CONTA CONTRAPARTIDA; O
      *    MOVIMENTO CONTRARIO DO ESTORNO CARREGA A NOTA
      *    ORIGINAL E E CLASSIFICADO POR ELA. O ESTORNO DE
      *    FRAUDE (ALUNO182) NAO DESFAZ O MOVIMENTO ORIGINAL
      *    (O DINHEIRO JA SAIU PARA O FRAUDADOR) E E
      *    CLASSIFICADO PELA PROPRIA NOTA
       210-CLASSIFICAR-FAIXA.
           IF FD-LAN-NOTA-ORIG > ZEROS
            AND (FD-LAN-NOTA < 695000 OR FD-LAN-NOTA > 697499)
               MOVE FD-LAN-NOTA-ORIG TO WK-NOTA-CLASSE
           ELSE
               MOVE FD-LAN-NOTA      TO WK-NOTA-CLASSE
           END-IF.
           EVALUATE TRUE
               WHEN WK-NOTA-CLASSE >= 600000
                AND WK-NOTA-CLASSE <= 649999
                   MOVE 'DA'   TO WK-FAIXA
                   MOVE 'CONV' TO WK-CONTA-CONTRA
               WHEN WK-NOTA-CLASSE >= 650000
                AND WK-NOTA-CLASSE <= 659999
                   MOVE 'IO'   TO WK-FAIXA
                   MOVE 'IOFR' TO WK-CONTA-CONTRA
               WHEN WK-NOTA-CLASSE >= 660000
                AND WK-NOTA-CLASSE <= 669999
                   MOVE 'CD'   TO WK-FAIXA
                   MOVE 'CDBP' TO WK-CONTA-CONTRA
               WHEN WK-NOTA-CLASSE >= 670000
                AND WK-NOTA-CLASSE <= 674999
                   MOVE 'RN'   TO WK-FAIXA
                   MOVE 'RNRC' TO WK-CONTA-CONTRA
               WHEN WK-NOTA-CLASSE >= 675000
                AND WK-NOTA-CLASSE <= 679999
                   MOVE 'EN'   TO WK-FAIXA
                   MOVE 'CAIX' TO WK-CONTA-CONTRA
               WHEN WK-NOTA-CLASSE >= 680000
                AND WK-NOTA-CLASSE <= 689999
                   MOVE 'LQ'   TO WK-FAIXA
                   MOVE 'EMPR' TO WK-CONTA-CONTRA
               WHEN WK-NOTA-CLASSE >= 690000
                AND WK-NOTA-CLASSE <= 694999
                   MOVE 'AC'   TO WK-FAIXA
                   MOVE 'EMPR' TO WK-CONTA-CONTRA
               WHEN WK-NOTA-CLASSE >= 695000
                AND WK-NOTA-CLASSE <= 697499
                   MOVE 'FR'   TO WK-FAIXA
                   MOVE 'DFRA' TO WK-CONTA-CONTRA
               WHEN WK-NOTA-CLASSE >= 697500
                AND WK-NOTA-CLASSE <= 699999
                   MOVE 'OV'   TO WK-FAIXA
                   MOVE 'DOUV' TO WK-CONTA-CONTRA
               WHEN WK-NOTA-CLASSE >= 700000
                AND WK-NOTA-CLASSE <= 749999
                   MOVE 'JE'   TO WK-FAIXA
                   MOVE 'RJCE' TO WK-CONTA-CONTRA
               WHEN WK-NOTA-CLASSE >= 750000
                AND WK-NOTA-CLASSE <= 789999
                   MOVE 'CH'   TO WK-FAIXA
                   MOVE 'CCMP' TO WK-CONTA-CONTRA
               WHEN WK-NOTA-CLASSE >= 790000
                AND WK-NOTA-CLASSE <= 799999
                   MOVE 'PX'   TO WK-FAIXA
                   MOVE 'LPIX' TO WK-CONTA-CONTRA
               WHEN WK-NOTA-CLASSE >= 800000
                AND WK-NOTA-CLASSE <= 899999
                   MOVE 'PE'   TO WK-FAIXA
                   MOVE 'EMPR' TO WK-CONTA-CONTRA
               WHEN WK-NOTA-CLASSE >= 900000
                   MOVE 'TJ'   TO WK-FAIXA
                   IF FD-LAN-TIPO = 'D'
                       MOVE 'RTAR' TO WK-CONTA-CONTRA
                   ELSE
                       MOVE 'DJPO' TO WK-CONTA-CONTRA
                   END-IF
               WHEN OTHER
                   MOVE 'MV'   TO WK-FAIXA
                   MOVE 'CAIX' TO WK-CONTA-CONTRA
           END-EVALUATE.
       220-ACUMULAR-DIARIO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-DIA FROM 1 BY 1
                   UNTIL WK-IND-DIA > WK-TOT-DIARIO
                   OR ITEM-ACHADO
               IF DIA-TAB-EMPRESA(WK-IND-DIA) = FD-LAN-EMPRESA
                AND DIA-TAB-FAIXA(WK-IND-DIA)   = WK-FAIXA
                AND DIA-TAB-DEBITO(WK-IND-DIA)  = WK-CONTA-DEBITO
                AND DIA-TAB-CREDITO(WK-IND-DIA) = WK-CONTA-CREDITO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-DIA
           ELSE
               IF WK-TOT-DIARIO >= 500
                   DISPLAY 'TABELA DO DIARIO CHEIA (MAXIMO 500 '
                           'REGISTROS) - DIARIO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-DIARIO
               MOVE WK-TOT-DIARIO    TO WK-IND-DIA
               MOVE FD-LAN-EMPRESA   TO DIA-TAB-EMPRESA(WK-IND-DIA)
               MOVE WK-FAIXA         TO DIA-TAB-FAIXA(WK-IND-DIA)
               MOVE WK-CONTA-DEBITO  TO DIA-TAB-DEBITO(WK-IND-DIA)
               MOVE WK-CONTA-CREDITO TO DIA-TAB-CREDITO(WK-IND-DIA)
               MOVE ZEROS            TO DIA-TAB-QTDE(WK-IND-DIA)
               MOVE ZEROS            TO DIA-TAB-VALOR(WK-IND-DIA)
           END-IF.
           ADD 1            TO DIA-TAB-QTDE(WK-IND-DIA).
           ADD FD-LAN-VALOR TO DIA-TAB-VALOR(WK-IND-DIA).
      ***************************************
       300-LER-POSTDIA SECTION.
       301-LER-POSTDIA.
           READ ARQ-POSTDIA.
           EVALUATE WK-FS-POSTDIA
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-POSTDIA
                           ' NO COMANDO READ POSTDIA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 910-GRAVAR-LANCAMENTO
               VARYING WK-IND-DIA FROM 1 BY 1
               UNTIL WK-IND-DIA > WK-TOT-DIARIO.
           PERFORM 920-GRAVAR-TRAILER.
           MOVE WK-TOT-DEBITOS  TO WK-LT-DEBITOS.
           MOVE WK-TOT-CREDITOS TO WK-LT-CREDITOS.
           WRITE REG-RELDIAR FROM WK-LINHA-TOTAL.
           DISPLAY 'MOVIMENTOS POSTADOS LIDOS   = ' WK-REGS-LIDOS.
           DISPLAY 'MOVIMENTOS SEM CONTABILIZAR = '
                   WK-TOT-REJEITADOS.
           DISPLAY 'LINHAS GRAVADAS NO DIARIO   = ' WK-QTDE-FEED.
           IF WK-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-POSTDIA.
           CLOSE ARQ-DIAFEED.
           CLOSE ARQ-RELDIAR.
      *
      *    CADA ENTRADA DO DIARIO SAI EM DUAS LINHAS: DEBITO
      *    NA CONTA DEBITADA E CREDITO NA CONTA CREDITADA,
      *    UMA APONTANDO PARA A OUTRA NA CONTA DE ORIGEM
       910-GRAVAR-LANCAMENTO.
           IF DIA-TAB-VALOR(WK-IND-DIA) > ZEROS
               MOVE SPACES          TO REG-DIAFEED
               MOVE 'DI'            TO DF-TIPO-REGISTRO
               MOVE DIA-TAB-EMPRESA(WK-IND-DIA) TO DF-CODFUN
               MOVE DIA-TAB-DEBITO(WK-IND-DIA)  TO DF-CENTRO-CUSTO
               MOVE DIA-TAB-VALOR(WK-IND-DIA)   TO DF-VALOR
               MOVE 'D'             TO DF-SINAL
               MOVE WK-DATA-EXEC    TO DF-DATA-REFERENCIA
               MOVE DIA-TAB-CREDITO(WK-IND-DIA) TO DF-CENTRO-ORIGEM
               WRITE REG-DIAFEED
               ADD 1 TO WK-QTDE-FEED
               ADD DIA-TAB-VALOR(WK-IND-DIA) TO WK-TOT-DEBITOS
               MOVE SPACES          TO REG-DIAFEED
               MOVE 'DI'            TO DF-TIPO-REGISTRO
               MOVE DIA-TAB-EMPRESA(WK-IND-DIA) TO DF-CODFUN
               MOVE DIA-TAB-CREDITO(WK-IND-DIA) TO DF-CENTRO-CUSTO
               MOVE DIA-TAB-VALOR(WK-IND-DIA)   TO DF-VALOR
               MOVE 'C'             TO DF-SINAL
               MOVE WK-DATA-EXEC    TO DF-DATA-REFERENCIA
               MOVE DIA-TAB-DEBITO(WK-IND-DIA)  TO DF-CENTRO-ORIGEM
               WRITE REG-DIAFEED
               ADD 1 TO WK-QTDE-FEED
               ADD DIA-TAB-VALOR(WK-IND-DIA) TO WK-TOT-CREDITOS
               MOVE DIA-TAB-EMPRESA(WK-IND-DIA) TO WK-LD-EMPRESA
               MOVE DIA-TAB-FAIXA(WK-IND-DIA)   TO WK-LD-FAIXA
               MOVE DIA-TAB-DEBITO(WK-IND-DIA)  TO WK-LD-DEBITO
               MOVE DIA-TAB-CREDITO(WK-IND-DIA) TO WK-LD-CREDITO
               MOVE DIA-TAB-QTDE(WK-IND-DIA)    TO WK-LD-QTDE
               MOVE DIA-TAB-VALOR(WK-IND-DIA)   TO WK-LD-VALOR
               WRITE REG-RELDIAR FROM WK-LINHA-DIARIO
           END-IF.
       920-GRAVAR-TRAILER.
           MOVE SPACES          TO REG-DIAFEED.
           MOVE '99'            TO DF-TIPO-REGISTRO.
           MOVE WK-QTDE-FEED    TO DF-TRL-QTDE.
           MOVE WK-TOT-DEBITOS  TO DF-TRL-DEBITOS.
           MOVE WK-TOT-CREDITOS TO DF-TRL-CREDITOS.
           WRITE REG-DIAFEED.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO124'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
