       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO147.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    GAP MENSAL DE VENCIMENTOS ATIVO X PASSIVO    *
      *    PARA A TESOURARIA, POR EMPRESA E NO          *
      *    CONSOLIDADO, EM CINCO FAIXAS DE PRAZO (ATE   *
      *    30 DIAS, 31 A 90, 91 A 180, 181 A 360 E      *
      *    ACIMA DE 360). PASSIVO: SALDO DOS CDB ATIVOS *
      *    (CDBMAST) PELOS DIAS CORRIDOS ATE O          *
      *    VENCIMENTO, E SALDOS POSITIVOS DE CONTA      *
      *    CORRENTE E POUPANCA (CLIENTEN) ESPALHADOS    *
      *    PELOS PERCENTUAIS COMPORTAMENTAIS DE SAIDA   *
      *    DO PARMFILE (ALUNO46, RUNOFF-CC E            *
      *    RUNOFF-POUP: CINCO PERCENTUAIS DE 3 DIGITOS  *
      *    QUE SOMAM 100; SEM ELES VALE O PADRAO DA     *
      *    CASA). ATIVO: PARCELAS A VENCER DOS          *
      *    EMPRESTIMOS ATIVOS (CRONOGRAMA DO ALUNO64,   *
      *    PARCELA N MESES A FRENTE = N X 30 DIAS).     *
      *    MOSTRA GAP, GAP ACUMULADO E O ACUMULADO DO   *
      *    MES ANTERIOR (GERACAO ANTERIOR DO            *
      *    HISTORICO), E GRAVA A GERACAO NOVA.          *
      *    PAGINACAO E CABECALHOS PELO ALUNO48          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CDBMAST  ASSIGN TO CDBMAST
               FILE STATUS IS WK-FS-CDBMAST.
           SELECT ARQ-EMPREST  ASSIGN TO EMPREST
               FILE STATUS IS WK-FS-EMPREST.
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-GAPVELH  ASSIGN TO GAPVELH
               FILE STATUS IS WK-FS-GAPVELH.
           SELECT ARQ-GAPNOVO  ASSIGN TO GAPNOVO
               FILE STATUS IS WK-FS-GAPNOVO.
           SELECT ARQ-RELGAP   ASSIGN TO RELGAP
               FILE STATUS IS WK-FS-RELGAP.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CDBMAST
            RECORDING MODE IS F.
           COPY CDBMAST.
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
       FD   ARQ-GAPVELH
            RECORDING MODE IS F.
       01  REG-GAPVELH              PIC X(80).
       FD   ARQ-GAPNOVO
            RECORDING MODE IS F.
           COPY GAPHIST.
       FD   ARQ-RELGAP
            RECORDING MODE IS F.
       01  REG-RELGAP               PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CDBMAST     PIC XX             VALUE SPACES.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-GAPVELH     PIC XX             VALUE SPACES.
       77  WK-FS-GAPNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-RELGAP      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-REGS-REJEIT    PIC 9(07)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-COMPETENCIA    PIC 9(6)           VALUE ZEROS.
       77  WK-COMPET-ANT     PIC 9(6)           VALUE ZEROS.
       77  WK-IGNORADOS-ANT  PIC 9(5)           VALUE ZEROS.
      *
      *    PERCENTUAIS DE SAIDA POR FAIXA (1 = CONTA
      *    CORRENTE, 2 = POUPANCA): PADRAO DA CASA, TROCADO
      *    PELO PARAMETRO DO PARMFILE QUANDO VALIDO
       01  WK-RUNOFF-PADRAO.
           05 FILLER               PIC X(27)     VALUE
              'RUNOFF-CC   050020015010005'.
           05 FILLER               PIC X(27)     VALUE
              'RUNOFF-POUP 020015015020030'.
       01  TABELA-RUNOFF REDEFINES WK-RUNOFF-PADRAO.
           05 ROF-ENTRADA          OCCURS 2 TIMES.
              10 ROF-TAB-NOME      PIC X(12).
              10 ROF-TAB-PERC      PIC 9(3)      OCCURS 5 TIMES.
       77  WK-IND-ROF        PIC 9(1)           VALUE ZEROS.
       01  WK-VALOR-RUNOFF.
           05 WK-VRO-PERCENTUAIS.
              10 WK-VRO-PERC       PIC 9(3)      OCCURS 5 TIMES.
           05 FILLER               PIC X(05).
       77  WK-SOMA-PERC      PIC 9(4)           VALUE ZEROS.
      *
      *    ATIVO, PASSIVO E ACUMULADO DO MES ANTERIOR POR
      *    EMPRESA E FAIXA (INDICE = EMPRESA + 1; A
      *    ENTRADA 101 E O CONSOLIDADO)
       01  TABELA-GAP.
           05 GAP-ENTRADA          OCCURS 101 TIMES.
              10 GAP-TAB-ATUAL     PIC X(01).
              10 GAP-TAB-USADA     PIC X(01).
              10 GAP-TAB-FAIXA     OCCURS 5 TIMES.
                 15 GAP-TAB-ATIVO    PIC 9(11)V99.
                 15 GAP-TAB-PASSIVO  PIC 9(11)V99.
                 15 GAP-TAB-ACUM-ANT PIC S9(11)V99.
       77  WK-IND-EMP        PIC 9(3)           VALUE ZEROS.
       77  WK-IND-FX         PIC 9(1)           VALUE ZEROS.
       77  WK-VALOR-FAIXA    PIC 9(11)V99       VALUE ZEROS.
       77  WK-SALDO-DISTRIB  PIC 9(11)V99       VALUE ZEROS.
       77  WK-SALDO-RESTANTE PIC 9(11)V99       VALUE ZEROS.
       77  WK-GAP            PIC S9(11)V99      VALUE ZEROS.
       77  WK-GAP-ACUM       PIC S9(11)V99      VALUE ZEROS.
       77  WK-DIAS           PIC S9(7)          VALUE ZEROS.
       77  WK-PARCELA        PIC 9(3)           VALUE ZEROS.
       77  WK-PRIMEIRA-PARC  PIC 9(3)           VALUE ZEROS.
       77  WK-EMPRESAS       PIC 9(3)           VALUE ZEROS.
      *
      *    TOTAIS POR ORIGEM PARA O RESUMO DA EXECUCAO
       77  WK-TOT-CDB        PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-PARCELAS   PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-CC         PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-POUP       PIC 9(11)V99       VALUE ZEROS.
       77  WK-VAL-EDIT       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    CONTAGEM DE DIAS CORRIDOS: NUMERO DE SERIE DO DIA
      *    (ANO COMECANDO EM MARCO, PARA O FEVEREIRO FICAR NO
      *    FIM) DA DATA DA EXECUCAO E DO VENCIMENTO DO CDB
       01  WK-DATA-SERIE     PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-SERIE-R REDEFINES WK-DATA-SERIE.
           05 WK-DSR-ANO           PIC 9(4).
           05 WK-DSR-MES           PIC 99.
           05 WK-DSR-DIA           PIC 99.
       77  WK-SER-ANO        PIC 9(4)           VALUE ZEROS.
       77  WK-SER-MES        PIC 99             VALUE ZEROS.
       77  WK-SER-Q4         PIC 9(4)           VALUE ZEROS.
       77  WK-SER-Q100       PIC 9(4)           VALUE ZEROS.
       77  WK-SER-Q400       PIC 9(4)           VALUE ZEROS.
       77  WK-SER-QMES       PIC 9(4)           VALUE ZEROS.
       77  WK-SER-AUX        PIC 9(5)           VALUE ZEROS.
       77  WK-SERIE          PIC 9(7)           VALUE ZEROS.
       77  WK-SERIE-HOJE     PIC 9(7)           VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O SERVICO CENTRAL DE
      *    PARAMETROS (ALUNO46)
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (CRONOGRAMA)
           COPY AMORTCAL.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-NOMES-FAIXA.
           05 FILLER               PIC X(12)     VALUE 'ATE 30 DIAS'.
           05 FILLER               PIC X(12)     VALUE '31 A 90'.
           05 FILLER               PIC X(12)     VALUE '91 A 180'.
           05 FILLER               PIC X(12)     VALUE '181 A 360'.
           05 FILLER               PIC X(12)     VALUE 'ACIMA DE 360'.
       01  TABELA-NOMES-FAIXA REDEFINES WK-NOMES-FAIXA.
           05 NFX-TAB-NOME         PIC X(12)     OCCURS 5 TIMES.
      *
       01  WK-LINHA-EMPRESA.
           05 FILLER               PIC X(08)     VALUE 'EMPRESA '.
           05 WK-LE-EMPRESA        PIC 99.
       01  WK-LINHA-GAP.
           05 WK-LG-FAIXA          PIC X(12).
           05 FILLER               PIC X(07)     VALUE ' ATIVO '.
           05 WK-LG-ATIVO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(09)     VALUE ' PASSIVO '.
           05 WK-LG-PASSIVO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(05)     VALUE ' GAP '.
           05 WK-LG-GAP            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(06)     VALUE ' ACUM '.
           05 WK-LG-ACUM           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(05)     VALUE ' ANT '.
           05 WK-LG-ACUM-ANT       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR-CDB UNTIL WK-FS-CDBMAST = '10'.
           PERFORM 211-PROCESSAR-EMPREST UNTIL WK-FS-EMPREST = '10'.
           PERFORM 221-PROCESSAR-CLIENTEN
               UNTIL WK-FS-CLIENTEN = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           COMPUTE WK-COMPETENCIA = WK-DATA-EXEC / 100.
           MOVE WK-DATA-EXEC TO WK-DATA-SERIE.
           PERFORM 510-NUMERAR-DIA.
           MOVE WK-SERIE TO WK-SERIE-HOJE.
           INITIALIZE TABELA-GAP.
           PERFORM 110-CARREGAR-RUNOFF
               VARYING WK-IND-ROF FROM 1 BY 1
               UNTIL WK-IND-ROF > 2.
           PERFORM 120-CARREGAR-ANTERIOR.
           OPEN INPUT  ARQ-CDBMAST.
           IF WK-FS-CDBMAST NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CDBMAST
                       ' NO COMANDO OPEN CDBMAST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  ARQ-EMPREST.
           IF WK-FS-EMPREST NOT = '00'
               DISPLAY 'ERRO ' WK-FS-EMPREST
                       ' NO COMANDO OPEN EMPREST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  ARQ-CLIENTEN.
           IF WK-FS-CLIENTEN NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CLIENTEN
                       ' NO COMANDO OPEN CLIENTEN'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-GAPNOVO.
           OPEN OUTPUT ARQ-RELGAP.
           SET LK-REL-ABRIR TO TRUE.
           MOVE SPACES TO LK-REL-TITULO.
           STRING 'GAP DE VENCIMENTOS ATIVO X PASSIVO - COMPETENCIA '
                  DELIMITED BY SIZE
                  WK-COMPETENCIA DELIMITED BY SIZE
                  INTO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           PERFORM 301-LER-CDBMAST.
           PERFORM 302-LER-EMPREST.
           PERFORM 303-LER-CLIENTEN.
      *
      *    PERCENTUAIS DE SAIDA DO PARMFILE; AUSENTES, NAO
      *    NUMERICOS OU SEM SOMAR 100 FICA O PADRAO DA CASA
       110-CARREGAR-RUNOFF.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO147' TO LK-PRM-PROGRAMA.
           MOVE ROF-TAB-NOME(WK-IND-ROF) TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           MOVE LK-PRM-VALOR TO WK-VALOR-RUNOFF.
           MOVE ZEROS TO WK-SOMA-PERC.
           IF LK-PRM-OK
            AND WK-VRO-PERCENTUAIS NUMERIC
               COMPUTE WK-SOMA-PERC = WK-VRO-PERC(1)
                     + WK-VRO-PERC(2) + WK-VRO-PERC(3)
                     + WK-VRO-PERC(4) + WK-VRO-PERC(5)
           END-IF.
           IF WK-SOMA-PERC = 100
               PERFORM 111-COPIAR-PERCENTUAL
                   VARYING WK-IND-FX FROM 1 BY 1
                   UNTIL WK-IND-FX > 5
           ELSE
               DISPLAY 'PARAMETRO ' ROF-TAB-NOME(WK-IND-ROF)
                       ' AUSENTE OU INVALIDO - PERCENTUAIS PADRAO'
           END-IF.
       111-COPIAR-PERCENTUAL.
           MOVE WK-VRO-PERC(WK-IND-FX)
                TO ROF-TAB-PERC(WK-IND-ROF WK-IND-FX).
      *
      *    GAP ACUMULADO DA GERACAO ANTERIOR DO HISTORICO; A
      *    GERACAO DA PROPRIA COMPETENCIA (REEXECUCAO NO MES)
      *    NAO SERVE DE COMPARACAO
       120-CARREGAR-ANTERIOR.
           OPEN INPUT ARQ-GAPVELH.
           EVALUATE WK-FS-GAPVELH
               WHEN '00'
                   PERFORM 122-LER-GAPVELH
                   PERFORM 121-ACUMULAR-ANTERIOR
                       UNTIL WK-FS-GAPVELH = '10'
                   CLOSE ARQ-GAPVELH
               WHEN OTHER
                   DISPLAY 'ARQUIVO GAPVELH NAO ENCONTRADO - '
                           'RELATORIO SEM O MES ANTERIOR'
           END-EVALUATE.
           IF WK-IGNORADOS-ANT > ZEROS
               DISPLAY 'GAPVELH JA E DA COMPETENCIA ' WK-COMPETENCIA
                       ' - RELATORIO SEM O MES ANTERIOR'
           END-IF.
       121-ACUMULAR-ANTERIOR.
           MOVE REG-GAPVELH TO REG-GAPHIST.
           IF FD-GAP-COMPETENCIA = WK-COMPETENCIA
               ADD 1 TO WK-IGNORADOS-ANT
           ELSE
               MOVE FD-GAP-COMPETENCIA TO WK-COMPET-ANT
               COMPUTE WK-IND-EMP = FD-GAP-EMPRESA + 1
               MOVE FD-GAP-FAIXA TO WK-IND-FX
               MOVE 'S' TO GAP-TAB-USADA(WK-IND-EMP)
               MOVE 'S' TO GAP-TAB-USADA(101)
               ADD FD-GAP-ACUMULADO
                   TO GAP-TAB-ACUM-ANT(WK-IND-EMP WK-IND-FX)
               ADD FD-GAP-ACUMULADO
                   TO GAP-TAB-ACUM-ANT(101 WK-IND-FX)
           END-IF.
           PERFORM 122-LER-GAPVELH.
       122-LER-GAPVELH.
           READ ARQ-GAPVELH
               AT END
                   MOVE '10' TO WK-FS-GAPVELH
           END-READ.
      ***************************************
      *    PASSIVO: SALDO DO CDB ATIVO NA FAIXA DOS DIAS
      *    CORRIDOS ATE O VENCIMENTO (VENCIDO E AINDA NAO
      *    RESGATADO CAI NA PRIMEIRA FAIXA)
       200-PROCESSAR SECTION.
       201-PROCESSAR-CDB.
           ADD 1 TO WK-REGS-LIDOS.
           IF CDB-SIT-ATIVO
            AND FD-CDB-SALDO-ATUAL > ZEROS
               IF FD-CDB-DATA-VENCTO NOT NUMERIC
                OR FD-CDB-DATA-VENCTO = ZEROS
                   DISPLAY 'TITULO ' FD-CDB-TITULO
                           ' COM VENCIMENTO INVALIDO - FORA DO GAP'
                   ADD 1 TO WK-REGS-REJEIT
               ELSE
                   MOVE FD-CDB-DATA-VENCTO TO WK-DATA-SERIE
                   PERFORM 510-NUMERAR-DIA
                   COMPUTE WK-DIAS = WK-SERIE - WK-SERIE-HOJE
                   PERFORM 520-CLASSIFICAR-PRAZO
                   COMPUTE WK-IND-EMP = FD-CDB-EMPRESA + 1
                   MOVE FD-CDB-SALDO-ATUAL TO WK-VALOR-FAIXA
                   PERFORM 540-SOMAR-PASSIVO
                   ADD FD-CDB-SALDO-ATUAL TO WK-TOT-CDB
               END-IF
           END-IF.
           PERFORM 301-LER-CDBMAST.
      *
      *    ATIVO: PARCELAS DO CRONOGRAMA AINDA NAO FATURADAS
      *    DO EMPRESTIMO ATIVO; A PARCELA N MESES A FRENTE
      *    CONTA COMO N X 30 DIAS
       211-PROCESSAR-EMPREST.
           ADD 1 TO WK-REGS-LIDOS.
           IF EMP-SIT-ATIVO
            AND FD-EMP-PARCELAS-FATUR < FD-EMP-PRAZO
               MOVE FD-EMP-PRINCIPAL   TO LK-AMT-PRINCIPAL
               MOVE FD-EMP-TAXA-MENSAL TO LK-AMT-TAXA-MENSAL
               MOVE FD-EMP-PRAZO       TO LK-AMT-PRAZO
               MOVE FD-EMP-SISTEMA     TO LK-AMT-SISTEMA
               CALL 'ALUNO64' USING LK-AMT-COM
               IF LK-AMT-ERRO
                   DISPLAY 'CONTRATO ' FD-EMP-CONTRATO
                           ' COM DADOS INVALIDOS - FORA DO GAP'
                   ADD 1 TO WK-REGS-REJEIT
               ELSE
                   COMPUTE WK-IND-EMP = FD-EMP-EMPRESA + 1
                   COMPUTE WK-PRIMEIRA-PARC =
                           FD-EMP-PARCELAS-FATUR + 1
                   PERFORM 212-DISTRIBUIR-PARCELA
                       VARYING WK-PARCELA FROM WK-PRIMEIRA-PARC BY 1
                       UNTIL WK-PARCELA > FD-EMP-PRAZO
               END-IF
           END-IF.
           PERFORM 302-LER-EMPREST.
       212-DISTRIBUIR-PARCELA.
           COMPUTE WK-DIAS =
                   (WK-PARCELA - FD-EMP-PARCELAS-FATUR) * 30.
           PERFORM 520-CLASSIFICAR-PRAZO.
           COMPUTE WK-VALOR-FAIXA = LK-AMT-JUROS(WK-PARCELA)
                                  + LK-AMT-AMORT(WK-PARCELA).
           PERFORM 530-SOMAR-ATIVO.
           ADD WK-VALOR-FAIXA TO WK-TOT-PARCELAS.
      *
      *    PASSIVO SEM VENCIMENTO: SALDO CREDOR DE CONTA
      *    CORRENTE E DE POUPANCA, REPARTIDO PELOS
      *    PERCENTUAIS DE SAIDA; A SOBRA DO ARREDONDAMENTO
      *    FICA NA ULTIMA FAIXA
       221-PROCESSAR-CLIENTEN.
           ADD 1 TO WK-REGS-LIDOS.
           COMPUTE WK-IND-EMP = FD-CLN-EMPRESA + 1.
           IF FD-CLN-SALDO-CC > ZEROS
               MOVE FD-CLN-SALDO-CC TO WK-SALDO-DISTRIB
               ADD FD-CLN-SALDO-CC  TO WK-TOT-CC
               MOVE 1 TO WK-IND-ROF
               PERFORM 222-REPARTIR-SALDO
           END-IF.
           IF FD-CLN-SALDO-POUP > ZEROS
               MOVE FD-CLN-SALDO-POUP TO WK-SALDO-DISTRIB
               ADD FD-CLN-SALDO-POUP  TO WK-TOT-POUP
               MOVE 2 TO WK-IND-ROF
               PERFORM 222-REPARTIR-SALDO
           END-IF.
           PERFORM 303-LER-CLIENTEN.
       222-REPARTIR-SALDO.
           MOVE WK-SALDO-DISTRIB TO WK-SALDO-RESTANTE.
           PERFORM 223-REPARTIR-FAIXA
               VARYING WK-IND-FX FROM 1 BY 1
               UNTIL WK-IND-FX > 5.
       223-REPARTIR-FAIXA.
           IF WK-IND-FX = 5
               MOVE WK-SALDO-RESTANTE TO WK-VALOR-FAIXA
           ELSE
               COMPUTE WK-VALOR-FAIXA ROUNDED = WK-SALDO-DISTRIB
                     * ROF-TAB-PERC(WK-IND-ROF WK-IND-FX) / 100
               IF WK-VALOR-FAIXA > WK-SALDO-RESTANTE
                   MOVE WK-SALDO-RESTANTE TO WK-VALOR-FAIXA
               END-IF
               SUBTRACT WK-VALOR-FAIXA FROM WK-SALDO-RESTANTE
           END-IF.
           PERFORM 540-SOMAR-PASSIVO.
      ***************************************
       300-LER SECTION.
       301-LER-CDBMAST.
           READ ARQ-CDBMAST.
           EVALUATE WK-FS-CDBMAST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CDBMAST
                           ' NO COMANDO READ CDBMAST'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-EMPREST.
           READ ARQ-EMPREST.
           EVALUATE WK-FS-EMPREST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-EMPREST
                           ' NO COMANDO READ EMPREST'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-CLIENTEN.
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
       500-APOIO SECTION.
      *
      *    NUMERO DE SERIE DO DIA: JANEIRO E FEVEREIRO CONTAM
      *    COMO MESES 13 E 14 DO ANO ANTERIOR, E AS DIVISOES
      *    INTEIRAS DAO OS DIAS DOS ANOS BISSEXTOS
       510-NUMERAR-DIA.
           MOVE WK-DSR-ANO TO WK-SER-ANO.
           MOVE WK-DSR-MES TO WK-SER-MES.
           IF WK-SER-MES < 3
               SUBTRACT 1 FROM WK-SER-ANO
               ADD 12 TO WK-SER-MES
           END-IF.
           DIVIDE WK-SER-ANO BY 4   GIVING WK-SER-Q4.
           DIVIDE WK-SER-ANO BY 100 GIVING WK-SER-Q100.
           DIVIDE WK-SER-ANO BY 400 GIVING WK-SER-Q400.
           COMPUTE WK-SER-AUX = 153 * (WK-SER-MES - 3) + 2.
           DIVIDE WK-SER-AUX BY 5   GIVING WK-SER-QMES.
           COMPUTE WK-SERIE = 365 * WK-SER-ANO + WK-SER-Q4
                   - WK-SER-Q100 + WK-SER-Q400 + WK-SER-QMES
                   + WK-DSR-DIA.
       520-CLASSIFICAR-PRAZO.
           EVALUATE TRUE
               WHEN WK-DIAS <= 30
                   MOVE 1 TO WK-IND-FX
               WHEN WK-DIAS <= 90
                   MOVE 2 TO WK-IND-FX
               WHEN WK-DIAS <= 180
                   MOVE 3 TO WK-IND-FX
               WHEN WK-DIAS <= 360
                   MOVE 4 TO WK-IND-FX
               WHEN OTHER
                   MOVE 5 TO WK-IND-FX
           END-EVALUATE.
       530-SOMAR-ATIVO.
           MOVE 'S' TO GAP-TAB-ATUAL(WK-IND-EMP).
           MOVE 'S' TO GAP-TAB-USADA(WK-IND-EMP).
           MOVE 'S' TO GAP-TAB-USADA(101).
           ADD WK-VALOR-FAIXA
               TO GAP-TAB-ATIVO(WK-IND-EMP WK-IND-FX).
           ADD WK-VALOR-FAIXA TO GAP-TAB-ATIVO(101 WK-IND-FX).
       540-SOMAR-PASSIVO.
           MOVE 'S' TO GAP-TAB-ATUAL(WK-IND-EMP).
           MOVE 'S' TO GAP-TAB-USADA(WK-IND-EMP).
           MOVE 'S' TO GAP-TAB-USADA(101).
           ADD WK-VALOR-FAIXA
               TO GAP-TAB-PASSIVO(WK-IND-EMP WK-IND-FX).
           ADD WK-VALOR-FAIXA TO GAP-TAB-PASSIVO(101 WK-IND-FX).
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'GAP = ATIVO - PASSIVO; ACUM = GAP ACUMULADO ATE A '
                  DELIMITED BY SIZE
                  'FAIXA; ANT = ACUMULADO DA COMPETENCIA '
                  DELIMITED BY SIZE
                  WK-COMPET-ANT DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           PERFORM 910-IMPRIMIR-EMPRESA
               VARYING WK-IND-EMP FROM 1 BY 1
               UNTIL WK-IND-EMP > 101.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           DISPLAY 'COMPETENCIA DO GAP      = ' WK-COMPETENCIA.
           DISPLAY 'COMPETENCIA ANTERIOR    = ' WK-COMPET-ANT.
           DISPLAY 'EMPRESAS NO RELATORIO   = ' WK-EMPRESAS.
           MOVE WK-TOT-CDB TO WK-VAL-EDIT.
           DISPLAY 'PASSIVO CDB             = ' WK-VAL-EDIT.
           MOVE WK-TOT-CC TO WK-VAL-EDIT.
           DISPLAY 'PASSIVO CONTA CORRENTE  = ' WK-VAL-EDIT.
           MOVE WK-TOT-POUP TO WK-VAL-EDIT.
           DISPLAY 'PASSIVO POUPANCA        = ' WK-VAL-EDIT.
           MOVE WK-TOT-PARCELAS TO WK-VAL-EDIT.
           DISPLAY 'ATIVO PARCELAS A VENCER = ' WK-VAL-EDIT.
           DISPLAY 'REGISTROS FORA DO GAP   = ' WK-REGS-REJEIT.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CDBMAST.
           CLOSE ARQ-EMPREST.
           CLOSE ARQ-CLIENTEN.
           CLOSE ARQ-GAPNOVO.
           CLOSE ARQ-RELGAP.
      *
      *    UM BLOCO POR EMPRESA COM MOVIMENTO NESTA OU NA
      *    COMPETENCIA ANTERIOR, E O CONSOLIDADO NO FIM
       910-IMPRIMIR-EMPRESA.
           IF GAP-TAB-USADA(WK-IND-EMP) = 'S'
               MOVE SPACES TO LK-REL-DETALHE
               IF WK-IND-EMP = 101
                   MOVE 'CONSOLIDADO' TO LK-REL-DETALHE
               ELSE
                   ADD 1 TO WK-EMPRESAS
                   COMPUTE WK-LE-EMPRESA = WK-IND-EMP - 1
                   MOVE WK-LINHA-EMPRESA TO LK-REL-DETALHE
               END-IF
               SET LK-REL-DETALHAR TO TRUE
               CALL 'ALUNO48' USING LK-REL-COM
               PERFORM 915-GRAVAR-SAIDA
               MOVE ZEROS TO WK-GAP-ACUM
               PERFORM 911-IMPRIMIR-FAIXA
                   VARYING WK-IND-FX FROM 1 BY 1
                   UNTIL WK-IND-FX > 5
           END-IF.
       911-IMPRIMIR-FAIXA.
           COMPUTE WK-GAP = GAP-TAB-ATIVO(WK-IND-EMP WK-IND-FX)
                          - GAP-TAB-PASSIVO(WK-IND-EMP WK-IND-FX).
           ADD WK-GAP TO WK-GAP-ACUM.
           MOVE NFX-TAB-NOME(WK-IND-FX) TO WK-LG-FAIXA.
           MOVE GAP-TAB-ATIVO(WK-IND-EMP WK-IND-FX)   TO WK-LG-ATIVO.
           MOVE GAP-TAB-PASSIVO(WK-IND-EMP WK-IND-FX)
                TO WK-LG-PASSIVO.
           MOVE WK-GAP      TO WK-LG-GAP.
           MOVE WK-GAP-ACUM TO WK-LG-ACUM.
           MOVE GAP-TAB-ACUM-ANT(WK-IND-EMP WK-IND-FX)
                TO WK-LG-ACUM-ANT.
           MOVE WK-LINHA-GAP TO LK-REL-DETALHE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           IF WK-IND-EMP < 101
            AND GAP-TAB-ATUAL(WK-IND-EMP) = 'S'
               PERFORM 920-GRAVAR-HISTORICO
           END-IF.
      ***************************************
       915-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELGAP
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       920-GRAVAR-HISTORICO.
           MOVE SPACES           TO REG-GAPHIST.
           MOVE WK-COMPETENCIA   TO FD-GAP-COMPETENCIA.
           COMPUTE FD-GAP-EMPRESA = WK-IND-EMP - 1.
           MOVE WK-IND-FX        TO FD-GAP-FAIXA.
           MOVE GAP-TAB-ATIVO(WK-IND-EMP WK-IND-FX)
                TO FD-GAP-ATIVO.
           MOVE GAP-TAB-PASSIVO(WK-IND-EMP WK-IND-FX)
                TO FD-GAP-PASSIVO.
           MOVE WK-GAP           TO FD-GAP-GAP.
           MOVE WK-GAP-ACUM      TO FD-GAP-ACUMULADO.
           WRITE REG-GAPHIST.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO147'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE WK-REGS-REJEIT  TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
