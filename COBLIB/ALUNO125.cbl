       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO125.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    CONCILIACAO MENSAL RAZAO X DETALHE: PROVA    *
      *    QUE AS CONTAS DE CONTROLE DO BALANCETE       *
      *    DEVOLVIDO PELA CONTABILIDADE (BALGL) BATEM   *
      *    COM OS MESTRES, POR CONTA E EMPRESA:         *
      *      DVCC = SALDOS CREDORES DE CONTA CORRENTE   *
      *      ADEP = SALDOS DEVEDORES DE CONTA CORRENTE  *
      *             (ADIANTAMENTO A DEPOSITANTES)       *
      *      DPOU = SALDOS DE POUPANCA                  *
      *      CDBP = SALDO ATUAL DOS CDB ATIVOS          *
      *      EMPR = SALDO DEVEDOR DOS CONTRATOS ATIVOS  *
      *             PELO CRONOGRAMA DA PRICE (ALUNO64)  *
      *    O RELATORIO MOSTRA DETALHE, RAZAO E          *
      *    DIFERENCA; QUALQUER QUEBRA DEVOLVE RC 8 E    *
      *    ENTRA NO CTLLOG COMO DIVERGENCIA PARA O      *
      *    GO/NO-GO DO ALUNO42                          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BALGL    ASSIGN TO BALGL
               FILE STATUS IS WK-FS-BALGL.
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-CDBMAST  ASSIGN TO CDBMAST
               FILE STATUS IS WK-FS-CDBMAST.
           SELECT ARQ-EMPREST  ASSIGN TO EMPREST
               FILE STATUS IS WK-FS-EMPREST.
           SELECT ARQ-RELCONC  ASSIGN TO RELCONC
               FILE STATUS IS WK-FS-RELCONC.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-BALGL
            RECORDING MODE IS F.
           COPY BALGL.
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
       FD   ARQ-CDBMAST
            RECORDING MODE IS F.
           COPY CDBMAST.
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-RELCONC
            RECORDING MODE IS F.
       01  REG-RELCONC              PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-BALGL       PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-CDBMAST     PIC XX             VALUE SPACES.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-RELCONC     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-QUEBRAS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SEM-CRONOG PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-DATA-BASE      PIC 9(8)           VALUE ZEROS.
      *
      *    CONTAS DE CONTROLE POR EMPRESA: LADO DO DETALHE
      *    (MESTRES) E LADO DO RAZAO (BALANCETE), AMBOS NA
      *    NATUREZA PROPRIA DA CONTA
       01  TABELA-CONCILIACAO.
           05 CON-ENTRADA            OCCURS 500 TIMES.
              10 CON-TAB-CONTA       PIC X(04).
              10 CON-TAB-EMPRESA     PIC 99.
              10 CON-TAB-NATUREZA    PIC X(01).
              10 CON-TAB-DETALHE     PIC S9(11)V99.
              10 CON-TAB-RAZAO       PIC S9(11)V99.
       77  WK-TOT-CONTAS     PIC 9(03)          VALUE ZEROS.
       77  WK-IND-CON        PIC 9(03)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
       77  WK-CONTA-CONC     PIC X(04)          VALUE SPACES.
       77  WK-EMPRESA-CONC   PIC 99             VALUE ZEROS.
       77  WK-VALOR-CONC     PIC S9(11)V99      VALUE ZEROS.
       77  WK-DIFERENCA      PIC S9(11)V99      VALUE ZEROS.
       77  WK-SALDO-DEVEDOR  PIC 9(9)V99        VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
       01  WK-LINHA-CABEC.
           05 FILLER               PIC X(34)     VALUE
              'CONCILIACAO RAZAO X DETALHE - BASE'.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-CB-DATA           PIC 9(8).
           05 FILLER               PIC X(37)     VALUE SPACES.
       01  WK-LINHA-TITULO.
           05 FILLER               PIC X(09)     VALUE 'CONTA EMP'.
           05 FILLER               PIC X(19)     VALUE
              '            DETALHE'.
           05 FILLER               PIC X(19)     VALUE
              '              RAZAO'.
           05 FILLER               PIC X(19)     VALUE
              '          DIFERENCA'.
           05 FILLER               PIC X(14)     VALUE SPACES.
       01  WK-LINHA-CONTA.
           05 WK-LC-CONTA          PIC X(04).
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LC-EMPRESA        PIC 99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-DETALHE        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-RAZAO          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-DIFERENCA      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-OBS            PIC X(11)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-BALGL = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-BALGL.
           OPEN OUTPUT ARQ-RELCONC.
           EVALUATE WK-FS-BALGL
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO BALGL NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-BALGL
                           ' NO COMANDO OPEN BALGL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-SOMAR-CLIENTEN.
           PERFORM 120-SOMAR-CDB.
           PERFORM 130-SOMAR-EMPREST.
           PERFORM 301-LER-BALGL.
      *
      *    CONTA CORRENTE: SALDO CREDOR E PASSIVO DE
      *    DEPOSITO (DVCC), SALDO DEVEDOR E ATIVO (ADEP)
       110-SOMAR-CLIENTEN.
           OPEN INPUT ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
               WHEN '00'
                   PERFORM 112-LER-CLIENTEN
                   PERFORM 111-ACUMULAR-CLIENTE
                       UNTIL WK-FS-CLIENTEN = '10'
                   CLOSE ARQ-CLIENTEN
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIENTEN NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       111-ACUMULAR-CLIENTE.
           MOVE FD-CLN-EMPRESA TO WK-EMPRESA-CONC.
           IF FD-CLN-SALDO-CC < ZEROS
               MOVE 'ADEP' TO WK-CONTA-CONC
               COMPUTE WK-VALOR-CONC = 0 - FD-CLN-SALDO-CC
           ELSE
               MOVE 'DVCC' TO WK-CONTA-CONC
               MOVE FD-CLN-SALDO-CC TO WK-VALOR-CONC
           END-IF.
           PERFORM 210-LOCALIZAR-CONTA.
           ADD WK-VALOR-CONC TO CON-TAB-DETALHE(WK-IND-CON).
           MOVE 'DPOU' TO WK-CONTA-CONC.
           MOVE FD-CLN-SALDO-POUP TO WK-VALOR-CONC.
           PERFORM 210-LOCALIZAR-CONTA.
           ADD WK-VALOR-CONC TO CON-TAB-DETALHE(WK-IND-CON).
           PERFORM 112-LER-CLIENTEN.
       112-LER-CLIENTEN.
           READ ARQ-CLIENTEN
               AT END
                   MOVE '10' TO WK-FS-CLIENTEN
           END-READ.
       120-SOMAR-CDB.
           OPEN INPUT ARQ-CDBMAST.
           EVALUATE WK-FS-CDBMAST
               WHEN '00'
                   PERFORM 122-LER-CDBMAST
                   PERFORM 121-ACUMULAR-CDB
                       UNTIL WK-FS-CDBMAST = '10'
                   CLOSE ARQ-CDBMAST
               WHEN OTHER
                   DISPLAY 'ARQUIVO CDBMAST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       121-ACUMULAR-CDB.
           IF CDB-SIT-ATIVO
               MOVE 'CDBP'             TO WK-CONTA-CONC
               MOVE FD-CDB-EMPRESA     TO WK-EMPRESA-CONC
               MOVE FD-CDB-SALDO-ATUAL TO WK-VALOR-CONC
               PERFORM 210-LOCALIZAR-CONTA
               ADD WK-VALOR-CONC TO CON-TAB-DETALHE(WK-IND-CON)
           END-IF.
           PERFORM 122-LER-CDBMAST.
       122-LER-CDBMAST.
           READ ARQ-CDBMAST
               AT END
                   MOVE '10' TO WK-FS-CDBMAST
           END-READ.
       130-SOMAR-EMPREST.
           OPEN INPUT ARQ-EMPREST.
           EVALUATE WK-FS-EMPREST
               WHEN '00'
                   PERFORM 132-LER-EMPREST
                   PERFORM 131-ACUMULAR-CONTRATO
                       UNTIL WK-FS-EMPREST = '10'
                   CLOSE ARQ-EMPREST
               WHEN OTHER
                   DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       131-ACUMULAR-CONTRATO.
           IF EMP-SIT-ATIVO
               PERFORM 135-APURAR-SALDO-DEVEDOR
               MOVE 'EMPR'           TO WK-CONTA-CONC
               MOVE FD-EMP-EMPRESA   TO WK-EMPRESA-CONC
               MOVE WK-SALDO-DEVEDOR TO WK-VALOR-CONC
               PERFORM 210-LOCALIZAR-CONTA
               ADD WK-VALOR-CONC TO CON-TAB-DETALHE(WK-IND-CON)
           END-IF.
           PERFORM 132-LER-EMPREST.
       132-LER-EMPREST.
           READ ARQ-EMPREST
               AT END
                   MOVE '10' TO WK-FS-EMPREST
           END-READ.
      *
      *    SALDO DEVEDOR = SALDO DO CRONOGRAMA DA PRICE NA
      *    ULTIMA PARCELA FATURADA (NENHUMA FATURADA = O
      *    PRINCIPAL), COMO NA QUITACAO DO ALUNO114
       135-APURAR-SALDO-DEVEDOR.
           MOVE FD-EMP-PRINCIPAL   TO WK-SALDO-DEVEDOR.
           MOVE FD-EMP-PRINCIPAL   TO LK-AMT-PRINCIPAL.
           MOVE FD-EMP-TAXA-MENSAL TO LK-AMT-TAXA-MENSAL.
           MOVE FD-EMP-PRAZO       TO LK-AMT-PRAZO.
           MOVE FD-EMP-SISTEMA     TO LK-AMT-SISTEMA.
           CALL 'ALUNO64' USING LK-AMT-COM.
           IF LK-AMT-OK
               IF FD-EMP-PARCELAS-FATUR > ZEROS
                   IF FD-EMP-PARCELAS-FATUR >= FD-EMP-PRAZO
                       MOVE ZEROS TO WK-SALDO-DEVEDOR
                   ELSE
                       MOVE LK-AMT-SALDO(FD-EMP-PARCELAS-FATUR)
                            TO WK-SALDO-DEVEDOR
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WK-TOT-SEM-CRONOG
               DISPLAY 'CONTRATO SEM CRONOGRAMA - CLIENTE '
                       FD-EMP-CODIGO ' CONTRATO ' FD-EMP-CONTRATO
                       ' (CONSIDERADO O PRINCIPAL)'
           END-IF.
      ***************************************
      *    SO AS CONTAS DE CONTROLE ENTRAM NA CONCILIACAO;
      *    SALDO NA NATUREZA CONTRARIA A DA CONTA ENTRA
      *    NEGATIVO
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-BGL-DATA-BASE > WK-DATA-BASE
               MOVE FD-BGL-DATA-BASE TO WK-DATA-BASE
           END-IF.
           IF FD-BGL-CONTA = 'DVCC' OR 'ADEP' OR 'DPOU'
                          OR 'CDBP' OR 'EMPR'
               MOVE FD-BGL-CONTA   TO WK-CONTA-CONC
               MOVE FD-BGL-EMPRESA TO WK-EMPRESA-CONC
               PERFORM 210-LOCALIZAR-CONTA
               IF FD-BGL-NATUREZA = CON-TAB-NATUREZA(WK-IND-CON)
                   ADD FD-BGL-SALDO TO CON-TAB-RAZAO(WK-IND-CON)
               ELSE
                   SUBTRACT FD-BGL-SALDO
                       FROM CON-TAB-RAZAO(WK-IND-CON)
               END-IF
           END-IF.
           PERFORM 301-LER-BALGL.
       210-LOCALIZAR-CONTA.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CON FROM 1 BY 1
                   UNTIL WK-IND-CON > WK-TOT-CONTAS
                   OR ITEM-ACHADO
               IF CON-TAB-CONTA(WK-IND-CON)   = WK-CONTA-CONC
                AND CON-TAB-EMPRESA(WK-IND-CON) = WK-EMPRESA-CONC
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-CON
           ELSE
               IF WK-TOT-CONTAS >= 500
                   DISPLAY 'TABELA DE CONCILIACAO CHEIA (MAXIMO 500 '
                           'REGISTROS) - CONCILIACAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-CONTAS
               MOVE WK-TOT-CONTAS   TO WK-IND-CON
               MOVE WK-CONTA-CONC   TO CON-TAB-CONTA(WK-IND-CON)
               MOVE WK-EMPRESA-CONC TO CON-TAB-EMPRESA(WK-IND-CON)
               MOVE ZEROS           TO CON-TAB-DETALHE(WK-IND-CON)
               MOVE ZEROS           TO CON-TAB-RAZAO(WK-IND-CON)
               IF WK-CONTA-CONC = 'ADEP' OR 'EMPR'
                   MOVE 'D' TO CON-TAB-NATUREZA(WK-IND-CON)
               ELSE
                   MOVE 'C' TO CON-TAB-NATUREZA(WK-IND-CON)
               END-IF
           END-IF.
      ***************************************
       300-LER-BALGL SECTION.
       301-LER-BALGL.
           READ ARQ-BALGL.
           EVALUATE WK-FS-BALGL
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-BALGL
                           ' NO COMANDO READ BALGL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE WK-DATA-BASE TO WK-CB-DATA.
           WRITE REG-RELCONC FROM WK-LINHA-CABEC.
           WRITE REG-RELCONC FROM WK-LINHA-TITULO.
           PERFORM 910-RELATAR-CONTA
               VARYING WK-IND-CON FROM 1 BY 1
               UNTIL WK-IND-CON > WK-TOT-CONTAS.
           MOVE SPACES TO REG-RELCONC.
           STRING 'CONTAS COM QUEBRA: ' DELIMITED BY SIZE
                  WK-TOT-QUEBRAS        DELIMITED BY SIZE
                  INTO REG-RELCONC
           END-STRING.
           WRITE REG-RELCONC.
           DISPLAY 'LINHAS DO BALANCETE LIDAS = ' WK-REGS-LIDOS.
           DISPLAY 'CONTAS COM QUEBRA         = ' WK-TOT-QUEBRAS.
           DISPLAY 'CONTRATOS SEM CRONOGRAMA  = '
                   WK-TOT-SEM-CRONOG.
           IF WK-TOT-QUEBRAS > ZEROS
               DISPLAY '*** RAZAO NAO CONFERE COM O DETALHE ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WK-TOT-SEM-CRONOG > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-BALGL.
           CLOSE ARQ-RELCONC.
       910-RELATAR-CONTA.
           COMPUTE WK-DIFERENCA = CON-TAB-DETALHE(WK-IND-CON)
                                - CON-TAB-RAZAO(WK-IND-CON).
           MOVE CON-TAB-CONTA(WK-IND-CON)   TO WK-LC-CONTA.
           MOVE CON-TAB-EMPRESA(WK-IND-CON) TO WK-LC-EMPRESA.
           MOVE CON-TAB-DETALHE(WK-IND-CON) TO WK-LC-DETALHE.
           MOVE CON-TAB-RAZAO(WK-IND-CON)   TO WK-LC-RAZAO.
           MOVE WK-DIFERENCA                TO WK-LC-DIFERENCA.
           IF WK-DIFERENCA NOT = ZEROS
               ADD 1 TO WK-TOT-QUEBRAS
               MOVE '*** QUEBRA' TO WK-LC-OBS
           ELSE
               MOVE SPACES       TO WK-LC-OBS
           END-IF.
           WRITE REG-RELCONC FROM WK-LINHA-CONTA.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO125'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-QUEBRAS  TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
