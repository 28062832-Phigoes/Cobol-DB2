      *    RELATORIOS (ALUNO48), COM O TOTAL DE         *
      *    CONTROLE PARA CONCILIAR COM A CONTABILIDADE. *
      *    O ANO BASE VEM DO CARTAO SYSIN (ZERADO VALE  *
      *    O ANO CORRENTE). O RENDIMENTO BRUTO DOS      *
      *    RESGATES DE CDB E O IMPOSTO DE RENDA RETIDO  *
      *    NA FONTE VEM DO HISTORICO IRRETIDO (ALUNO119 *
      *    E ALUNO146) E SAEM NUMA SEGUNDA LINHA DO     *
      *    INFORME DO CLIENTE                           *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-LANCAM.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-IRRETIDO ASSIGN TO IRRETIDO
               FILE STATUS IS WK-FS-IRRETIDO.
           SELECT ARQ-INFORME  ASSIGN TO INFORME
               FILE STATUS IS WK-FS-INFORME.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-IRRETIDO
            RECORDING MODE IS F.
           COPY IRRETIDO.
       FD   ARQ-INFORME
            RECORDING MODE IS F.
       01  REG-INFORME              PIC X(133).
       WORKING-STORAGE SECTION.
       77  WK-FS-LANCAM      PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-IRRETIDO    PIC XX             VALUE SPACES.
       77  WK-FS-INFORME     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-LAN-ANO        PIC 9(4)           VALUE ZEROS.
       77  WK-COD-CLIENTE    PIC 9(5)           VALUE ZEROS.
      *
      *    TOTAIS DO ANO POR CLIENTE
       01  TABELA-RENDIMENTOS.
              10 RND-TAB-CODIGO      PIC 9(5).
              10 RND-TAB-JUROS       PIC 9(9)V99.
              10 RND-TAB-TARIFAS     PIC 9(9)V99.
              10 RND-TAB-REND-CDB    PIC 9(9)V99.
              10 RND-TAB-IR-RETIDO   PIC 9(9)V99.
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND            PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
       77  WK-GER-TARIFAS    PIC 9(11)V99       VALUE ZEROS.
       77  WK-JUROS-EDIT     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-TARIFA-EDIT    PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-GER-REND-CDB   PIC 9(11)V99       VALUE ZEROS.
       77  WK-GER-IR-RETIDO  PIC 9(11)V99       VALUE ZEROS.
       77  WK-REND-CDB-EDIT  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-IR-EDIT        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           05 FILLER               PIC X(11)     VALUE
              ' TARIFAS: '.
           05 WK-LI-TARIFAS        PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  WK-LINHA-CDB.
           05 FILLER               PIC X(39)     VALUE SPACES.
           05 FILLER               PIC X(17)     VALUE
              ' RENDIMENTO CDB: '.
           05 WK-LC-REND           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(11)     VALUE
              ' IR RETIDO:'.
           05 WK-LC-IR             PIC ZZZ.ZZZ.ZZ9,99.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-ANO FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-ANO = ZEROS
               MOVE WK-EXE-ANO TO WK-PARM-ANO
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-NOMES.
           PERFORM 120-CARREGAR-IRRETIDO.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'INFORME ANUAL DE RENDIMENTOS' TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
      *
      *    IR RETIDO NOS RESGATES DE CDB DO ANO BASE
       120-CARREGAR-IRRETIDO.
           OPEN INPUT ARQ-IRRETIDO.
           EVALUATE WK-FS-IRRETIDO
               WHEN '00'
                   PERFORM 122-LER-IRRETIDO
                   PERFORM 121-ACUMULAR-IR
                       UNTIL WK-FS-IRRETIDO = '10'
                   CLOSE ARQ-IRRETIDO
               WHEN OTHER
                   DISPLAY 'ARQUIVO IRRETIDO NAO ENCONTRADO - '
                           'INFORME SEM IR RETIDO NA FONTE'
           END-EVALUATE.
       121-ACUMULAR-IR.
           COMPUTE WK-LAN-ANO = FD-IRR-DATA / 10000.
           IF WK-LAN-ANO = WK-PARM-ANO
               MOVE FD-IRR-CODIGO TO WK-COD-CLIENTE
               PERFORM 210-LOCALIZAR-CLIENTE
               ADD FD-IRR-RENDIMENTO TO RND-TAB-REND-CDB(WK-IND)
               ADD FD-IRR-VALOR      TO RND-TAB-IR-RETIDO(WK-IND)
               ADD FD-IRR-RENDIMENTO TO WK-GER-REND-CDB
               ADD FD-IRR-VALOR      TO WK-GER-IR-RETIDO
           END-IF.
           PERFORM 122-LER-IRRETIDO.
       122-LER-IRRETIDO.
           READ ARQ-IRRETIDO
               AT END
                   MOVE '10' TO WK-FS-IRRETIDO
           END-READ.
      ***************************************
      *    SO AS POSTAGENS DA FAIXA DO ALUNO28 DENTRO DO
      *    ANO BASE ENTRAM NO INFORME: CREDITO EM POUPANCA =
           COMPUTE WK-LAN-ANO = FD-LAN-DATA / 10000.
           IF WK-LAN-ANO = WK-PARM-ANO
            AND FD-LAN-NOTA >= 900000 AND FD-LAN-NOTA <= 999999
               MOVE FD-LAN-CODIGO TO WK-COD-CLIENTE
               EVALUATE TRUE
                   WHEN FD-LAN-TIPO = 'C' AND LAN-CONTA-POUPANCA
                       PERFORM 210-LOCALIZAR-CLIENTE
           PERFORM VARYING WK-IND FROM 1 BY 1
                   UNTIL WK-IND > WK-TOT-CLIENTES
                   OR ITEM-ACHADO
               IF RND-TAB-CODIGO(WK-IND) = WK-COD-CLIENTE
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
               END-IF
               ADD 1 TO WK-TOT-CLIENTES
               MOVE WK-TOT-CLIENTES TO WK-IND
               MOVE WK-COD-CLIENTE TO RND-TAB-CODIGO(WK-IND)
               MOVE ZEROS          TO RND-TAB-JUROS(WK-IND)
               MOVE ZEROS          TO RND-TAB-TARIFAS(WK-IND)
               MOVE ZEROS          TO RND-TAB-REND-CDB(WK-IND)
               MOVE ZEROS          TO RND-TAB-IR-RETIDO(WK-IND)
           END-IF.
      ***************************************
       300-LER-LANCAM SECTION.
               UNTIL WK-IND > WK-TOT-CLIENTES.
           MOVE WK-GER-JUROS   TO WK-JUROS-EDIT.
           MOVE WK-GER-TARIFAS TO WK-TARIFA-EDIT.
           MOVE WK-GER-REND-CDB  TO WK-REND-CDB-EDIT.
           MOVE WK-GER-IR-RETIDO TO WK-IR-EDIT.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'CONTROLE GERAL - JUROS: ' WK-JUROS-EDIT
                  ' TARIFAS: ' WK-TARIFA-EDIT
                  ' REND. CDB: ' WK-REND-CDB-EDIT
                  ' IR RETIDO: ' WK-IR-EDIT
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           SET LK-REL-DETALHAR TO TRUE.
           DISPLAY 'INFORMES EMITIDOS       = ' WK-TOT-INFORMES.
           DISPLAY 'TOTAL DE JUROS PAGOS    = ' WK-JUROS-EDIT.
           DISPLAY 'TOTAL DE TARIFAS        = ' WK-TARIFA-EDIT.
           DISPLAY 'RENDIMENTO DE CDB       = ' WK-REND-CDB-EDIT.
           DISPLAY 'IR RETIDO NA FONTE      = ' WK-IR-EDIT.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-LANCAM.
           CLOSE ARQ-INFORME.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           IF RND-TAB-REND-CDB(WK-IND) > ZEROS
            OR RND-TAB-IR-RETIDO(WK-IND) > ZEROS
               MOVE RND-TAB-REND-CDB(WK-IND)  TO WK-LC-REND
               MOVE RND-TAB-IR-RETIDO(WK-IND) TO WK-LC-IR
               MOVE WK-LINHA-CDB TO LK-REL-DETALHE
               SET LK-REL-DETALHAR TO TRUE
               CALL 'ALUNO48' USING LK-REL-COM
               PERFORM 915-GRAVAR-SAIDA
           END-IF.
      ***************************************
       915-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
