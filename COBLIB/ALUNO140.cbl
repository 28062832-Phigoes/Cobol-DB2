       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO140.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    RELATORIOS DOS EMPRESTIMOS BAIXADOS COMO     *
      *    PERDA (ALUNO139) PARA O COMITE DE CREDITO:   *
      *    1) CARTEIRA BAIXADA (RELCART): CADA CONTRATO *
      *       DO MESTRE DE BAIXADOS COM A DATA, O       *
      *       MOTIVO E OS DIAS DE ATRASO DA BAIXA, O    *
      *       SALDO BAIXADO, O JA RECUPERADO E O QUE    *
      *       FALTA RECUPERAR, COM OS TOTAIS;           *
      *    2) RECUPERACOES DO ANO (RELRECP): CADA       *
      *       RECEBIMENTO DO HISTORICO DE RECUPERACOES  *
      *       NO ANO DO CARTAO SYSIN (AAAA, ZEROS = ANO *
      *       DA EXECUCAO), COM O TOTAL DE CADA MES E O *
      *       TOTAL DO ANO.                             *
      *    PAGINACAO E CABECALHOS PELO ALUNO48          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BAIXEMP  ASSIGN TO BAIXEMP
               FILE STATUS IS WK-FS-BAIXEMP.
           SELECT ARQ-RECHIST  ASSIGN TO RECHIST
               FILE STATUS IS WK-FS-RECHIST.
           SELECT ARQ-RELCART  ASSIGN TO RELCART
               FILE STATUS IS WK-FS-RELCART.
           SELECT ARQ-RELRECP  ASSIGN TO RELRECP
               FILE STATUS IS WK-FS-RELRECP.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-BAIXEMP
            RECORDING MODE IS F.
           COPY BAIXAEMP.
       FD   ARQ-RECHIST
            RECORDING MODE IS F.
           COPY RECUPER.
       FD   ARQ-RELCART
            RECORDING MODE IS F.
       01  REG-RELCART              PIC X(133).
       FD   ARQ-RELRECP
            RECORDING MODE IS F.
       01  REG-RELRECP              PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-BAIXEMP     PIC XX             VALUE SPACES.
       77  WK-FS-RECHIST     PIC XX             VALUE SPACES.
       77  WK-FS-RELCART     PIC XX             VALUE SPACES.
       77  WK-FS-RELRECP     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-PARM-ANO       PIC 9(04)          VALUE ZEROS.
       77  WK-SIT-RECHIST    PIC X              VALUE 'N'.
           88 HISTORICO-ABERTO                  VALUE 'S'.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       01  WK-DATA-EVENTO    PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EVENTO-R REDEFINES WK-DATA-EVENTO.
           05 WK-EVT-ANO           PIC 9(4).
           05 WK-EVT-MES           PIC 99.
           05 WK-EVT-DIA           PIC 99.
      *
      *    TOTAIS DA CARTEIRA BAIXADA
       77  WK-TOT-CONTRATOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SALDO      PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-RECUPERADO PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-ABERTO     PIC 9(11)V99       VALUE ZEROS.
       77  WK-ABERTO         PIC 9(9)V99        VALUE ZEROS.
      *
      *    RECUPERACOES DO ANO POR MES
       01  TABELA-MESES.
           05 MES-ENTRADA            OCCURS 12 TIMES.
              10 MES-TAB-QTDE        PIC 9(05).
              10 MES-TAB-VALOR       PIC 9(11)V99.
       77  WK-IND-MES        PIC 9(02)          VALUE ZEROS.
       77  WK-TOT-RECUP-ANO  PIC 9(05)          VALUE ZEROS.
       77  WK-VAL-RECUP-ANO  PIC 9(11)V99       VALUE ZEROS.
       77  WK-VAL-EDIT       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-LINHA-CARTEIRA.
           05 FILLER               PIC X(04)     VALUE 'CLI '.
           05 WK-LC-CODIGO         PIC 9(5).
           05 FILLER               PIC X(07)     VALUE ' CONTR '.
           05 WK-LC-CONTRATO       PIC 9(6).
           05 FILLER               PIC X(05)     VALUE ' EMP '.
           05 WK-LC-EMPRESA        PIC 99.
           05 FILLER               PIC X(07)     VALUE ' BAIXA '.
           05 WK-LC-DATA           PIC 9(8).
           05 FILLER               PIC X(06)     VALUE ' DIAS '.
           05 WK-LC-DIAS           PIC ZZ9.
           05 FILLER               PIC X(05)     VALUE ' MOT '.
           05 WK-LC-MOTIVO         PIC X(02).
           05 FILLER               PIC X(07)     VALUE ' SALDO '.
           05 WK-LC-SALDO          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(07)     VALUE ' RECUP '.
           05 WK-LC-RECUPERADO     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(08)     VALUE ' ABERTO '.
           05 WK-LC-ABERTO         PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  WK-LINHA-RECUPERACAO.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
           05 WK-LR-CODIGO         PIC 9(5).
           05 FILLER               PIC X(10)     VALUE ' CONTRATO '.
           05 WK-LR-CONTRATO       PIC 9(6).
           05 FILLER               PIC X(06)     VALUE ' DATA '.
           05 WK-LR-DATA           PIC 9(8).
           05 FILLER               PIC X(06)     VALUE ' NOTA '.
           05 WK-LR-NOTA           PIC 9(6).
           05 FILLER               PIC X(05)     VALUE ' EMP '.
           05 WK-LR-EMPRESA        PIC 99.
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LR-VALOR          PIC Z.ZZZ.ZZ9,99.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-LISTAR-BAIXADO UNTIL WK-FS-BAIXEMP = '10'.
           PERFORM 250-ENCERRAR-CARTEIRA.
           PERFORM 401-INICIAR-RECUPERACOES.
           PERFORM 411-LISTAR-RECUPERACAO
               UNTIL WK-FS-RECHIST = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-ANO FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-ANO NOT NUMERIC
            OR WK-PARM-ANO = ZEROS
               MOVE WK-EXE-ANO TO WK-PARM-ANO
           END-IF.
           INITIALIZE TABELA-MESES.
           OPEN INPUT  ARQ-BAIXEMP.
           OPEN OUTPUT ARQ-RELCART.
           OPEN OUTPUT ARQ-RELRECP.
           EVALUATE WK-FS-BAIXEMP
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO BAIXEMP NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-BAIXEMP
                           ' NO COMANDO OPEN BAIXEMP'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'CARTEIRA DE EMPRESTIMOS BAIXADOS COMO PERDA'
                TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-CARTEIRA.
           PERFORM 301-LER-BAIXEMP.
      ***************************************
      *    CADA CONTRATO BAIXADO COM O QUE AINDA FALTA
      *    RECUPERAR (SALDO NA BAIXA MENOS O RECUPERADO)
       200-CARTEIRA SECTION.
       201-LISTAR-BAIXADO.
           ADD 1 TO WK-REGS-LIDOS.
           ADD 1 TO WK-TOT-CONTRATOS.
           IF FD-BXE-RECUPERADO < FD-BXE-SALDO-BAIXA
               COMPUTE WK-ABERTO =
                       FD-BXE-SALDO-BAIXA - FD-BXE-RECUPERADO
           ELSE
               MOVE ZEROS TO WK-ABERTO
           END-IF.
           ADD FD-BXE-SALDO-BAIXA TO WK-TOT-SALDO.
           ADD FD-BXE-RECUPERADO  TO WK-TOT-RECUPERADO.
           ADD WK-ABERTO          TO WK-TOT-ABERTO.
           MOVE FD-BXE-CODIGO      TO WK-LC-CODIGO.
           MOVE FD-BXE-CONTRATO    TO WK-LC-CONTRATO.
           MOVE FD-BXE-EMPRESA     TO WK-LC-EMPRESA.
           MOVE FD-BXE-DATA-BAIXA  TO WK-LC-DATA.
           MOVE FD-BXE-DIAS-ATRASO TO WK-LC-DIAS.
           MOVE FD-BXE-MOTIVO      TO WK-LC-MOTIVO.
           MOVE FD-BXE-SALDO-BAIXA TO WK-LC-SALDO.
           MOVE FD-BXE-RECUPERADO  TO WK-LC-RECUPERADO.
           MOVE WK-ABERTO          TO WK-LC-ABERTO.
           MOVE SPACES             TO LK-REL-DETALHE.
           MOVE WK-LINHA-CARTEIRA  TO LK-REL-DETALHE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-CARTEIRA.
           PERFORM 301-LER-BAIXEMP.
       250-ENCERRAR-CARTEIRA.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'CONTRATOS BAIXADOS:       ' DELIMITED BY SIZE
                  WK-TOT-CONTRATOS           DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-TOTAL-CARTEIRA.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-TOT-SALDO TO WK-VAL-EDIT.
           STRING 'SALDO BAIXADO:            ' DELIMITED BY SIZE
                  WK-VAL-EDIT                DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-TOTAL-CARTEIRA.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-TOT-RECUPERADO TO WK-VAL-EDIT.
           STRING 'JA RECUPERADO:            ' DELIMITED BY SIZE
                  WK-VAL-EDIT                DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-TOTAL-CARTEIRA.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-TOT-ABERTO TO WK-VAL-EDIT.
           STRING 'A RECUPERAR:              ' DELIMITED BY SIZE
                  WK-VAL-EDIT                DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-TOTAL-CARTEIRA.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-CARTEIRA.
           CLOSE ARQ-BAIXEMP.
      ***************************************
       300-LER-BAIXEMP SECTION.
       301-LER-BAIXEMP.
           READ ARQ-BAIXEMP.
           EVALUATE WK-FS-BAIXEMP
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-BAIXEMP
                           ' NO COMANDO READ BAIXEMP'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
      *    RECEBIMENTOS DO HISTORICO NO ANO PEDIDO; SEM
      *    HISTORICO, O RELATORIO SAI SO COM OS TOTAIS
       400-RECUPERACOES SECTION.
       401-INICIAR-RECUPERACOES.
           SET LK-REL-ABRIR TO TRUE.
           MOVE SPACES TO LK-REL-TITULO.
           STRING 'RECUPERACOES DE EMPRESTIMOS BAIXADOS NO ANO '
                  DELIMITED BY SIZE
                  WK-PARM-ANO DELIMITED BY SIZE
                  INTO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-RECUPERACOES.
           OPEN INPUT ARQ-RECHIST.
           IF WK-FS-RECHIST = '00'
               SET HISTORICO-ABERTO TO TRUE
               PERFORM 412-LER-RECHIST
           ELSE
               DISPLAY 'ARQUIVO RECHIST NAO ENCONTRADO - '
                       'ANO SEM RECUPERACOES'
               MOVE '10' TO WK-FS-RECHIST
           END-IF.
       411-LISTAR-RECUPERACAO.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-RCP-DATA TO WK-DATA-EVENTO.
           IF WK-EVT-ANO = WK-PARM-ANO
            AND WK-EVT-MES >= 1 AND WK-EVT-MES <= 12
               ADD 1 TO MES-TAB-QTDE(WK-EVT-MES)
               ADD FD-RCP-VALOR TO MES-TAB-VALOR(WK-EVT-MES)
               ADD 1 TO WK-TOT-RECUP-ANO
               ADD FD-RCP-VALOR TO WK-VAL-RECUP-ANO
               MOVE FD-RCP-CODIGO    TO WK-LR-CODIGO
               MOVE FD-RCP-CONTRATO  TO WK-LR-CONTRATO
               MOVE FD-RCP-DATA      TO WK-LR-DATA
               MOVE FD-RCP-NOTA      TO WK-LR-NOTA
               MOVE FD-RCP-EMPRESA   TO WK-LR-EMPRESA
               MOVE FD-RCP-VALOR     TO WK-LR-VALOR
               MOVE SPACES           TO LK-REL-DETALHE
               MOVE WK-LINHA-RECUPERACAO TO LK-REL-DETALHE
               PERFORM 920-DETALHE-RECUPERACOES
           END-IF.
           PERFORM 412-LER-RECHIST.
       412-LER-RECHIST.
           READ ARQ-RECHIST
               AT END
                   MOVE '10' TO WK-FS-RECHIST
           END-READ.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 905-TOTAL-MES
               VARYING WK-IND-MES FROM 1 BY 1
               UNTIL WK-IND-MES > 12.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-VAL-RECUP-ANO TO WK-VAL-EDIT.
           STRING 'TOTAL DO ANO ' DELIMITED BY SIZE
                  WK-PARM-ANO     DELIMITED BY SIZE
                  ':  RECUPERACOES: ' DELIMITED BY SIZE
                  WK-TOT-RECUP-ANO    DELIMITED BY SIZE
                  '   VALOR: '        DELIMITED BY SIZE
                  WK-VAL-EDIT         DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 920-DETALHE-RECUPERACOES.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-RECUPERACOES.
           IF HISTORICO-ABERTO
               CLOSE ARQ-RECHIST
           END-IF.
           DISPLAY 'CONTRATOS BAIXADOS        = ' WK-TOT-CONTRATOS.
           DISPLAY 'RECUPERACOES NO ANO       = ' WK-TOT-RECUP-ANO.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-RELCART.
           CLOSE ARQ-RELRECP.
       905-TOTAL-MES.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE MES-TAB-VALOR(WK-IND-MES) TO WK-VAL-EDIT.
           STRING 'MES '           DELIMITED BY SIZE
                  WK-IND-MES       DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WK-PARM-ANO      DELIMITED BY SIZE
                  ':  RECUPERACOES: ' DELIMITED BY SIZE
                  MES-TAB-QTDE(WK-IND-MES) DELIMITED BY SIZE
                  '   VALOR: '     DELIMITED BY SIZE
                  WK-VAL-EDIT      DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 920-DETALHE-RECUPERACOES.
       910-TOTAL-CARTEIRA.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-CARTEIRA.
       920-DETALHE-RECUPERACOES.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-RECUPERACOES.
      ***************************************
       915-GRAVAR-CARTEIRA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELCART
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
       916-GRAVAR-RECUPERACOES.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELRECP
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO140'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
