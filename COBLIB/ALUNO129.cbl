       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO129.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    EXPOSICAO MENSAL DE CREDITO PARA O SCR DO    *
      *    BANCO CENTRAL, POR TOMADOR (DOCUMENTO DO     *
      *    CLIDEMOG DENTRO DE CADA EMPRESA):            *
      *      - CONTRATOS ATIVOS DO EMPREST PELO SALDO   *
      *        DEVEDOR DA PRICE (ALUNO64), COM A BANDA  *
      *        DE ATRASO DO CLIENTE NO ATRNOVO GRAVADO  *
      *        PELO ALUNO115 E A PROVISAO DA BANDA      *
      *        (PROVTAB) SOBRE O SALDO DEVEDOR          *
      *      - LIMITE DE CHEQUE ESPECIAL DO CLIENTEN    *
      *        USADO (SALDO CC NEGATIVO) E NAO USADO    *
      *    TOMADOR SEM DOCUMENTO OU COM DIGITO          *
      *    VERIFICADOR INVALIDO (MESMA REGRA DO         *
      *    ALUNO86) FICA FORA DO ARQUIVO E E LISTADO.   *
      *    SAIDAS: SCRNOVO (HEADER 0 / TOMADOR 1 /      *
      *    CONTRATO 2 / TRAILER 9 COM OS TOTAIS DE      *
      *    CONTROLE), GUARDADO PARA O MES SEGUINTE, E   *
      *    O RELSCR COM OS REJEITADOS E AS ALTERACOES   *
      *    DESDE A REMESSA ANTERIOR (SCRVELH)           *
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
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-ATRNOVO  ASSIGN TO ATRNOVO
               FILE STATUS IS WK-FS-ATRNOVO.
           SELECT ARQ-PROVTAB  ASSIGN TO PROVTAB
               FILE STATUS IS WK-FS-PROVTAB.
           SELECT ARQ-SCRVELH  ASSIGN TO SCRVELH
               FILE STATUS IS WK-FS-SCRVELH.
           SELECT ARQ-SCRNOVO  ASSIGN TO SCRNOVO
               FILE STATUS IS WK-FS-SCRNOVO.
           SELECT ARQ-RELSCR   ASSIGN TO RELSCR
               FILE STATUS IS WK-FS-RELSCR.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
       FD   ARQ-ATRNOVO
            RECORDING MODE IS F.
       01  REG-ATRNOVO.
           05 FD-ATN-CODIGO         PIC 9(5).
           05 FD-ATN-DATA-PRIMEIRA  PIC 9(8).
           05 FILLER                PIC X(7).
       FD   ARQ-PROVTAB
            RECORDING MODE IS F.
       01  REG-PROVTAB.
           05 FD-PRV-BANDA          PIC 9(1).
           05 FD-PRV-PCT            PIC 9(3)V99.
           05 FILLER                PIC X(74).
      *
      *    REMESSA DO MES ANTERIOR (SO O TOMADOR E COMPARADO)
       FD   ARQ-SCRVELH
            RECORDING MODE IS F.
       01  REG-SCRVELH.
           05 SCV-TIPO-REG          PIC X(01).
           05 SCV-DOCUMENTO         PIC X(14).
           05 SCV-TIPO-PESSOA       PIC X(01).
           05 SCV-EMPRESA           PIC 99.
           05 SCV-NOME              PIC X(25).
           05 SCV-QTDE-CONTRATOS    PIC 9(3).
           05 SCV-SALDO-DEVEDOR     PIC 9(11)V99.
           05 SCV-BANDA             PIC 9(1).
           05 SCV-PROVISAO          PIC 9(11)V99.
           05 SCV-LIMITE-USADO      PIC 9(11)V99.
           05 SCV-LIMITE-NAO-USADO  PIC 9(11)V99.
           05 SCV-EXPOSICAO         PIC 9(11)V99.
           05 FILLER                PIC X(08).
       01  REG-SCVHEADER REDEFINES REG-SCRVELH.
           05 FILLER                PIC X(01).
           05 SCV-HDR-COMPETENCIA   PIC 9(6).
           05 FILLER                PIC X(113).
      *
      *    LEIAUTE DA REMESSA AO SCR
       FD   ARQ-SCRNOVO
            RECORDING MODE IS F.
       01  REG-SCRNOVO.
           05 SCR-TIPO-REG          PIC X(01).
           05 SCR-DOCUMENTO         PIC X(14).
           05 SCR-TIPO-PESSOA       PIC X(01).
           05 SCR-EMPRESA           PIC 99.
           05 SCR-NOME              PIC X(25).
           05 SCR-QTDE-CONTRATOS    PIC 9(3).
           05 SCR-SALDO-DEVEDOR     PIC 9(11)V99.
           05 SCR-BANDA             PIC 9(1).
           05 SCR-PROVISAO          PIC 9(11)V99.
           05 SCR-LIMITE-USADO      PIC 9(11)V99.
           05 SCR-LIMITE-NAO-USADO  PIC 9(11)V99.
           05 SCR-EXPOSICAO         PIC 9(11)V99.
           05 FILLER                PIC X(08).
       01  REG-SCRCONTRATO REDEFINES REG-SCRNOVO.
           05 FILLER                PIC X(01).
           05 SCR-CTR-DOCUMENTO     PIC X(14).
           05 SCR-CTR-EMPRESA       PIC 99.
           05 SCR-CTR-CODIGO        PIC 9(5).
           05 SCR-CTR-CONTRATO      PIC 9(6).
           05 SCR-CTR-DATA-CONTRATO PIC 9(8).
           05 SCR-CTR-PRAZO         PIC 9(3).
           05 SCR-CTR-PARCELAS-FATUR PIC 9(3).
           05 SCR-CTR-SALDO-DEVEDOR PIC 9(11)V99.
           05 SCR-CTR-BANDA         PIC 9(1).
           05 SCR-CTR-DIAS-ATRASO   PIC 9(5).
           05 SCR-CTR-PROVISAO      PIC 9(11)V99.
           05 FILLER                PIC X(46).
       01  REG-SCRHEADER REDEFINES REG-SCRNOVO.
           05 FILLER                PIC X(01).
           05 SCR-HDR-COMPETENCIA   PIC 9(6).
           05 SCR-HDR-DATA-GERACAO  PIC 9(8).
           05 SCR-HDR-SISTEMA       PIC X(16).
           05 FILLER                PIC X(89).
       01  REG-SCRTRAILER REDEFINES REG-SCRNOVO.
           05 FILLER                PIC X(01).
           05 SCR-TRL-QTDE-TOMADORES PIC 9(7).
           05 SCR-TRL-QTDE-CONTRATOS PIC 9(7).
           05 SCR-TRL-SALDO-DEVEDOR PIC 9(13)V99.
           05 SCR-TRL-PROVISAO      PIC 9(13)V99.
           05 SCR-TRL-LIMITE-USADO  PIC 9(13)V99.
           05 SCR-TRL-LIMITE-NAO-USADO PIC 9(13)V99.
           05 SCR-TRL-EXPOSICAO     PIC 9(13)V99.
           05 FILLER                PIC X(30).
       FD   ARQ-RELSCR
            RECORDING MODE IS F.
       01  REG-RELSCR               PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-ATRNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-PROVTAB     PIC XX             VALUE SPACES.
       77  WK-FS-SCRVELH     PIC XX             VALUE SPACES.
       77  WK-FS-SCRNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-RELSCR      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-CLN-LIDOS  PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SEM-CRONOG PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-NOVOS      PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ALTERADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-BAIXADOS   PIC 9(05)          VALUE ZEROS.
       77  WK-PARM-ANOMES    PIC 9(06)          VALUE ZEROS.
       77  WK-ANOMES-ANTERIOR PIC 9(06)         VALUE ZEROS.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    DOCUMENTO DE CADA CODIGO DE CLIENTE (CLIDEMOG)
       01  TABELA-DOCUMENTOS.
           05 DOC-ENTRADA            OCCURS 5000 TIMES.
              10 DOC-TAB-CODIGO      PIC 9(5).
              10 DOC-TAB-DOCUMENTO   PIC X(14).
       77  WK-TOT-DOCUMENTOS PIC 9(05)          VALUE ZEROS.
       77  WK-IND-DOC        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-DOC      PIC X              VALUE 'N'.
           88 DOCUMENTO-ACHADO                  VALUE 'S'.
           88 DOCUMENTO-NAO-ACHADO              VALUE 'N'.
      *
      *    DIAS UTEIS DE ATRASO DE CADA CLIENTE DO ATRNOVO
      *    (DESDE A PRIMEIRA RECUSA ATE A DATA DA RODADA)
       01  TABELA-ATRASOS.
           05 ATR-ENTRADA            OCCURS 2000 TIMES.
              10 ATR-TAB-CODIGO      PIC 9(5).
              10 ATR-TAB-DIAS        PIC 9(5).
       77  WK-TOT-ATRASOS    PIC 9(04)          VALUE ZEROS.
       77  WK-IND-ATR        PIC 9(04)          VALUE ZEROS.
       77  WK-ACHOU-ATR      PIC X              VALUE 'N'.
           88 ATRASO-ACHADO                     VALUE 'S'.
           88 ATRASO-NAO-ACHADO                 VALUE 'N'.
       77  WK-DIAS-ATRASO    PIC 9(5)           VALUE ZEROS.
       77  WK-BANDA          PIC 9(1)           VALUE ZEROS.
      *
      *    PERCENTUAIS DE PROVISAO POR BANDA (BANDA 0 = EM DIA)
       01  TABELA-PROVISAO.
           05 PRV-ENTRADA            OCCURS 4 TIMES.
              10 PRV-TAB-PCT         PIC 9(3)V99.
      *
      *    CHAVE DO TOMADOR: EMPRESA + DOCUMENTO; SEM
      *    DOCUMENTO, 'SEMDOC' + CODIGO DO CLIENTE
       01  WK-CHAVE-PESSOA.
           05 WK-CHV-EMPRESA       PIC 99.
           05 WK-CHV-DOCUMENTO     PIC X(14).
       01  WK-DOC-SEM-CADASTRO.
           05 FILLER               PIC X(06)     VALUE 'SEMDOC'.
           05 WK-DSC-CODIGO        PIC 9(5).
           05 FILLER               PIC X(03)     VALUE SPACES.
       77  WK-CODIGO-PESSOA  PIC 9(5)           VALUE ZEROS.
      *
      *    TOMADORES (SITUACAO: V=VALIDO S=SEM DOCUMENTO
      *    I=DOCUMENTO INVALIDO)
       01  TABELA-PESSOAS.
           05 PES-ENTRADA            OCCURS 5000 TIMES.
              10 PES-TAB-EMPRESA     PIC 99.
              10 PES-TAB-DOCUMENTO   PIC X(14).
              10 PES-TAB-CODIGO      PIC 9(5).
              10 PES-TAB-NOME        PIC X(25).
              10 PES-TAB-SITUACAO    PIC X(01).
              10 PES-TAB-QTDE-CONTRATOS PIC 9(3).
              10 PES-TAB-SALDO       PIC 9(11)V99.
              10 PES-TAB-BANDA       PIC 9(1).
              10 PES-TAB-PROVISAO    PIC 9(11)V99.
              10 PES-TAB-LIMITE      PIC 9(11)V99.
              10 PES-TAB-USADO       PIC 9(11)V99.
       77  WK-TOT-PESSOAS    PIC 9(05)          VALUE ZEROS.
       77  WK-IND-PES        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-PES      PIC X              VALUE 'N'.
           88 PESSOA-ACHADA                     VALUE 'S'.
           88 PESSOA-NAO-ACHADA                 VALUE 'N'.
      *
      *    CONTRATOS ATIVOS, APONTANDO PARA O SEU TOMADOR
       01  TABELA-CONTRATOS.
           05 CTR-ENTRADA            OCCURS 5000 TIMES.
              10 CTR-TAB-IND-PES     PIC 9(5).
              10 CTR-TAB-CODIGO      PIC 9(5).
              10 CTR-TAB-CONTRATO    PIC 9(6).
              10 CTR-TAB-DATA        PIC 9(8).
              10 CTR-TAB-PRAZO       PIC 9(3).
              10 CTR-TAB-PARCELAS    PIC 9(3).
              10 CTR-TAB-SALDO       PIC 9(11)V99.
              10 CTR-TAB-BANDA       PIC 9(1).
              10 CTR-TAB-DIAS        PIC 9(5).
              10 CTR-TAB-PROVISAO    PIC 9(11)V99.
       77  WK-TOT-CONTRATOS  PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CTR        PIC 9(05)          VALUE ZEROS.
      *
      *    TOMADORES DA REMESSA ANTERIOR
       01  TABELA-ANTERIOR.
           05 ANT-ENTRADA            OCCURS 5000 TIMES.
              10 ANT-TAB-EMPRESA     PIC 99.
              10 ANT-TAB-DOCUMENTO   PIC X(14).
              10 ANT-TAB-NOME        PIC X(25).
              10 ANT-TAB-BANDA       PIC 9(1).
              10 ANT-TAB-EXPOSICAO   PIC 9(11)V99.
              10 ANT-TAB-VISTO       PIC X(01).
       77  WK-TOT-ANTERIOR   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-ANT        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-ANT      PIC X              VALUE 'N'.
           88 ANTERIOR-ACHADO                   VALUE 'S'.
           88 ANTERIOR-NAO-ACHADO               VALUE 'N'.
       77  WK-PRIMEIRA-REMESSA PIC X            VALUE 'N'.
           88 PRIMEIRA-REMESSA                  VALUE 'S'.
      *
       77  WK-SALDO-DEVEDOR  PIC 9(9)V99        VALUE ZEROS.
       77  WK-PROVISAO       PIC 9(11)V99       VALUE ZEROS.
       77  WK-USADO          PIC 9(11)V99       VALUE ZEROS.
       77  WK-NAO-USADO      PIC 9(11)V99       VALUE ZEROS.
       77  WK-EXPOSICAO      PIC 9(11)V99       VALUE ZEROS.
       77  WK-QTDE-TOMADORES PIC 9(7)           VALUE ZEROS.
       77  WK-QTDE-CONTRATOS PIC 9(7)           VALUE ZEROS.
       77  WK-GER-SALDO      PIC 9(13)V99       VALUE ZEROS.
       77  WK-GER-PROVISAO   PIC 9(13)V99       VALUE ZEROS.
       77  WK-GER-USADO      PIC 9(13)V99       VALUE ZEROS.
       77  WK-GER-NAO-USADO  PIC 9(13)V99       VALUE ZEROS.
       77  WK-GER-EXPOSICAO  PIC 9(13)V99       VALUE ZEROS.
      *
      *    VALIDACAO DO DIGITO VERIFICADOR (COMO NO ALUNO86)
       01  WK-DOCUMENTO      PIC X(14)          VALUE SPACES.
       01  WK-DOC-DIGITOS REDEFINES WK-DOCUMENTO.
           05 WK-DOC-DIG           PIC 9(1) OCCURS 14 TIMES.
       77  WK-DOC-VALIDO     PIC X(01)          VALUE 'N'.
           88 DOCUMENTO-VALIDO                  VALUE 'S'.
           88 DOCUMENTO-INVALIDO                VALUE 'N'.
       77  WK-SOMA-DV        PIC 9(5)           VALUE ZEROS.
       77  WK-RESTO-DV       PIC 9(2)           VALUE ZEROS.
       77  WK-QUOC-DV        PIC 9(4)           VALUE ZEROS.
       77  WK-DV-CALC        PIC 9(2)           VALUE ZEROS.
       77  WK-IND-DV         PIC 9(2)           VALUE ZEROS.
       77  WK-PESO           PIC 9(2)           VALUE ZEROS.
      *
       01  WK-LINHA-CABEC.
           05 FILLER               PIC X(34)     VALUE
              'REMESSA SCR - EXPOSICAO DE CREDITO'.
           05 FILLER               PIC X(15)     VALUE
              ' - COMPETENCIA '.
           05 WK-CB-ANOMES         PIC 9(6).
           05 FILLER               PIC X(11)     VALUE ' ANTERIOR '.
           05 WK-CB-ANTERIOR       PIC 9(6).
           05 FILLER               PIC X(08)     VALUE SPACES.
       01  WK-LINHA-TITULO.
           05 WK-TI-TEXTO          PIC X(80).
       01  WK-LINHA-REJEITADO.
           05 WK-LR-EMPRESA        PIC 99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-DOCUMENTO      PIC X(14).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-CODIGO         PIC 9(5).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-NOME           PIC X(20).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-MOTIVO         PIC X(14).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-EXPOSICAO      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(06)     VALUE SPACES.
       01  WK-LINHA-ALTERACAO.
           05 WK-LA-SITUACAO       PIC X(08).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-EMPRESA        PIC 99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-DOCUMENTO      PIC X(14).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-NOME           PIC X(15).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-BANDA-ANT      PIC 9(1).
           05 FILLER               PIC X(01)     VALUE '>'.
           05 WK-LA-BANDA          PIC 9(1).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-EXPOSICAO-ANT  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-EXPOSICAO      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(03)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
      *    AREA DE COMUNICACAO COM O CALENDARIO (ALUNO63)
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
           PERFORM 201-PROCESSAR UNTIL WK-FS-EMPREST = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-ANOMES FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-ANOMES = ZEROS
               COMPUTE WK-PARM-ANOMES =
                       WK-EXE-ANO * 100 + WK-EXE-MES
           END-IF.
           OPEN INPUT  ARQ-EMPREST.
           OPEN OUTPUT ARQ-SCRNOVO.
           OPEN OUTPUT ARQ-RELSCR.
           EVALUATE WK-FS-EMPREST
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-EMPREST
                           ' NO COMANDO OPEN EMPREST'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-DOCUMENTOS.
           PERFORM 120-CARREGAR-ATRASOS.
           PERFORM 130-CARREGAR-PROVISAO.
           PERFORM 140-CARREGAR-ANTERIOR.
           MOVE WK-PARM-ANOMES     TO WK-CB-ANOMES.
           MOVE WK-ANOMES-ANTERIOR TO WK-CB-ANTERIOR.
           WRITE REG-RELSCR FROM WK-LINHA-CABEC.
           MOVE SPACES             TO REG-SCRNOVO.
           MOVE '0'                TO SCR-TIPO-REG.
           MOVE WK-PARM-ANOMES     TO SCR-HDR-COMPETENCIA.
           MOVE WK-DATA-EXEC       TO SCR-HDR-DATA-GERACAO.
           MOVE 'CREDITO-EAD316'   TO SCR-HDR-SISTEMA.
           WRITE REG-SCRNOVO.
           PERFORM 301-LER-EMPREST.
       110-CARREGAR-DOCUMENTOS.
           OPEN INPUT ARQ-CLIDEMOG.
           IF WK-FS-CLIDEMOG NOT = '00'
               DISPLAY 'ARQUIVO CLIDEMOG NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 112-LER-CLIDEMOG.
           PERFORM 111-ACUMULAR-DOCUMENTO
               UNTIL WK-FS-CLIDEMOG = '10'.
           CLOSE ARQ-CLIDEMOG.
       111-ACUMULAR-DOCUMENTO.
           IF WK-TOT-DOCUMENTOS >= 5000
               DISPLAY 'TABELA DE DOCUMENTOS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - SCR ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-DOCUMENTOS.
           MOVE FD-DEM-CODIGO    TO DOC-TAB-CODIGO(WK-TOT-DOCUMENTOS).
           MOVE FD-DEM-DOCUMENTO
                TO DOC-TAB-DOCUMENTO(WK-TOT-DOCUMENTOS).
           PERFORM 112-LER-CLIDEMOG.
       112-LER-CLIDEMOG.
           READ ARQ-CLIDEMOG
               AT END
                   MOVE '10' TO WK-FS-CLIDEMOG
           END-READ.
      *
      *    ATRNOVO DA ULTIMA RODADA DO ALUNO115: SO TEM OS
      *    CLIENTES AINDA EM ATRASO; OS DIAS UTEIS SAO
      *    CONTADOS ATE A DATA DESTA RODADA
       120-CARREGAR-ATRASOS.
           OPEN INPUT ARQ-ATRNOVO.
           EVALUATE WK-FS-ATRNOVO
               WHEN '00'
                   PERFORM 122-LER-ATRNOVO
                   PERFORM 121-ACUMULAR-ATRASO
                       UNTIL WK-FS-ATRNOVO = '10'
                   CLOSE ARQ-ATRNOVO
               WHEN OTHER
                   DISPLAY 'ARQUIVO ATRNOVO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       121-ACUMULAR-ATRASO.
           IF WK-TOT-ATRASOS >= 2000
               DISPLAY 'TABELA DE ATRASOS CHEIA (MAXIMO 2000 '
                       'REGISTROS) - SCR ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-ATRASOS.
           MOVE FD-ATN-CODIGO TO ATR-TAB-CODIGO(WK-TOT-ATRASOS).
           SET LK-CAL-ENTRE TO TRUE.
           MOVE FD-ATN-DATA-PRIMEIRA TO LK-CAL-DATA-1.
           MOVE WK-DATA-EXEC         TO LK-CAL-DATA-2.
           CALL 'ALUNO63' USING LK-CAL-COM.
           IF LK-CAL-OK
               MOVE LK-CAL-DIAS-UTEIS TO ATR-TAB-DIAS(WK-TOT-ATRASOS)
           ELSE
               MOVE ZEROS TO ATR-TAB-DIAS(WK-TOT-ATRASOS)
           END-IF.
           PERFORM 122-LER-ATRNOVO.
       122-LER-ATRNOVO.
           READ ARQ-ATRNOVO
               AT END
                   MOVE '10' TO WK-FS-ATRNOVO
           END-READ.
       130-CARREGAR-PROVISAO.
           MOVE ZEROS TO TABELA-PROVISAO.
           OPEN INPUT ARQ-PROVTAB.
           EVALUATE WK-FS-PROVTAB
               WHEN '00'
                   PERFORM 132-LER-PROVTAB
                   PERFORM 131-ACUMULAR-PCT
                       UNTIL WK-FS-PROVTAB = '10'
                   CLOSE ARQ-PROVTAB
               WHEN OTHER
                   DISPLAY 'ARQUIVO PROVTAB NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       131-ACUMULAR-PCT.
           IF FD-PRV-BANDA >= 1 AND FD-PRV-BANDA <= 4
               MOVE FD-PRV-PCT TO PRV-TAB-PCT(FD-PRV-BANDA)
           END-IF.
           PERFORM 132-LER-PROVTAB.
       132-LER-PROVTAB.
           READ ARQ-PROVTAB
               AT END
                   MOVE '10' TO WK-FS-PROVTAB
           END-READ.
      *
      *    GERACAO ANTERIOR DA REMESSA; INEXISTENTE NA
      *    PRIMEIRA RODADA. ANTERIOR DA MESMA COMPETENCIA
      *    (OU POSTERIOR) INDICA GERACAO ERRADA NO JCL
       140-CARREGAR-ANTERIOR.
           OPEN INPUT ARQ-SCRVELH.
           EVALUATE WK-FS-SCRVELH
               WHEN '00'
                   PERFORM 142-LER-SCRVELH
                   PERFORM 141-ACUMULAR-ANTERIOR
                       UNTIL WK-FS-SCRVELH = '10'
                   CLOSE ARQ-SCRVELH
               WHEN '35'
                   SET PRIMEIRA-REMESSA TO TRUE
                   DISPLAY 'SCRVELH NAO ENCONTRADO - PRIMEIRA '
                           'REMESSA, SEM COMPARACAO'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-SCRVELH
                           ' NO COMANDO OPEN SCRVELH'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-ANOMES-ANTERIOR >= WK-PARM-ANOMES
               DISPLAY 'REMESSA ANTERIOR DA COMPETENCIA '
                       WK-ANOMES-ANTERIOR ' NAO E ANTERIOR A '
                       WK-PARM-ANOMES ' - SCR ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       141-ACUMULAR-ANTERIOR.
           EVALUATE SCV-TIPO-REG
               WHEN '0'
                   MOVE SCV-HDR-COMPETENCIA TO WK-ANOMES-ANTERIOR
               WHEN '1'
                   IF WK-TOT-ANTERIOR >= 5000
                       DISPLAY 'TABELA DA REMESSA ANTERIOR CHEIA '
                               '(MAXIMO 5000 REGISTROS) - SCR '
                               'ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WK-TOT-ANTERIOR
                   MOVE WK-TOT-ANTERIOR TO WK-IND-ANT
                   MOVE SCV-EMPRESA   TO ANT-TAB-EMPRESA(WK-IND-ANT)
                   MOVE SCV-DOCUMENTO TO ANT-TAB-DOCUMENTO(WK-IND-ANT)
                   MOVE SCV-NOME      TO ANT-TAB-NOME(WK-IND-ANT)
                   MOVE SCV-BANDA     TO ANT-TAB-BANDA(WK-IND-ANT)
                   MOVE SCV-EXPOSICAO
                        TO ANT-TAB-EXPOSICAO(WK-IND-ANT)
                   MOVE 'N'           TO ANT-TAB-VISTO(WK-IND-ANT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 142-LER-SCRVELH.
       142-LER-SCRVELH.
           READ ARQ-SCRVELH
               AT END
                   MOVE '10' TO WK-FS-SCRVELH
           END-READ.
      ***************************************
      *    SO CONTRATO ATIVO E EXPOSICAO; A BANDA VEM DO
      *    ATRASO DO CLIENTE (MESMAS FAIXAS DO ALUNO115) E
      *    A PROVISAO E O PERCENTUAL DA BANDA SOBRE O SALDO
      *    DEVEDOR
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF EMP-SIT-ATIVO
               PERFORM 230-APURAR-SALDO-DEVEDOR
               PERFORM 240-APURAR-BANDA
               MOVE FD-EMP-CODIGO  TO WK-CODIGO-PESSOA
               MOVE FD-EMP-EMPRESA TO WK-CHV-EMPRESA
               PERFORM 210-LOCALIZAR-DOCUMENTO
               PERFORM 215-PROCURAR-PESSOA
               IF PESSOA-NAO-ACHADA
                   PERFORM 220-INCLUIR-PESSOA
               END-IF
               PERFORM 250-INCLUIR-CONTRATO
           END-IF.
           PERFORM 301-LER-EMPREST.
      *
      *    DOCUMENTO DO CODIGO EM WK-CODIGO-PESSOA
       210-LOCALIZAR-DOCUMENTO.
           SET DOCUMENTO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-DOC FROM 1 BY 1
                   UNTIL WK-IND-DOC > WK-TOT-DOCUMENTOS
                   OR DOCUMENTO-ACHADO
               IF DOC-TAB-CODIGO(WK-IND-DOC) = WK-CODIGO-PESSOA
                AND DOC-TAB-DOCUMENTO(WK-IND-DOC) NOT = SPACES
                   SET DOCUMENTO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF DOCUMENTO-ACHADO
               SUBTRACT 1 FROM WK-IND-DOC
               MOVE DOC-TAB-DOCUMENTO(WK-IND-DOC)
                    TO WK-CHV-DOCUMENTO
           ELSE
               MOVE WK-CODIGO-PESSOA    TO WK-DSC-CODIGO
               MOVE WK-DOC-SEM-CADASTRO TO WK-CHV-DOCUMENTO
           END-IF.
      *
      *    TOMADOR DA EMPRESA EM WK-CHV-EMPRESA
       215-PROCURAR-PESSOA.
           SET PESSOA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-PES FROM 1 BY 1
                   UNTIL WK-IND-PES > WK-TOT-PESSOAS
                   OR PESSOA-ACHADA
               IF PES-TAB-EMPRESA(WK-IND-PES) = WK-CHV-EMPRESA
                AND PES-TAB-DOCUMENTO(WK-IND-PES) = WK-CHV-DOCUMENTO
                   SET PESSOA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF PESSOA-ACHADA
               SUBTRACT 1 FROM WK-IND-PES
           END-IF.
      *
      *    TOMADOR NOVO JA NASCE COM O DOCUMENTO VALIDADO
       220-INCLUIR-PESSOA.
           IF WK-TOT-PESSOAS >= 5000
               DISPLAY 'TABELA DE TOMADORES CHEIA (MAXIMO '
                       '5000 REGISTROS) - SCR ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-PESSOAS.
           MOVE WK-TOT-PESSOAS   TO WK-IND-PES.
           MOVE WK-CHV-EMPRESA   TO PES-TAB-EMPRESA(WK-IND-PES).
           MOVE WK-CHV-DOCUMENTO TO PES-TAB-DOCUMENTO(WK-IND-PES).
           MOVE WK-CODIGO-PESSOA TO PES-TAB-CODIGO(WK-IND-PES).
           MOVE SPACES           TO PES-TAB-NOME(WK-IND-PES).
           MOVE ZEROS TO PES-TAB-QTDE-CONTRATOS(WK-IND-PES)
                         PES-TAB-SALDO(WK-IND-PES)
                         PES-TAB-BANDA(WK-IND-PES)
                         PES-TAB-PROVISAO(WK-IND-PES)
                         PES-TAB-LIMITE(WK-IND-PES)
                         PES-TAB-USADO(WK-IND-PES).
           IF DOCUMENTO-NAO-ACHADO
               MOVE 'S' TO PES-TAB-SITUACAO(WK-IND-PES)
           ELSE
               MOVE WK-CHV-DOCUMENTO TO WK-DOCUMENTO
               PERFORM 501-VALIDAR-DOCUMENTO
               IF DOCUMENTO-VALIDO
                   MOVE 'V' TO PES-TAB-SITUACAO(WK-IND-PES)
               ELSE
                   MOVE 'I' TO PES-TAB-SITUACAO(WK-IND-PES)
               END-IF
           END-IF.
      *
      *    SALDO DEVEDOR = SALDO DO CRONOGRAMA DA PRICE NA
      *    ULTIMA PARCELA FATURADA (NENHUMA FATURADA = O
      *    PRINCIPAL), COMO NA CONCILIACAO DO ALUNO125
       230-APURAR-SALDO-DEVEDOR.
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
       240-APURAR-BANDA.
           SET ATRASO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-ATR FROM 1 BY 1
                   UNTIL WK-IND-ATR > WK-TOT-ATRASOS
                   OR ATRASO-ACHADO
               IF ATR-TAB-CODIGO(WK-IND-ATR) = FD-EMP-CODIGO
                   SET ATRASO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ATRASO-ACHADO
               SUBTRACT 1 FROM WK-IND-ATR
               MOVE ATR-TAB-DIAS(WK-IND-ATR) TO WK-DIAS-ATRASO
               EVALUATE TRUE
                   WHEN WK-DIAS-ATRASO <= 30
                       MOVE 1 TO WK-BANDA
                   WHEN WK-DIAS-ATRASO <= 60
                       MOVE 2 TO WK-BANDA
                   WHEN WK-DIAS-ATRASO <= 90
                       MOVE 3 TO WK-BANDA
                   WHEN OTHER
                       MOVE 4 TO WK-BANDA
               END-EVALUATE
               COMPUTE WK-PROVISAO ROUNDED =
                       WK-SALDO-DEVEDOR
                       * PRV-TAB-PCT(WK-BANDA) / 100
           ELSE
               MOVE ZEROS TO WK-DIAS-ATRASO
               MOVE ZEROS TO WK-BANDA
               MOVE ZEROS TO WK-PROVISAO
           END-IF.
       250-INCLUIR-CONTRATO.
           IF WK-TOT-CONTRATOS >= 5000
               DISPLAY 'TABELA DE CONTRATOS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - SCR ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CONTRATOS.
           MOVE WK-TOT-CONTRATOS TO WK-IND-CTR.
           MOVE WK-IND-PES       TO CTR-TAB-IND-PES(WK-IND-CTR).
           MOVE FD-EMP-CODIGO    TO CTR-TAB-CODIGO(WK-IND-CTR).
           MOVE FD-EMP-CONTRATO  TO CTR-TAB-CONTRATO(WK-IND-CTR).
           MOVE FD-EMP-DATA-CONTRATO TO CTR-TAB-DATA(WK-IND-CTR).
           MOVE FD-EMP-PRAZO     TO CTR-TAB-PRAZO(WK-IND-CTR).
           MOVE FD-EMP-PARCELAS-FATUR
                TO CTR-TAB-PARCELAS(WK-IND-CTR).
           MOVE WK-SALDO-DEVEDOR TO CTR-TAB-SALDO(WK-IND-CTR).
           MOVE WK-BANDA         TO CTR-TAB-BANDA(WK-IND-CTR).
           MOVE WK-DIAS-ATRASO   TO CTR-TAB-DIAS(WK-IND-CTR).
           MOVE WK-PROVISAO      TO CTR-TAB-PROVISAO(WK-IND-CTR).
           ADD 1 TO PES-TAB-QTDE-CONTRATOS(WK-IND-PES).
           ADD WK-SALDO-DEVEDOR TO PES-TAB-SALDO(WK-IND-PES).
           ADD WK-PROVISAO      TO PES-TAB-PROVISAO(WK-IND-PES).
           IF WK-BANDA > PES-TAB-BANDA(WK-IND-PES)
               MOVE WK-BANDA TO PES-TAB-BANDA(WK-IND-PES)
           END-IF.
      ***************************************
       300-LER-EMPREST SECTION.
       301-LER-EMPREST.
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
      ***************************************
      *    DIGITO VERIFICADOR: CPF = 11 DIGITOS + 3 BRANCOS
      *    (PESOS 10..2 E 11..2), CNPJ = 14 DIGITOS (PESOS
      *    5..2,9..2 E 6..2,9..2); RESTO < 2 DA DIGITO 0
       500-VALIDAR-DOCUMENTO SECTION.
       501-VALIDAR-DOCUMENTO.
           EVALUATE TRUE
               WHEN WK-DOCUMENTO(1:11) NUMERIC
                AND WK-DOCUMENTO(12:3) = SPACES
                   PERFORM 510-VALIDAR-CPF
               WHEN WK-DOCUMENTO NUMERIC
                   PERFORM 520-VALIDAR-CNPJ
               WHEN OTHER
                   SET DOCUMENTO-INVALIDO TO TRUE
           END-EVALUATE.
       510-VALIDAR-CPF.
           SET DOCUMENTO-VALIDO TO TRUE.
           MOVE ZEROS TO WK-SOMA-DV.
           PERFORM VARYING WK-IND-DV FROM 1 BY 1
                   UNTIL WK-IND-DV > 9
               COMPUTE WK-PESO = 11 - WK-IND-DV
               COMPUTE WK-SOMA-DV = WK-SOMA-DV
                       + WK-DOC-DIG(WK-IND-DV) * WK-PESO
           END-PERFORM.
           PERFORM 530-APURAR-DIGITO.
           IF WK-DV-CALC NOT = WK-DOC-DIG(10)
               SET DOCUMENTO-INVALIDO TO TRUE
           END-IF.
           MOVE ZEROS TO WK-SOMA-DV.
           PERFORM VARYING WK-IND-DV FROM 1 BY 1
                   UNTIL WK-IND-DV > 10
               COMPUTE WK-PESO = 12 - WK-IND-DV
               COMPUTE WK-SOMA-DV = WK-SOMA-DV
                       + WK-DOC-DIG(WK-IND-DV) * WK-PESO
           END-PERFORM.
           PERFORM 530-APURAR-DIGITO.
           IF WK-DV-CALC NOT = WK-DOC-DIG(11)
               SET DOCUMENTO-INVALIDO TO TRUE
           END-IF.
       520-VALIDAR-CNPJ.
           SET DOCUMENTO-VALIDO TO TRUE.
           MOVE ZEROS TO WK-SOMA-DV.
           PERFORM VARYING WK-IND-DV FROM 1 BY 1
                   UNTIL WK-IND-DV > 12
               IF WK-IND-DV < 5
                   COMPUTE WK-PESO = 6 - WK-IND-DV
               ELSE
                   COMPUTE WK-PESO = 14 - WK-IND-DV
               END-IF
               COMPUTE WK-SOMA-DV = WK-SOMA-DV
                       + WK-DOC-DIG(WK-IND-DV) * WK-PESO
           END-PERFORM.
           PERFORM 530-APURAR-DIGITO.
           IF WK-DV-CALC NOT = WK-DOC-DIG(13)
               SET DOCUMENTO-INVALIDO TO TRUE
           END-IF.
           MOVE ZEROS TO WK-SOMA-DV.
           PERFORM VARYING WK-IND-DV FROM 1 BY 1
                   UNTIL WK-IND-DV > 13
               IF WK-IND-DV < 6
                   COMPUTE WK-PESO = 7 - WK-IND-DV
               ELSE
                   COMPUTE WK-PESO = 15 - WK-IND-DV
               END-IF
               COMPUTE WK-SOMA-DV = WK-SOMA-DV
                       + WK-DOC-DIG(WK-IND-DV) * WK-PESO
           END-PERFORM.
           PERFORM 530-APURAR-DIGITO.
           IF WK-DV-CALC NOT = WK-DOC-DIG(14)
               SET DOCUMENTO-INVALIDO TO TRUE
           END-IF.
       530-APURAR-DIGITO.
           DIVIDE WK-SOMA-DV BY 11 GIVING WK-QUOC-DV
               REMAINDER WK-RESTO-DV.
           IF WK-RESTO-DV < 2
               MOVE ZEROS TO WK-DV-CALC
           ELSE
               COMPUTE WK-DV-CALC = 11 - WK-RESTO-DV
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 910-SOMAR-LIMITES.
           MOVE SPACES TO WK-TI-TEXTO.
           MOVE 'TOMADORES REJEITADOS (FORA DA REMESSA)'
                TO WK-TI-TEXTO.
           WRITE REG-RELSCR FROM WK-LINHA-TITULO.
           PERFORM 920-GRAVAR-TOMADOR
               VARYING WK-IND-PES FROM 1 BY 1
               UNTIL WK-IND-PES > WK-TOT-PESSOAS.
           MOVE SPACES                 TO REG-SCRNOVO.
           MOVE '9'                    TO SCR-TIPO-REG.
           MOVE WK-QTDE-TOMADORES      TO SCR-TRL-QTDE-TOMADORES.
           MOVE WK-QTDE-CONTRATOS      TO SCR-TRL-QTDE-CONTRATOS.
           MOVE WK-GER-SALDO           TO SCR-TRL-SALDO-DEVEDOR.
           MOVE WK-GER-PROVISAO        TO SCR-TRL-PROVISAO.
           MOVE WK-GER-USADO           TO SCR-TRL-LIMITE-USADO.
           MOVE WK-GER-NAO-USADO       TO SCR-TRL-LIMITE-NAO-USADO.
           MOVE WK-GER-EXPOSICAO       TO SCR-TRL-EXPOSICAO.
           WRITE REG-SCRNOVO.
           PERFORM 940-RELATAR-ALTERACOES.
           DISPLAY 'CONTRATOS LIDOS DO EMPREST = ' WK-REGS-LIDOS.
           DISPLAY 'CONTAS LIDAS DO CLIENTEN   = ' WK-TOT-CLN-LIDOS.
           DISPLAY 'TOMADORES NA REMESSA       = ' WK-QTDE-TOMADORES.
           DISPLAY 'CONTRATOS NA REMESSA       = ' WK-QTDE-CONTRATOS.
           DISPLAY 'TOMADORES REJEITADOS       = ' WK-TOT-REJEITADOS.
           DISPLAY 'CONTRATOS SEM CRONOGRAMA   = ' WK-TOT-SEM-CRONOG.
           DISPLAY 'TOMADORES NOVOS            = ' WK-TOT-NOVOS.
           DISPLAY 'TOMADORES ALTERADOS        = ' WK-TOT-ALTERADOS.
           DISPLAY 'TOMADORES BAIXADOS         = ' WK-TOT-BAIXADOS.
           IF WK-TOT-REJEITADOS > ZEROS
            OR WK-TOT-SEM-CRONOG > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-EMPREST.
           CLOSE ARQ-SCRNOVO.
           CLOSE ARQ-RELSCR.
      *
      *    CHEQUE ESPECIAL: USADO = SALDO CC NEGATIVO, NAO
      *    USADO = LIMITE MENOS O USADO (NUNCA NEGATIVO).
      *    CLIENTE SEM LIMITE E SEM SALDO NEGATIVO SO ENTRA
      *    SE JA FOR TOMADOR DE EMPRESTIMO (NOME)
       910-SOMAR-LIMITES.
           OPEN INPUT ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
               WHEN '00'
                   PERFORM 912-LER-CLIENTEN
                   PERFORM 911-ACUMULAR-LIMITE
                       UNTIL WK-FS-CLIENTEN = '10'
                   CLOSE ARQ-CLIENTEN
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIENTEN NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       911-ACUMULAR-LIMITE.
           ADD 1 TO WK-TOT-CLN-LIDOS.
           MOVE FD-CLN-CODIGO  TO WK-CODIGO-PESSOA.
           MOVE FD-CLN-EMPRESA TO WK-CHV-EMPRESA.
           PERFORM 210-LOCALIZAR-DOCUMENTO.
           PERFORM 215-PROCURAR-PESSOA.
           IF PESSOA-NAO-ACHADA
            AND (FD-CLN-LIMITE > ZEROS OR FD-CLN-SALDO-CC < ZEROS)
               PERFORM 220-INCLUIR-PESSOA
           END-IF.
           IF PESSOA-ACHADA
            OR FD-CLN-LIMITE > ZEROS OR FD-CLN-SALDO-CC < ZEROS
               IF PES-TAB-NOME(WK-IND-PES) = SPACES
                   MOVE FD-CLN-NOME TO PES-TAB-NOME(WK-IND-PES)
               END-IF
               IF FD-CLN-LIMITE > ZEROS
                   ADD FD-CLN-LIMITE TO PES-TAB-LIMITE(WK-IND-PES)
               END-IF
               IF FD-CLN-SALDO-CC < ZEROS
                   SUBTRACT FD-CLN-SALDO-CC
                       FROM PES-TAB-USADO(WK-IND-PES)
               END-IF
           END-IF.
           PERFORM 912-LER-CLIENTEN.
       912-LER-CLIENTEN.
           READ ARQ-CLIENTEN
               AT END
                   MOVE '10' TO WK-FS-CLIENTEN
           END-READ.
      *
      *    TOMADOR VALIDO VAI PARA A REMESSA COM OS SEUS
      *    CONTRATOS; SEM DOCUMENTO OU COM DOCUMENTO
      *    INVALIDO SO SAI NO RELATORIO
       920-GRAVAR-TOMADOR.
           MOVE PES-TAB-USADO(WK-IND-PES) TO WK-USADO.
           IF PES-TAB-LIMITE(WK-IND-PES) > WK-USADO
               COMPUTE WK-NAO-USADO =
                       PES-TAB-LIMITE(WK-IND-PES) - WK-USADO
           ELSE
               MOVE ZEROS TO WK-NAO-USADO
           END-IF.
           COMPUTE WK-EXPOSICAO = PES-TAB-SALDO(WK-IND-PES)
                                + WK-USADO.
           IF PES-TAB-SITUACAO(WK-IND-PES) = 'V'
               PERFORM 921-GRAVAR-DETALHE
           ELSE
               ADD 1 TO WK-TOT-REJEITADOS
               MOVE PES-TAB-EMPRESA(WK-IND-PES)   TO WK-LR-EMPRESA
               MOVE PES-TAB-DOCUMENTO(WK-IND-PES) TO WK-LR-DOCUMENTO
               MOVE PES-TAB-CODIGO(WK-IND-PES)    TO WK-LR-CODIGO
               MOVE PES-TAB-NOME(WK-IND-PES)      TO WK-LR-NOME
               IF PES-TAB-SITUACAO(WK-IND-PES) = 'S'
                   MOVE 'SEM DOCUMENTO'  TO WK-LR-MOTIVO
               ELSE
                   MOVE 'DOC. INVALIDO'  TO WK-LR-MOTIVO
               END-IF
               MOVE WK-EXPOSICAO TO WK-LR-EXPOSICAO
               WRITE REG-RELSCR FROM WK-LINHA-REJEITADO
           END-IF.
       921-GRAVAR-DETALHE.
           MOVE SPACES TO REG-SCRNOVO.
           MOVE '1'    TO SCR-TIPO-REG.
           MOVE PES-TAB-DOCUMENTO(WK-IND-PES) TO SCR-DOCUMENTO.
           IF PES-TAB-DOCUMENTO(WK-IND-PES)(12:3) = SPACES
               MOVE 'F' TO SCR-TIPO-PESSOA
           ELSE
               MOVE 'J' TO SCR-TIPO-PESSOA
           END-IF.
           MOVE PES-TAB-EMPRESA(WK-IND-PES)   TO SCR-EMPRESA.
           MOVE PES-TAB-NOME(WK-IND-PES)      TO SCR-NOME.
           MOVE PES-TAB-QTDE-CONTRATOS(WK-IND-PES)
                TO SCR-QTDE-CONTRATOS.
           MOVE PES-TAB-SALDO(WK-IND-PES)     TO SCR-SALDO-DEVEDOR.
           MOVE PES-TAB-BANDA(WK-IND-PES)     TO SCR-BANDA.
           MOVE PES-TAB-PROVISAO(WK-IND-PES)  TO SCR-PROVISAO.
           MOVE WK-USADO                      TO SCR-LIMITE-USADO.
           MOVE WK-NAO-USADO                  TO SCR-LIMITE-NAO-USADO.
           MOVE WK-EXPOSICAO                  TO SCR-EXPOSICAO.
           WRITE REG-SCRNOVO.
           ADD 1 TO WK-QTDE-TOMADORES.
           ADD PES-TAB-SALDO(WK-IND-PES)    TO WK-GER-SALDO.
           ADD PES-TAB-PROVISAO(WK-IND-PES) TO WK-GER-PROVISAO.
           ADD WK-USADO                     TO WK-GER-USADO.
           ADD WK-NAO-USADO                 TO WK-GER-NAO-USADO.
           ADD WK-EXPOSICAO                 TO WK-GER-EXPOSICAO.
           PERFORM 922-GRAVAR-CONTRATO
               VARYING WK-IND-CTR FROM 1 BY 1
               UNTIL WK-IND-CTR > WK-TOT-CONTRATOS.
       922-GRAVAR-CONTRATO.
           IF CTR-TAB-IND-PES(WK-IND-CTR) = WK-IND-PES
               MOVE SPACES TO REG-SCRNOVO
               MOVE '2'    TO SCR-TIPO-REG
               MOVE PES-TAB-DOCUMENTO(WK-IND-PES)
                    TO SCR-CTR-DOCUMENTO
               MOVE PES-TAB-EMPRESA(WK-IND-PES) TO SCR-CTR-EMPRESA
               MOVE CTR-TAB-CODIGO(WK-IND-CTR)  TO SCR-CTR-CODIGO
               MOVE CTR-TAB-CONTRATO(WK-IND-CTR)
                    TO SCR-CTR-CONTRATO
               MOVE CTR-TAB-DATA(WK-IND-CTR)
                    TO SCR-CTR-DATA-CONTRATO
               MOVE CTR-TAB-PRAZO(WK-IND-CTR)   TO SCR-CTR-PRAZO
               MOVE CTR-TAB-PARCELAS(WK-IND-CTR)
                    TO SCR-CTR-PARCELAS-FATUR
               MOVE CTR-TAB-SALDO(WK-IND-CTR)
                    TO SCR-CTR-SALDO-DEVEDOR
               MOVE CTR-TAB-BANDA(WK-IND-CTR)   TO SCR-CTR-BANDA
               MOVE CTR-TAB-DIAS(WK-IND-CTR)
                    TO SCR-CTR-DIAS-ATRASO
               MOVE CTR-TAB-PROVISAO(WK-IND-CTR)
                    TO SCR-CTR-PROVISAO
               WRITE REG-SCRNOVO
               ADD 1 TO WK-QTDE-CONTRATOS
           END-IF.
      *
      *    ALTERACOES DESDE A REMESSA ANTERIOR: TOMADOR NOVO,
      *    TOMADOR COM EXPOSICAO OU BANDA DIFERENTE, E
      *    TOMADOR QUE SAIU DA REMESSA (BAIXADO)
       940-RELATAR-ALTERACOES.
           MOVE SPACES TO WK-TI-TEXTO.
           IF PRIMEIRA-REMESSA
               MOVE 'PRIMEIRA REMESSA - SEM ALTERACOES A RELATAR'
                    TO WK-TI-TEXTO
               WRITE REG-RELSCR FROM WK-LINHA-TITULO
           ELSE
               MOVE 'ALTERACOES DESDE A REMESSA ANTERIOR'
                    TO WK-TI-TEXTO
               WRITE REG-RELSCR FROM WK-LINHA-TITULO
               MOVE SPACES TO WK-TI-TEXTO
               MOVE 'SITUACAO EMP DOCUMENTO      NOME            BA'
                    TO WK-TI-TEXTO(1:46)
               MOVE 'NDA  EXPOSICAO ANT.      EXPOSICAO'
                    TO WK-TI-TEXTO(47:34)
               WRITE REG-RELSCR FROM WK-LINHA-TITULO
               PERFORM 941-COMPARAR-TOMADOR
                   VARYING WK-IND-PES FROM 1 BY 1
                   UNTIL WK-IND-PES > WK-TOT-PESSOAS
               PERFORM 945-RELATAR-BAIXADO
                   VARYING WK-IND-ANT FROM 1 BY 1
                   UNTIL WK-IND-ANT > WK-TOT-ANTERIOR
           END-IF.
       941-COMPARAR-TOMADOR.
           IF PES-TAB-SITUACAO(WK-IND-PES) = 'V'
               COMPUTE WK-EXPOSICAO = PES-TAB-SALDO(WK-IND-PES)
                                    + PES-TAB-USADO(WK-IND-PES)
               SET ANTERIOR-NAO-ACHADO TO TRUE
               PERFORM VARYING WK-IND-ANT FROM 1 BY 1
                       UNTIL WK-IND-ANT > WK-TOT-ANTERIOR
                       OR ANTERIOR-ACHADO
                   IF ANT-TAB-EMPRESA(WK-IND-ANT) =
                      PES-TAB-EMPRESA(WK-IND-PES)
                    AND ANT-TAB-DOCUMENTO(WK-IND-ANT) =
                      PES-TAB-DOCUMENTO(WK-IND-PES)
                       SET ANTERIOR-ACHADO TO TRUE
                   END-IF
               END-PERFORM
               MOVE PES-TAB-EMPRESA(WK-IND-PES)   TO WK-LA-EMPRESA
               MOVE PES-TAB-DOCUMENTO(WK-IND-PES) TO WK-LA-DOCUMENTO
               MOVE PES-TAB-NOME(WK-IND-PES)      TO WK-LA-NOME
               MOVE PES-TAB-BANDA(WK-IND-PES)     TO WK-LA-BANDA
               MOVE WK-EXPOSICAO                  TO WK-LA-EXPOSICAO
               IF ANTERIOR-ACHADO
                   SUBTRACT 1 FROM WK-IND-ANT
                   MOVE 'S' TO ANT-TAB-VISTO(WK-IND-ANT)
                   IF ANT-TAB-EXPOSICAO(WK-IND-ANT) NOT = WK-EXPOSICAO
                    OR ANT-TAB-BANDA(WK-IND-ANT) NOT =
                       PES-TAB-BANDA(WK-IND-PES)
                       ADD 1 TO WK-TOT-ALTERADOS
                       MOVE 'ALTERADO' TO WK-LA-SITUACAO
                       MOVE ANT-TAB-BANDA(WK-IND-ANT)
                            TO WK-LA-BANDA-ANT
                       MOVE ANT-TAB-EXPOSICAO(WK-IND-ANT)
                            TO WK-LA-EXPOSICAO-ANT
                       WRITE REG-RELSCR FROM WK-LINHA-ALTERACAO
                   END-IF
               ELSE
                   ADD 1 TO WK-TOT-NOVOS
                   MOVE 'NOVO'     TO WK-LA-SITUACAO
                   MOVE ZEROS      TO WK-LA-BANDA-ANT
                   MOVE ZEROS      TO WK-LA-EXPOSICAO-ANT
                   WRITE REG-RELSCR FROM WK-LINHA-ALTERACAO
               END-IF
           END-IF.
       945-RELATAR-BAIXADO.
           IF ANT-TAB-VISTO(WK-IND-ANT) = 'N'
               ADD 1 TO WK-TOT-BAIXADOS
               MOVE 'BAIXADO'  TO WK-LA-SITUACAO
               MOVE ANT-TAB-EMPRESA(WK-IND-ANT)   TO WK-LA-EMPRESA
               MOVE ANT-TAB-DOCUMENTO(WK-IND-ANT) TO WK-LA-DOCUMENTO
               MOVE ANT-TAB-NOME(WK-IND-ANT)      TO WK-LA-NOME
               MOVE ANT-TAB-BANDA(WK-IND-ANT)     TO WK-LA-BANDA-ANT
               MOVE ANT-TAB-EXPOSICAO(WK-IND-ANT)
                    TO WK-LA-EXPOSICAO-ANT
               MOVE ZEROS                         TO WK-LA-BANDA
               MOVE ZEROS                         TO WK-LA-EXPOSICAO
               WRITE REG-RELSCR FROM WK-LINHA-ALTERACAO
           END-IF.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO129'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
