       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO127.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    OPERACOES EM ESPECIE PARA O COAF: SELECIONA  *
      *    NO LANCAM OS DEPOSITOS (C) E SAQUES (D) DO   *
      *    CANAL CAIXA E TOTALIZA POR PESSOA - O        *
      *    FD-DEM-DOCUMENTO DO CLIDEMOG, DE MODO QUE    *
      *    UM CPF COM VARIOS CODIGOS CONTA UMA VEZ SO.  *
      *    DUAS OCORRENCIAS:                            *
      *      U = OPERACAO UNICA ACIMA DO LIMITE         *
      *          (COMUNICACAO AUTOMATICA)               *
      *      E = FRACIONAMENTO: VARIAS OPERACOES LOGO   *
      *          ABAIXO DO LIMITE DENTRO DA JANELA      *
      *          ROLANTE DE DIAS UTEIS (ALUNO63), QUE   *
      *          SOMADAS ATINGEM O LIMITE - VAI PARA A  *
      *          REVISAO DO COMPLIANCE                  *
      *    A JANELA DE MOVIMENTOS E AS OCORRENCIAS COM  *
      *    A DECISAO DO COMPLIANCE (COAFDISP: R =       *
      *    REVISADA SEM COMUNICAR, C = COMUNICAR)       *
      *    PASSAM DE UMA RODADA PARA A OUTRA NO         *
      *    COAFVELH/COAFNOVO. AS OCORRENCIAS A          *
      *    COMUNICAR SAEM NO ARQUIVO DE COMUNICACAO     *
      *    (COAFCOM, HEADER 0 / DETALHE 1 / TRAILER 9)  *
      *    E O RELATORIO DE REVISAO NO RELCOAF. RODADA  *
      *    DIARIA; PARA O TOTAL DO MES POR PESSOA,      *
      *    CONCATENE O MES NO DD LANCAM (OPERACAO JA    *
      *    REGISTRADA NAO E DUPLICADA)                  *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LANCAM   ASSIGN TO LANCAM
               FILE STATUS IS WK-FS-LANCAM.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-COAFVELH ASSIGN TO COAFVELH
               FILE STATUS IS WK-FS-COAFVELH.
           SELECT ARQ-COAFNOVO ASSIGN TO COAFNOVO
               FILE STATUS IS WK-FS-COAFNOVO.
           SELECT ARQ-COAFDISP ASSIGN TO COAFDISP
               FILE STATUS IS WK-FS-COAFDISP.
           SELECT ARQ-COAFCOM  ASSIGN TO COAFCOM
               FILE STATUS IS WK-FS-COAFCOM.
           SELECT ARQ-RELCOAF  ASSIGN TO RELCOAF
               FILE STATUS IS WK-FS-RELCOAF.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-LANCAM
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
      *
      *    HISTORICO: M = MOVIMENTO EM ESPECIE DENTRO DA
      *    JANELA, O = OCORRENCIA COM A SITUACAO DA REVISAO
       FD   ARQ-COAFVELH
            RECORDING MODE IS F.
       01  REG-COAFVELH.
           05 CFV-TIPO-REG          PIC X(01).
           05 CFV-DOCUMENTO         PIC X(14).
           05 CFV-DATA              PIC 9(8).
           05 CFV-CODIGO            PIC 9(5).
           05 CFV-NOTA              PIC 9(6).
           05 CFV-TIPO-LANC         PIC X(01).
           05 CFV-VALOR             PIC 9(9)V99.
           05 CFV-AGENCIA           PIC 9(3).
           05 CFV-EMPRESA           PIC 99.
           05 CFV-OCORRENCIA        PIC X(01).
           05 CFV-SITUACAO          PIC X(01).
           05 CFV-QTDE              PIC 9(3).
           05 CFV-ANALISTA          PIC X(08).
           05 CFV-DATA-COMUNIC      PIC 9(8).
           05 FILLER                PIC X(08).
       FD   ARQ-COAFNOVO
            RECORDING MODE IS F.
       01  REG-COAFNOVO.
           05 CFN-TIPO-REG          PIC X(01).
           05 CFN-DOCUMENTO         PIC X(14).
           05 CFN-DATA              PIC 9(8).
           05 CFN-CODIGO            PIC 9(5).
           05 CFN-NOTA              PIC 9(6).
           05 CFN-TIPO-LANC         PIC X(01).
           05 CFN-VALOR             PIC 9(9)V99.
           05 CFN-AGENCIA           PIC 9(3).
           05 CFN-EMPRESA           PIC 99.
           05 CFN-OCORRENCIA        PIC X(01).
           05 CFN-SITUACAO          PIC X(01).
           05 CFN-QTDE              PIC 9(3).
           05 CFN-ANALISTA          PIC X(08).
           05 CFN-DATA-COMUNIC      PIC 9(8).
           05 FILLER                PIC X(08).
      *
      *    DECISOES DO COMPLIANCE SOBRE AS OCORRENCIAS
      *    PENDENTES (DOCUMENTO + DATA + OCORRENCIA)
       FD   ARQ-COAFDISP
            RECORDING MODE IS F.
       01  REG-COAFDISP.
           05 DSP-DOCUMENTO         PIC X(14).
           05 DSP-DATA              PIC 9(8).
           05 DSP-OCORRENCIA        PIC X(01).
           05 DSP-DECISAO           PIC X(01).
              88 DSP-NAO-COMUNICAR            VALUE 'R'.
              88 DSP-COMUNICAR                VALUE 'C'.
           05 DSP-ANALISTA          PIC X(08).
           05 FILLER                PIC X(48).
      *
      *    LEIAUTE DA COMUNICACAO DE OPERACOES EM ESPECIE
       FD   ARQ-COAFCOM
            RECORDING MODE IS F.
       01  REG-COAFCOM.
           05 COM-TIPO-REG          PIC X(01).
           05 COM-DOCUMENTO         PIC X(14).
           05 COM-TIPO-PESSOA       PIC X(01).
           05 COM-DATA-OPERACAO     PIC 9(8).
           05 COM-VALOR             PIC 9(11)V99.
           05 COM-ENQUADRAMENTO     PIC X(02).
           05 COM-NATUREZA          PIC X(01).
           05 COM-AGENCIA           PIC 9(3).
           05 COM-QTDE              PIC 9(3).
           05 COM-EMPRESA           PIC 99.
           05 FILLER                PIC X(32).
       01  REG-COMHEADER REDEFINES REG-COAFCOM.
           05 FILLER                PIC X(01).
           05 COM-HDR-DATA-GERACAO  PIC 9(8).
           05 COM-HDR-HORA-GERACAO  PIC 9(6).
           05 COM-HDR-SISTEMA       PIC X(16).
           05 FILLER                PIC X(49).
       01  REG-COMTRAILER REDEFINES REG-COAFCOM.
           05 FILLER                PIC X(01).
           05 COM-TRL-QTDE          PIC 9(7).
           05 COM-TRL-VALOR         PIC 9(13)V99.
           05 FILLER                PIC X(57).
       FD   ARQ-RELCOAF
            RECORDING MODE IS F.
       01  REG-RELCOAF              PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-LANCAM      PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-COAFVELH    PIC XX             VALUE SPACES.
       77  WK-FS-COAFNOVO    PIC XX             VALUE SPACES.
       77  WK-FS-COAFDISP    PIC XX             VALUE SPACES.
       77  WK-FS-COAFCOM     PIC XX             VALUE SPACES.
       77  WK-FS-RELCOAF     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-ESPECIE    PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-SEM-DOC    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-JA-VISTOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-DISP-LIDAS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-DISP-RECUS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-NOVAS-U    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-NOVAS-E    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-PENDENTES  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-COMUNIC    PIC 9(07)          VALUE ZEROS.
       77  WK-VLR-COMUNIC    PIC 9(13)V99       VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-DATA-JANELA    PIC 9(8)           VALUE ZEROS.
       77  WK-DATA-RETENCAO  PIC 9(8)           VALUE ZEROS.
      *
      *    PARAMETROS: LIMITE DA OPERACAO EM ESPECIE, JANELA
      *    EM DIAS UTEIS, PERCENTUAL DO LIMITE A PARTIR DO
      *    QUAL A OPERACAO CONTA COMO "LOGO ABAIXO" E
      *    QUANTIDADE MINIMA DE OPERACOES DO FRACIONAMENTO
       01  WK-PARM-CARD.
           05 WK-PARM-LIMITE       PIC 9(7)V99   VALUE ZEROS.
           05 WK-PARM-JANELA       PIC 9(3)      VALUE ZEROS.
           05 WK-PARM-PERC         PIC 9(2)      VALUE ZEROS.
           05 WK-PARM-QTDE-MIN     PIC 9(2)      VALUE ZEROS.
       77  WK-PISO-FAIXA     PIC 9(7)V99        VALUE ZEROS.
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
       77  WK-DOCUMENTO      PIC X(14)          VALUE SPACES.
      *
      *    MOVIMENTOS EM ESPECIE DENTRO DA JANELA ROLANTE
       01  TABELA-MOVIMENTOS.
           05 MOV-ENTRADA            OCCURS 5000 TIMES.
              10 MOV-TAB-DOCUMENTO   PIC X(14).
              10 MOV-TAB-DATA        PIC 9(8).
              10 MOV-TAB-CODIGO      PIC 9(5).
              10 MOV-TAB-NOTA        PIC 9(6).
              10 MOV-TAB-TIPO        PIC X(01).
              10 MOV-TAB-VALOR       PIC 9(9)V99.
              10 MOV-TAB-AGENCIA     PIC 9(3).
              10 MOV-TAB-EMPRESA     PIC 99.
       77  WK-TOT-MOVIMENTOS PIC 9(05)          VALUE ZEROS.
       77  WK-IND-MOV        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-MOV      PIC X              VALUE 'N'.
           88 MOVIMENTO-ACHADO                  VALUE 'S'.
           88 MOVIMENTO-NAO-ACHADO              VALUE 'N'.
      *
      *    OCORRENCIAS (HISTORICO + NOVAS DA RODADA)
       01  TABELA-OCORRENCIAS.
           05 OCO-ENTRADA            OCCURS 2000 TIMES.
              10 OCO-TAB-DOCUMENTO   PIC X(14).
              10 OCO-TAB-DATA        PIC 9(8).
              10 OCO-TAB-CODIGO      PIC 9(5).
              10 OCO-TAB-NOTA        PIC 9(6).
              10 OCO-TAB-NATUREZA    PIC X(01).
              10 OCO-TAB-VALOR       PIC 9(9)V99.
              10 OCO-TAB-AGENCIA     PIC 9(3).
              10 OCO-TAB-EMPRESA     PIC 99.
              10 OCO-TAB-TIPO        PIC X(01).
                 88 OCO-UNICA-ACIMA              VALUE 'U'.
                 88 OCO-FRACIONADA               VALUE 'E'.
              10 OCO-TAB-SITUACAO    PIC X(01).
                 88 OCO-PENDENTE                 VALUE 'P'.
                 88 OCO-REVISADA                 VALUE 'R'.
                 88 OCO-A-COMUNICAR              VALUE 'A'.
                 88 OCO-COMUNICADA               VALUE 'C'.
              10 OCO-TAB-QTDE        PIC 9(3).
              10 OCO-TAB-ANALISTA    PIC X(08).
              10 OCO-TAB-DATA-COMUN  PIC 9(8).
              10 OCO-TAB-ATIVIDADE   PIC X(01).
       77  WK-TOT-OCORRENCIAS PIC 9(04)         VALUE ZEROS.
       77  WK-IND-OCO        PIC 9(04)          VALUE ZEROS.
       77  WK-ACHOU-OCO      PIC X              VALUE 'N'.
           88 OCORRENCIA-ACHADA                 VALUE 'S'.
           88 OCORRENCIA-NAO-ACHADA             VALUE 'N'.
      *
      *    TOTAL EM ESPECIE POR PESSOA NA RODADA
       01  TABELA-PESSOAS.
           05 PES-ENTRADA            OCCURS 5000 TIMES.
              10 PES-TAB-DOCUMENTO   PIC X(14).
              10 PES-TAB-QTDE        PIC 9(5).
              10 PES-TAB-DEPOSITOS   PIC 9(9)V99.
              10 PES-TAB-SAQUES      PIC 9(9)V99.
              10 PES-TAB-MARCA       PIC X(03).
       77  WK-TOT-PESSOAS    PIC 9(05)          VALUE ZEROS.
       77  WK-IND-PES        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-PES      PIC X              VALUE 'N'.
           88 PESSOA-ACHADA                     VALUE 'S'.
           88 PESSOA-NAO-ACHADA                 VALUE 'N'.
      *
      *    SOMA DAS OPERACOES "LOGO ABAIXO" NA JANELA
       77  WK-FRC-QTDE       PIC 9(5)           VALUE ZEROS.
       77  WK-FRC-VALOR      PIC 9(9)V99        VALUE ZEROS.
       77  WK-FRC-NATUREZA   PIC X(01)          VALUE SPACES.
       77  WK-FRC-DATA       PIC 9(8)           VALUE ZEROS.
       77  WK-FRC-AGENCIA    PIC 9(3)           VALUE ZEROS.
       77  WK-FRC-EMPRESA    PIC 99             VALUE ZEROS.
       77  WK-FRC-CODIGO     PIC 9(5)           VALUE ZEROS.
      *
       01  WK-LINHA-CABEC.
           05 FILLER               PIC X(40)     VALUE
              'COAF - OPERACOES EM ESPECIE - RODADA DE '.
           05 WK-CB-DATA           PIC 9(8).
           05 FILLER               PIC X(09)     VALUE ' JANELA '.
           05 WK-CB-JANELA         PIC 9(8).
           05 FILLER               PIC X(15)     VALUE SPACES.
       01  WK-LINHA-TITULO.
           05 WK-TI-TEXTO          PIC X(80).
       01  WK-LINHA-PESSOA.
           05 FILLER               PIC X(04)     VALUE 'DOC '.
           05 WK-LP-DOCUMENTO      PIC X(14).
           05 FILLER               PIC X(05)     VALUE ' QTD '.
           05 WK-LP-QTDE           PIC ZZZZ9.
           05 FILLER               PIC X(05)     VALUE ' DEP '.
           05 WK-LP-DEPOSITOS      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(05)     VALUE ' SAQ '.
           05 WK-LP-SAQUES         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LP-MARCA          PIC X(03).
           05 FILLER               PIC X(10)     VALUE SPACES.
       01  WK-LINHA-OCORRENCIA.
           05 WK-LO-TIPO           PIC X(12).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LO-DOCUMENTO      PIC X(14).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LO-DATA           PIC 9(8).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LO-QTDE           PIC ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LO-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LO-SITUACAO       PIC X(24).
       01  WK-LINHA-EXCECAO.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
           05 WK-LE-CODIGO         PIC 9(5).
           05 FILLER               PIC X(06)     VALUE ' NOTA '.
           05 WK-LE-NOTA           PIC 9(6).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-MOTIVO         PIC X(54).
      *
      *    AREA DE COMUNICACAO COM O ALUNO63 (CALENDARIO)
           COPY CALSRV.
      *
      *    AREA DE COMUNICACAO COM O SERVICO CENTRAL DE
      *    PARAMETROS (ALUNO46); SEM PARAMETRO CADASTRADO,
      *    VALE O CARTAO SYSIN
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-LANCAM = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO127' TO LK-PRM-PROGRAMA.
           MOVE 'LIMITE-COAF' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:16) TO WK-PARM-CARD
           ELSE
               ACCEPT WK-PARM-CARD FROM SYSIN
           END-IF.
           IF WK-PARM-LIMITE = ZEROS
               MOVE 50000 TO WK-PARM-LIMITE
           END-IF.
           IF WK-PARM-JANELA = ZEROS
               MOVE 10 TO WK-PARM-JANELA
           END-IF.
           IF WK-PARM-PERC = ZEROS
               MOVE 80 TO WK-PARM-PERC
           END-IF.
           IF WK-PARM-QTDE-MIN < 2
               MOVE 2 TO WK-PARM-QTDE-MIN
           END-IF.
           COMPUTE WK-PISO-FAIXA ROUNDED =
                   WK-PARM-LIMITE * WK-PARM-PERC / 100.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           SET LK-CAL-SOMAR TO TRUE.
           MOVE WK-DATA-EXEC TO LK-CAL-DATA-1.
           COMPUTE LK-CAL-QTDE-DIAS = 1 - WK-PARM-JANELA.
           CALL 'ALUNO63' USING LK-CAL-COM.
           IF LK-CAL-OK
               MOVE LK-CAL-RESULTADO TO WK-DATA-JANELA
           ELSE
               MOVE WK-DATA-EXEC TO WK-DATA-JANELA
           END-IF.
           COMPUTE WK-DATA-RETENCAO = WK-DATA-EXEC - 10000.
           OPEN INPUT  ARQ-LANCAM.
           OPEN OUTPUT ARQ-COAFNOVO.
           OPEN OUTPUT ARQ-COAFCOM.
           OPEN OUTPUT ARQ-RELCOAF.
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
           MOVE WK-DATA-EXEC   TO WK-CB-DATA.
           MOVE WK-DATA-JANELA TO WK-CB-JANELA.
           WRITE REG-RELCOAF FROM WK-LINHA-CABEC.
           MOVE SPACES         TO REG-COAFCOM.
           MOVE '0'            TO COM-TIPO-REG.
           MOVE WK-DATA-EXEC   TO COM-HDR-DATA-GERACAO.
           MOVE WK-HORA-EXEC   TO COM-HDR-HORA-GERACAO.
           MOVE 'ESPECIE-EAD316' TO COM-HDR-SISTEMA.
           WRITE REG-COAFCOM.
           PERFORM 110-CARREGAR-DOCUMENTOS.
           PERFORM 120-CARREGAR-HISTORICO.
           PERFORM 130-APLICAR-DECISOES.
           PERFORM 301-LER-LANCAM.
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
                       'REGISTROS) - COAF ABORTADO'
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
      *    MOVIMENTO ANTERIOR A JANELA CAI; OCORRENCIA FICA UM
      *    ANO DEPOIS DA DETECCAO, E A PENDENTE FICA ATE SER
      *    REVISADA
       120-CARREGAR-HISTORICO.
           OPEN INPUT ARQ-COAFVELH.
           EVALUATE WK-FS-COAFVELH
               WHEN '00'
                   PERFORM 122-LER-COAFVELH
                   PERFORM 121-ACUMULAR-HISTORICO
                       UNTIL WK-FS-COAFVELH = '10'
                   CLOSE ARQ-COAFVELH
               WHEN OTHER
                   DISPLAY 'ARQUIVO COAFVELH NAO ENCONTRADO - '
                           'PRIMEIRA RODADA DO COAF'
           END-EVALUATE.
       121-ACUMULAR-HISTORICO.
           EVALUATE TRUE
               WHEN CFV-TIPO-REG = 'M'
                AND CFV-DATA >= WK-DATA-JANELA
                   IF WK-TOT-MOVIMENTOS >= 5000
                       DISPLAY 'TABELA DE MOVIMENTOS CHEIA (MAXIMO '
                               '5000 REGISTROS) - COAF ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WK-TOT-MOVIMENTOS
                   MOVE WK-TOT-MOVIMENTOS TO WK-IND-MOV
                   MOVE CFV-DOCUMENTO TO MOV-TAB-DOCUMENTO(WK-IND-MOV)
                   MOVE CFV-DATA      TO MOV-TAB-DATA(WK-IND-MOV)
                   MOVE CFV-CODIGO    TO MOV-TAB-CODIGO(WK-IND-MOV)
                   MOVE CFV-NOTA      TO MOV-TAB-NOTA(WK-IND-MOV)
                   MOVE CFV-TIPO-LANC TO MOV-TAB-TIPO(WK-IND-MOV)
                   MOVE CFV-VALOR     TO MOV-TAB-VALOR(WK-IND-MOV)
                   MOVE CFV-AGENCIA   TO MOV-TAB-AGENCIA(WK-IND-MOV)
                   MOVE CFV-EMPRESA   TO MOV-TAB-EMPRESA(WK-IND-MOV)
               WHEN CFV-TIPO-REG = 'O'
                AND (CFV-DATA >= WK-DATA-RETENCAO
                     OR CFV-SITUACAO = 'P' OR CFV-SITUACAO = 'A')
                   PERFORM 125-INCLUIR-OCORRENCIA
                   MOVE CFV-DOCUMENTO TO OCO-TAB-DOCUMENTO(WK-IND-OCO)
                   MOVE CFV-DATA      TO OCO-TAB-DATA(WK-IND-OCO)
                   MOVE CFV-CODIGO    TO OCO-TAB-CODIGO(WK-IND-OCO)
                   MOVE CFV-NOTA      TO OCO-TAB-NOTA(WK-IND-OCO)
                   MOVE CFV-TIPO-LANC TO OCO-TAB-NATUREZA(WK-IND-OCO)
                   MOVE CFV-VALOR     TO OCO-TAB-VALOR(WK-IND-OCO)
                   MOVE CFV-AGENCIA   TO OCO-TAB-AGENCIA(WK-IND-OCO)
                   MOVE CFV-EMPRESA   TO OCO-TAB-EMPRESA(WK-IND-OCO)
                   MOVE CFV-OCORRENCIA TO OCO-TAB-TIPO(WK-IND-OCO)
                   MOVE CFV-SITUACAO  TO OCO-TAB-SITUACAO(WK-IND-OCO)
                   MOVE CFV-QTDE      TO OCO-TAB-QTDE(WK-IND-OCO)
                   MOVE CFV-ANALISTA  TO OCO-TAB-ANALISTA(WK-IND-OCO)
                   MOVE CFV-DATA-COMUNIC
                        TO OCO-TAB-DATA-COMUN(WK-IND-OCO)
                   MOVE 'N'           TO OCO-TAB-ATIVIDADE(WK-IND-OCO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 122-LER-COAFVELH.
       122-LER-COAFVELH.
           READ ARQ-COAFVELH
               AT END
                   MOVE '10' TO WK-FS-COAFVELH
           END-READ.
       125-INCLUIR-OCORRENCIA.
           IF WK-TOT-OCORRENCIAS >= 2000
               DISPLAY 'TABELA DE OCORRENCIAS CHEIA (MAXIMO 2000 '
                       'REGISTROS) - COAF ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-OCORRENCIAS.
           MOVE WK-TOT-OCORRENCIAS TO WK-IND-OCO.
      *
      *    DECISAO SO VALE PARA OCORRENCIA PENDENTE; AS DEMAIS
      *    SAO RECUSADAS NO RELATORIO
       130-APLICAR-DECISOES.
           OPEN INPUT ARQ-COAFDISP.
           EVALUATE WK-FS-COAFDISP
               WHEN '00'
                   PERFORM 132-LER-COAFDISP
                   PERFORM 131-APLICAR-DECISAO
                       UNTIL WK-FS-COAFDISP = '10'
                   CLOSE ARQ-COAFDISP
               WHEN OTHER
                   DISPLAY 'ARQUIVO COAFDISP NAO ENCONTRADO - '
                           'NENHUMA DECISAO DO COMPLIANCE'
           END-EVALUATE.
       131-APLICAR-DECISAO.
           ADD 1 TO WK-TOT-DISP-LIDAS.
           SET OCORRENCIA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-OCO FROM 1 BY 1
                   UNTIL WK-IND-OCO > WK-TOT-OCORRENCIAS
                   OR OCORRENCIA-ACHADA
               IF OCO-TAB-DOCUMENTO(WK-IND-OCO) = DSP-DOCUMENTO
                AND OCO-TAB-DATA(WK-IND-OCO) = DSP-DATA
                AND OCO-TAB-TIPO(WK-IND-OCO) = DSP-OCORRENCIA
                AND OCO-PENDENTE(WK-IND-OCO)
                   SET OCORRENCIA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF OCORRENCIA-ACHADA
               SUBTRACT 1 FROM WK-IND-OCO
           END-IF.
           EVALUATE TRUE
               WHEN OCORRENCIA-NAO-ACHADA
                   ADD 1 TO WK-TOT-DISP-RECUS
                   DISPLAY 'DECISAO SEM OCORRENCIA PENDENTE: '
                           DSP-DOCUMENTO ' ' DSP-DATA ' '
                           DSP-OCORRENCIA
               WHEN DSP-NAO-COMUNICAR
                   SET OCO-REVISADA(WK-IND-OCO) TO TRUE
                   MOVE DSP-ANALISTA TO OCO-TAB-ANALISTA(WK-IND-OCO)
                   MOVE 'S'          TO OCO-TAB-ATIVIDADE(WK-IND-OCO)
               WHEN DSP-COMUNICAR
                   SET OCO-A-COMUNICAR(WK-IND-OCO) TO TRUE
                   MOVE DSP-ANALISTA TO OCO-TAB-ANALISTA(WK-IND-OCO)
                   MOVE 'S'          TO OCO-TAB-ATIVIDADE(WK-IND-OCO)
               WHEN OTHER
                   ADD 1 TO WK-TOT-DISP-RECUS
                   DISPLAY 'DECISAO INVALIDA: ' DSP-DOCUMENTO ' '
                           DSP-DATA ' ' DSP-DECISAO
           END-EVALUATE.
           PERFORM 132-LER-COAFDISP.
       132-LER-COAFDISP.
           READ ARQ-COAFDISP
               AT END
                   MOVE '10' TO WK-FS-COAFDISP
           END-READ.
      ***************************************
      *    SO DEPOSITO E SAQUE DO CANAL CAIXA; CLIENTE SEM
      *    DOCUMENTO NO CLIDEMOG VAI PARA A LISTA DE EXCECOES
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF LAN-CANAL-CAIXA
            AND (FD-LAN-TIPO = 'C' OR FD-LAN-TIPO = 'D')
               ADD 1 TO WK-TOT-ESPECIE
               PERFORM 210-LOCALIZAR-DOCUMENTO
               IF DOCUMENTO-NAO-ACHADO
                   ADD 1 TO WK-TOT-SEM-DOC
                   MOVE FD-LAN-CODIGO TO WK-LE-CODIGO
                   MOVE FD-LAN-NOTA   TO WK-LE-NOTA
                   MOVE 'OPERACAO EM ESPECIE SEM DOCUMENTO NO CLIDEMOG'
                        TO WK-LE-MOTIVO
                   WRITE REG-RELCOAF FROM WK-LINHA-EXCECAO
               ELSE
                   PERFORM 230-ACUMULAR-PESSOA
                   PERFORM 220-INCLUIR-MOVIMENTO
               END-IF
           END-IF.
           PERFORM 301-LER-LANCAM.
       210-LOCALIZAR-DOCUMENTO.
           SET DOCUMENTO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-DOC FROM 1 BY 1
                   UNTIL WK-IND-DOC > WK-TOT-DOCUMENTOS
                   OR DOCUMENTO-ACHADO
               IF DOC-TAB-CODIGO(WK-IND-DOC) = FD-LAN-CODIGO
                AND DOC-TAB-DOCUMENTO(WK-IND-DOC) NOT = SPACES
                   SET DOCUMENTO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF DOCUMENTO-ACHADO
               SUBTRACT 1 FROM WK-IND-DOC
               MOVE DOC-TAB-DOCUMENTO(WK-IND-DOC) TO WK-DOCUMENTO
           END-IF.
      *
      *    OPERACAO JA REGISTRADA EM RODADA ANTERIOR (MESMO
      *    CLIENTE, NOTA E DATA) NAO ENTRA DE NOVO NA JANELA
      *    NEM GERA NOVA OCORRENCIA
       220-INCLUIR-MOVIMENTO.
           SET MOVIMENTO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-MOV FROM 1 BY 1
                   UNTIL WK-IND-MOV > WK-TOT-MOVIMENTOS
                   OR MOVIMENTO-ACHADO
               IF MOV-TAB-CODIGO(WK-IND-MOV) = FD-LAN-CODIGO
                AND MOV-TAB-NOTA(WK-IND-MOV) = FD-LAN-NOTA
                AND MOV-TAB-DATA(WK-IND-MOV) = FD-LAN-DATA
                   SET MOVIMENTO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF MOVIMENTO-ACHADO
               ADD 1 TO WK-TOT-JA-VISTOS
           ELSE
               IF FD-LAN-DATA >= WK-DATA-JANELA
                   IF WK-TOT-MOVIMENTOS >= 5000
                       DISPLAY 'TABELA DE MOVIMENTOS CHEIA (MAXIMO '
                               '5000 REGISTROS) - COAF ABORTADO'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WK-TOT-MOVIMENTOS
                   MOVE WK-TOT-MOVIMENTOS TO WK-IND-MOV
                   MOVE WK-DOCUMENTO  TO MOV-TAB-DOCUMENTO(WK-IND-MOV)
                   MOVE FD-LAN-DATA   TO MOV-TAB-DATA(WK-IND-MOV)
                   MOVE FD-LAN-CODIGO TO MOV-TAB-CODIGO(WK-IND-MOV)
                   MOVE FD-LAN-NOTA   TO MOV-TAB-NOTA(WK-IND-MOV)
                   MOVE FD-LAN-TIPO   TO MOV-TAB-TIPO(WK-IND-MOV)
                   MOVE FD-LAN-VALOR  TO MOV-TAB-VALOR(WK-IND-MOV)
                   MOVE FD-LAN-AGENCIA
                        TO MOV-TAB-AGENCIA(WK-IND-MOV)
                   MOVE FD-LAN-EMPRESA
                        TO MOV-TAB-EMPRESA(WK-IND-MOV)
               END-IF
               IF FD-LAN-VALOR >= WK-PARM-LIMITE
                   PERFORM 240-REGISTRAR-ACIMA-LIMITE
               END-IF
           END-IF.
       230-ACUMULAR-PESSOA.
           SET PESSOA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-PES FROM 1 BY 1
                   UNTIL WK-IND-PES > WK-TOT-PESSOAS
                   OR PESSOA-ACHADA
               IF PES-TAB-DOCUMENTO(WK-IND-PES) = WK-DOCUMENTO
                   SET PESSOA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF PESSOA-ACHADA
               SUBTRACT 1 FROM WK-IND-PES
           ELSE
               IF WK-TOT-PESSOAS >= 5000
                   DISPLAY 'TABELA DE PESSOAS CHEIA (MAXIMO 5000 '
                           'REGISTROS) - COAF ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-PESSOAS
               MOVE WK-TOT-PESSOAS TO WK-IND-PES
               MOVE WK-DOCUMENTO   TO PES-TAB-DOCUMENTO(WK-IND-PES)
               MOVE ZEROS          TO PES-TAB-QTDE(WK-IND-PES)
                                      PES-TAB-DEPOSITOS(WK-IND-PES)
                                      PES-TAB-SAQUES(WK-IND-PES)
               MOVE SPACES         TO PES-TAB-MARCA(WK-IND-PES)
           END-IF.
           ADD 1 TO PES-TAB-QTDE(WK-IND-PES).
           IF FD-LAN-TIPO = 'C'
               ADD FD-LAN-VALOR TO PES-TAB-DEPOSITOS(WK-IND-PES)
           ELSE
               ADD FD-LAN-VALOR TO PES-TAB-SAQUES(WK-IND-PES)
           END-IF.
      *
      *    OPERACAO UNICA NO LIMITE OU ACIMA: COMUNICACAO
      *    AUTOMATICA, SEM PASSAR PELA REVISAO. A OPERACAO
      *    JA FORA DA JANELA E RECONHECIDA PELA OCORRENCIA
       240-REGISTRAR-ACIMA-LIMITE.
           SET OCORRENCIA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-OCO FROM 1 BY 1
                   UNTIL WK-IND-OCO > WK-TOT-OCORRENCIAS
                   OR OCORRENCIA-ACHADA
               IF OCO-TAB-CODIGO(WK-IND-OCO) = FD-LAN-CODIGO
                AND OCO-TAB-NOTA(WK-IND-OCO) = FD-LAN-NOTA
                AND OCO-TAB-DATA(WK-IND-OCO) = FD-LAN-DATA
                AND OCO-UNICA-ACIMA(WK-IND-OCO)
                   SET OCORRENCIA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF OCORRENCIA-ACHADA
               ADD 1 TO WK-TOT-JA-VISTOS
           ELSE
               PERFORM 245-INCLUIR-ACIMA-LIMITE
           END-IF.
       245-INCLUIR-ACIMA-LIMITE.
           PERFORM 125-INCLUIR-OCORRENCIA.
           ADD 1 TO WK-TOT-NOVAS-U.
           MOVE 'U!!' TO PES-TAB-MARCA(WK-IND-PES).
           MOVE WK-DOCUMENTO   TO OCO-TAB-DOCUMENTO(WK-IND-OCO).
           MOVE FD-LAN-DATA    TO OCO-TAB-DATA(WK-IND-OCO).
           MOVE FD-LAN-CODIGO  TO OCO-TAB-CODIGO(WK-IND-OCO).
           MOVE FD-LAN-NOTA    TO OCO-TAB-NOTA(WK-IND-OCO).
           MOVE FD-LAN-TIPO    TO OCO-TAB-NATUREZA(WK-IND-OCO).
           MOVE FD-LAN-VALOR   TO OCO-TAB-VALOR(WK-IND-OCO).
           MOVE FD-LAN-AGENCIA TO OCO-TAB-AGENCIA(WK-IND-OCO).
           MOVE FD-LAN-EMPRESA TO OCO-TAB-EMPRESA(WK-IND-OCO).
           MOVE 'U'            TO OCO-TAB-TIPO(WK-IND-OCO).
           SET OCO-A-COMUNICAR(WK-IND-OCO) TO TRUE.
           MOVE 1              TO OCO-TAB-QTDE(WK-IND-OCO).
           MOVE 'AUTOMAT.'     TO OCO-TAB-ANALISTA(WK-IND-OCO).
           MOVE ZEROS          TO OCO-TAB-DATA-COMUN(WK-IND-OCO).
           MOVE 'S'            TO OCO-TAB-ATIVIDADE(WK-IND-OCO).
      ***************************************
       300-LER-LANCAM SECTION.
       301-LER-LANCAM.
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
           PERFORM 910-VERIFICAR-FRACIONAMENTO
               VARYING WK-IND-PES FROM 1 BY 1
               UNTIL WK-IND-PES > WK-TOT-PESSOAS.
           PERFORM 920-COMUNICAR
               VARYING WK-IND-OCO FROM 1 BY 1
               UNTIL WK-IND-OCO > WK-TOT-OCORRENCIAS.
           MOVE SPACES         TO REG-COAFCOM.
           MOVE '9'            TO COM-TIPO-REG.
           MOVE WK-TOT-COMUNIC TO COM-TRL-QTDE.
           MOVE WK-VLR-COMUNIC TO COM-TRL-VALOR.
           WRITE REG-COAFCOM.
           PERFORM 940-RELATAR.
           PERFORM 950-GRAVAR-COAFNOVO.
           DISPLAY 'LANCAMENTOS LIDOS          = ' WK-REGS-LIDOS.
           DISPLAY 'OPERACOES EM ESPECIE       = ' WK-TOT-ESPECIE.
           DISPLAY 'PESSOAS COM ESPECIE        = ' WK-TOT-PESSOAS.
           DISPLAY 'OPERACOES SEM DOCUMENTO    = ' WK-TOT-SEM-DOC.
           DISPLAY 'OPERACOES JA REGISTRADAS   = ' WK-TOT-JA-VISTOS.
           DISPLAY 'OCORRENCIAS ACIMA LIMITE   = ' WK-TOT-NOVAS-U.
           DISPLAY 'OCORRENCIAS FRACIONAMENTO  = ' WK-TOT-NOVAS-E.
           DISPLAY 'DECISOES LIDAS             = ' WK-TOT-DISP-LIDAS.
           DISPLAY 'DECISOES RECUSADAS         = ' WK-TOT-DISP-RECUS.
           DISPLAY 'OCORRENCIAS PENDENTES      = ' WK-TOT-PENDENTES.
           DISPLAY 'OCORRENCIAS COMUNICADAS    = ' WK-TOT-COMUNIC.
           IF WK-TOT-SEM-DOC > ZEROS OR WK-TOT-DISP-RECUS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-LANCAM.
           CLOSE ARQ-COAFNOVO.
           CLOSE ARQ-COAFCOM.
           CLOSE ARQ-RELCOAF.
      *
      *    FRACIONAMENTO: NA JANELA, AS OPERACOES DA PESSOA
      *    ENTRE O PISO (PERCENTUAL DO LIMITE) E O LIMITE SAO
      *    SOMADAS; QUANTIDADE MINIMA ATINGIDA E SOMA NO
      *    LIMITE OU ACIMA GERAM OCORRENCIA PENDENTE - SO UMA
      *    POR PESSOA ENQUANTO A ANTERIOR ESTIVER NA JANELA
       910-VERIFICAR-FRACIONAMENTO.
           MOVE PES-TAB-DOCUMENTO(WK-IND-PES) TO WK-DOCUMENTO.
           MOVE ZEROS  TO WK-FRC-QTDE WK-FRC-VALOR WK-FRC-DATA.
           MOVE SPACES TO WK-FRC-NATUREZA.
           PERFORM 915-SOMAR-JANELA
               VARYING WK-IND-MOV FROM 1 BY 1
               UNTIL WK-IND-MOV > WK-TOT-MOVIMENTOS.
           IF WK-FRC-QTDE >= WK-PARM-QTDE-MIN
            AND WK-FRC-VALOR >= WK-PARM-LIMITE
               SET OCORRENCIA-NAO-ACHADA TO TRUE
               PERFORM VARYING WK-IND-OCO FROM 1 BY 1
                       UNTIL WK-IND-OCO > WK-TOT-OCORRENCIAS
                       OR OCORRENCIA-ACHADA
                   IF OCO-TAB-DOCUMENTO(WK-IND-OCO) = WK-DOCUMENTO
                    AND OCO-FRACIONADA(WK-IND-OCO)
                    AND OCO-TAB-DATA(WK-IND-OCO) >= WK-DATA-JANELA
                       SET OCORRENCIA-ACHADA TO TRUE
                   END-IF
               END-PERFORM
               IF OCORRENCIA-NAO-ACHADA
                   PERFORM 125-INCLUIR-OCORRENCIA
                   ADD 1 TO WK-TOT-NOVAS-E
                   MOVE 'E!!' TO PES-TAB-MARCA(WK-IND-PES)
                   MOVE WK-DOCUMENTO  TO OCO-TAB-DOCUMENTO(WK-IND-OCO)
                   MOVE WK-DATA-EXEC  TO OCO-TAB-DATA(WK-IND-OCO)
                   MOVE WK-FRC-CODIGO TO OCO-TAB-CODIGO(WK-IND-OCO)
                   MOVE ZEROS         TO OCO-TAB-NOTA(WK-IND-OCO)
                   MOVE WK-FRC-NATUREZA
                        TO OCO-TAB-NATUREZA(WK-IND-OCO)
                   MOVE WK-FRC-VALOR  TO OCO-TAB-VALOR(WK-IND-OCO)
                   MOVE WK-FRC-AGENCIA
                        TO OCO-TAB-AGENCIA(WK-IND-OCO)
                   MOVE WK-FRC-EMPRESA
                        TO OCO-TAB-EMPRESA(WK-IND-OCO)
                   MOVE 'E'           TO OCO-TAB-TIPO(WK-IND-OCO)
                   SET OCO-PENDENTE(WK-IND-OCO) TO TRUE
                   MOVE WK-FRC-QTDE   TO OCO-TAB-QTDE(WK-IND-OCO)
                   MOVE SPACES        TO OCO-TAB-ANALISTA(WK-IND-OCO)
                   MOVE ZEROS     TO OCO-TAB-DATA-COMUN(WK-IND-OCO)
                   MOVE 'S'           TO OCO-TAB-ATIVIDADE(WK-IND-OCO)
               END-IF
           END-IF.
      *
      *    A AGENCIA E A EMPRESA DA OCORRENCIA SAO AS DA
      *    OPERACAO MAIS RECENTE; NATUREZA MISTA = 'M'
       915-SOMAR-JANELA.
           IF MOV-TAB-DOCUMENTO(WK-IND-MOV) = WK-DOCUMENTO
            AND MOV-TAB-VALOR(WK-IND-MOV) >= WK-PISO-FAIXA
            AND MOV-TAB-VALOR(WK-IND-MOV) < WK-PARM-LIMITE
               ADD 1 TO WK-FRC-QTDE
               ADD MOV-TAB-VALOR(WK-IND-MOV) TO WK-FRC-VALOR
               EVALUATE TRUE
                   WHEN WK-FRC-NATUREZA = SPACES
                       MOVE MOV-TAB-TIPO(WK-IND-MOV)
                            TO WK-FRC-NATUREZA
                   WHEN WK-FRC-NATUREZA NOT =
                        MOV-TAB-TIPO(WK-IND-MOV)
                       MOVE 'M' TO WK-FRC-NATUREZA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF MOV-TAB-DATA(WK-IND-MOV) >= WK-FRC-DATA
                   MOVE MOV-TAB-DATA(WK-IND-MOV)    TO WK-FRC-DATA
                   MOVE MOV-TAB-AGENCIA(WK-IND-MOV) TO WK-FRC-AGENCIA
                   MOVE MOV-TAB-EMPRESA(WK-IND-MOV) TO WK-FRC-EMPRESA
                   MOVE MOV-TAB-CODIGO(WK-IND-MOV)  TO WK-FRC-CODIGO
               END-IF
           END-IF.
      *
      *    ENQUADRAMENTO 01 = OPERACAO UNICA NO LIMITE OU
      *    ACIMA, 02 = FRACIONAMENTO; NATUREZA D = DEPOSITO,
      *    S = SAQUE, M = MISTA. CPF TEM AS 3 ULTIMAS
      *    POSICOES DO DOCUMENTO EM BRANCO
       920-COMUNICAR.
           IF OCO-A-COMUNICAR(WK-IND-OCO)
               MOVE SPACES TO REG-COAFCOM
               MOVE '1'    TO COM-TIPO-REG
               MOVE OCO-TAB-DOCUMENTO(WK-IND-OCO) TO COM-DOCUMENTO
               IF OCO-TAB-DOCUMENTO(WK-IND-OCO)(12:3) = SPACES
                   MOVE 'F' TO COM-TIPO-PESSOA
               ELSE
                   MOVE 'J' TO COM-TIPO-PESSOA
               END-IF
               MOVE OCO-TAB-DATA(WK-IND-OCO)  TO COM-DATA-OPERACAO
               MOVE OCO-TAB-VALOR(WK-IND-OCO) TO COM-VALOR
               IF OCO-UNICA-ACIMA(WK-IND-OCO)
                   MOVE '01' TO COM-ENQUADRAMENTO
               ELSE
                   MOVE '02' TO COM-ENQUADRAMENTO
               END-IF
               EVALUATE OCO-TAB-NATUREZA(WK-IND-OCO)
                   WHEN 'C'
                       MOVE 'D' TO COM-NATUREZA
                   WHEN 'D'
                       MOVE 'S' TO COM-NATUREZA
                   WHEN OTHER
                       MOVE 'M' TO COM-NATUREZA
               END-EVALUATE
               MOVE OCO-TAB-AGENCIA(WK-IND-OCO) TO COM-AGENCIA
               MOVE OCO-TAB-QTDE(WK-IND-OCO)    TO COM-QTDE
               MOVE OCO-TAB-EMPRESA(WK-IND-OCO) TO COM-EMPRESA
               WRITE REG-COAFCOM
               ADD 1 TO WK-TOT-COMUNIC
               ADD OCO-TAB-VALOR(WK-IND-OCO) TO WK-VLR-COMUNIC
               SET OCO-COMUNICADA(WK-IND-OCO) TO TRUE
               MOVE WK-DATA-EXEC TO OCO-TAB-DATA-COMUN(WK-IND-OCO)
               MOVE 'S'          TO OCO-TAB-ATIVIDADE(WK-IND-OCO)
           END-IF.
           IF OCO-PENDENTE(WK-IND-OCO)
               ADD 1 TO WK-TOT-PENDENTES
           END-IF.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO127'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           COMPUTE FD-CTL-REGS-REJEIT =
                   WK-TOT-SEM-DOC + WK-TOT-DISP-RECUS.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
      ***************************************
      *    RELATORIO DE REVISAO: TOTAL POR PESSOA NA RODADA
      *    (U!!/E!! = OCORRENCIA NOVA) E AS OCORRENCIAS COM
      *    MOVIMENTO HOJE OU AINDA PENDENTES
       940-RELATAR.
           MOVE SPACES TO WK-TI-TEXTO.
           WRITE REG-RELCOAF FROM WK-LINHA-TITULO.
           MOVE 'TOTAL EM ESPECIE POR PESSOA (DOCUMENTO)'
                TO WK-TI-TEXTO.
           WRITE REG-RELCOAF FROM WK-LINHA-TITULO.
           PERFORM VARYING WK-IND-PES FROM 1 BY 1
                   UNTIL WK-IND-PES > WK-TOT-PESSOAS
               MOVE PES-TAB-DOCUMENTO(WK-IND-PES) TO WK-LP-DOCUMENTO
               MOVE PES-TAB-QTDE(WK-IND-PES)      TO WK-LP-QTDE
               MOVE PES-TAB-DEPOSITOS(WK-IND-PES) TO WK-LP-DEPOSITOS
               MOVE PES-TAB-SAQUES(WK-IND-PES)    TO WK-LP-SAQUES
               MOVE PES-TAB-MARCA(WK-IND-PES)     TO WK-LP-MARCA
               WRITE REG-RELCOAF FROM WK-LINHA-PESSOA
           END-PERFORM.
           MOVE SPACES TO WK-TI-TEXTO.
           WRITE REG-RELCOAF FROM WK-LINHA-TITULO.
           MOVE 'OCORRENCIAS PARA O COMPLIANCE' TO WK-TI-TEXTO.
           WRITE REG-RELCOAF FROM WK-LINHA-TITULO.
           PERFORM VARYING WK-IND-OCO FROM 1 BY 1
                   UNTIL WK-IND-OCO > WK-TOT-OCORRENCIAS
               IF OCO-TAB-ATIVIDADE(WK-IND-OCO) = 'S'
                OR OCO-PENDENTE(WK-IND-OCO)
                   PERFORM 945-RELATAR-OCORRENCIA
               END-IF
           END-PERFORM.
       945-RELATAR-OCORRENCIA.
           IF OCO-UNICA-ACIMA(WK-IND-OCO)
               MOVE 'ACIMA LIMITE' TO WK-LO-TIPO
           ELSE
               MOVE 'FRACIONADO  ' TO WK-LO-TIPO
           END-IF.
           MOVE OCO-TAB-DOCUMENTO(WK-IND-OCO) TO WK-LO-DOCUMENTO.
           MOVE OCO-TAB-DATA(WK-IND-OCO)      TO WK-LO-DATA.
           MOVE OCO-TAB-QTDE(WK-IND-OCO)      TO WK-LO-QTDE.
           MOVE OCO-TAB-VALOR(WK-IND-OCO)     TO WK-LO-VALOR.
           EVALUATE TRUE
               WHEN OCO-PENDENTE(WK-IND-OCO)
                   MOVE 'PENDENTE DE REVISAO' TO WK-LO-SITUACAO
               WHEN OCO-REVISADA(WK-IND-OCO)
                   MOVE SPACES TO WK-LO-SITUACAO
                   STRING 'NAO COMUNICAR - '
                          OCO-TAB-ANALISTA(WK-IND-OCO)
                          DELIMITED BY SIZE INTO WK-LO-SITUACAO
                   END-STRING
               WHEN OTHER
                   MOVE SPACES TO WK-LO-SITUACAO
                   STRING 'COMUNICADA - '
                          OCO-TAB-ANALISTA(WK-IND-OCO)
                          DELIMITED BY SIZE INTO WK-LO-SITUACAO
                   END-STRING
           END-EVALUATE.
           WRITE REG-RELCOAF FROM WK-LINHA-OCORRENCIA.
      ***************************************
       950-GRAVAR-COAFNOVO.
           PERFORM VARYING WK-IND-MOV FROM 1 BY 1
                   UNTIL WK-IND-MOV > WK-TOT-MOVIMENTOS
               MOVE SPACES TO REG-COAFNOVO
               MOVE 'M'    TO CFN-TIPO-REG
               MOVE MOV-TAB-DOCUMENTO(WK-IND-MOV) TO CFN-DOCUMENTO
               MOVE MOV-TAB-DATA(WK-IND-MOV)      TO CFN-DATA
               MOVE MOV-TAB-CODIGO(WK-IND-MOV)    TO CFN-CODIGO
               MOVE MOV-TAB-NOTA(WK-IND-MOV)      TO CFN-NOTA
               MOVE MOV-TAB-TIPO(WK-IND-MOV)      TO CFN-TIPO-LANC
               MOVE MOV-TAB-VALOR(WK-IND-MOV)     TO CFN-VALOR
               MOVE MOV-TAB-AGENCIA(WK-IND-MOV)   TO CFN-AGENCIA
               MOVE MOV-TAB-EMPRESA(WK-IND-MOV)   TO CFN-EMPRESA
               MOVE ZEROS TO CFN-QTDE CFN-DATA-COMUNIC
               WRITE REG-COAFNOVO
           END-PERFORM.
           PERFORM VARYING WK-IND-OCO FROM 1 BY 1
                   UNTIL WK-IND-OCO > WK-TOT-OCORRENCIAS
               MOVE SPACES TO REG-COAFNOVO
               MOVE 'O'    TO CFN-TIPO-REG
               MOVE OCO-TAB-DOCUMENTO(WK-IND-OCO) TO CFN-DOCUMENTO
               MOVE OCO-TAB-DATA(WK-IND-OCO)      TO CFN-DATA
               MOVE OCO-TAB-CODIGO(WK-IND-OCO)    TO CFN-CODIGO
               MOVE OCO-TAB-NOTA(WK-IND-OCO)      TO CFN-NOTA
               MOVE OCO-TAB-NATUREZA(WK-IND-OCO)  TO CFN-TIPO-LANC
               MOVE OCO-TAB-VALOR(WK-IND-OCO)     TO CFN-VALOR
               MOVE OCO-TAB-AGENCIA(WK-IND-OCO)   TO CFN-AGENCIA
               MOVE OCO-TAB-EMPRESA(WK-IND-OCO)   TO CFN-EMPRESA
               MOVE OCO-TAB-TIPO(WK-IND-OCO)      TO CFN-OCORRENCIA
               MOVE OCO-TAB-SITUACAO(WK-IND-OCO)  TO CFN-SITUACAO
               MOVE OCO-TAB-QTDE(WK-IND-OCO)      TO CFN-QTDE
               MOVE OCO-TAB-ANALISTA(WK-IND-OCO)  TO CFN-ANALISTA
               MOVE OCO-TAB-DATA-COMUN(WK-IND-OCO)
                    TO CFN-DATA-COMUNIC
               WRITE REG-COAFNOVO
           END-PERFORM.
