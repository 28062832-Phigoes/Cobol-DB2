       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO130.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    REMESSA DIARIA AO CCS (CADASTRO DE CLIENTES  *
      *    DO SISTEMA FINANCEIRO): INICIO E FIM DE      *
      *    RELACIONAMENTO POR DOCUMENTO, MONTADOS A     *
      *    PARTIR DAS TRILHAS DE MANUTENCAO:            *
      *      AUDCLI   (ALUNO27) I=INICIO  E=FIM         *
      *      AUDFUSAO (ALUNO39) CODIGO FUNDIDO = FIM    *
      *      AUDDOC   (ALUNO36) TROCA DE DOCUMENTO =    *
      *               EVENTO DE CORRECAO                *
      *    O DOCUMENTO VEM DO CLIDEMOG. O ARQUIVO DE    *
      *    CONTROLE (CCSVELH/CCSNOVO) GUARDA CADA       *
      *    EVENTO ENVIADO PARA NAO MANDA-LO DE NOVO E   *
      *    OS RETIDOS POR FALTA DE DOCUMENTO VALIDO,    *
      *    QUE SAEM NO RELCCS E SAO REAVALIADOS A CADA  *
      *    RODADA. SO ENTRAM EVENTOS DOS ULTIMOS 12     *
      *    MESES ATE A DATA DE REFERENCIA DO SYSIN      *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AUDCLI   ASSIGN TO AUDCLI
               FILE STATUS IS WK-FS-AUDCLI.
           SELECT ARQ-AUDFUSAO ASSIGN TO AUDFUSAO
               FILE STATUS IS WK-FS-AUDFUSAO.
           SELECT ARQ-AUDDOC   ASSIGN TO AUDDOC
               FILE STATUS IS WK-FS-AUDDOC.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-CCSVELH  ASSIGN TO CCSVELH
               FILE STATUS IS WK-FS-CCSVELH.
           SELECT ARQ-CCSNOVO  ASSIGN TO CCSNOVO
               FILE STATUS IS WK-FS-CCSNOVO.
           SELECT ARQ-CCSFEED  ASSIGN TO CCSFEED
               FILE STATUS IS WK-FS-CCSFEED.
           SELECT ARQ-RELCCS   ASSIGN TO RELCCS
               FILE STATUS IS WK-FS-RELCCS.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-AUDCLI
            RECORDING MODE IS F.
           COPY AUDCLI.
      *
      *    LINHA DA TRILHA DO ALUNO39 (WK-LINHA-AUDIT)
       FD   ARQ-AUDFUSAO
            RECORDING MODE IS F.
       01  REG-AUDFUSAO.
           05 FILLER                PIC X(08).
           05 FD-AFU-ARQUIVO        PIC X(08).
           05 FILLER                PIC X(08).
           05 FD-AFU-ANTIGO         PIC 9(5).
           05 FILLER                PIC X(04).
           05 FD-AFU-NOVO           PIC 9(5).
           05 FILLER                PIC X(06).
           05 FD-AFU-ACAO           PIC X(12).
           05 FILLER                PIC X(06).
           05 FD-AFU-DATA           PIC 9(8).
           05 FILLER                PIC X(10).
       FD   ARQ-AUDDOC
            RECORDING MODE IS F.
           COPY AUDDOC.
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
      *
      *    CONTROLE DE EVENTOS (SITUACAO E=ENVIADO P=RETIDO;
      *    DATA-SITUACAO = DATA DO ENVIO OU DA PRIMEIRA
      *    RETENCAO)
       FD   ARQ-CCSVELH
            RECORDING MODE IS F.
       01  REG-CCSVELH.
           05 CCV-EVENTO            PIC X(01).
           05 CCV-CODIGO            PIC 9(5).
           05 CCV-DATA              PIC 9(8).
           05 CCV-HORA              PIC 9(6).
           05 CCV-SITUACAO          PIC X(01).
           05 CCV-DATA-SITUACAO     PIC 9(8).
           05 CCV-DOCUMENTO         PIC X(14).
           05 FILLER                PIC X(37).
       FD   ARQ-CCSNOVO
            RECORDING MODE IS F.
       01  REG-CCSNOVO.
           05 CCN-EVENTO            PIC X(01).
           05 CCN-CODIGO            PIC 9(5).
           05 CCN-DATA              PIC 9(8).
           05 CCN-HORA              PIC 9(6).
           05 CCN-SITUACAO          PIC X(01).
           05 CCN-DATA-SITUACAO     PIC 9(8).
           05 CCN-DOCUMENTO         PIC X(14).
           05 FILLER                PIC X(37).
      *
      *    LEIAUTE DA REMESSA AO CCS
       FD   ARQ-CCSFEED
            RECORDING MODE IS F.
       01  REG-CCSFEED.
           05 CCS-TIPO-REG          PIC X(01).
           05 CCS-EVENTO            PIC X(01).
           05 CCS-DOCUMENTO         PIC X(14).
           05 CCS-TIPO-PESSOA       PIC X(01).
           05 CCS-EMPRESA           PIC 99.
           05 CCS-CODIGO            PIC 9(5).
           05 CCS-DATA-EVENTO       PIC 9(8).
           05 CCS-DOC-ANTERIOR      PIC X(14).
           05 CCS-ORIGEM            PIC X(08).
           05 FILLER                PIC X(26).
       01  REG-CCSHEADER REDEFINES REG-CCSFEED.
           05 FILLER                PIC X(01).
           05 CCS-HDR-DATA-REF      PIC 9(8).
           05 CCS-HDR-DATA-GERACAO  PIC 9(8).
           05 CCS-HDR-SISTEMA       PIC X(16).
           05 FILLER                PIC X(47).
       01  REG-CCSTRAILER REDEFINES REG-CCSFEED.
           05 FILLER                PIC X(01).
           05 CCS-TRL-QTDE          PIC 9(7).
           05 CCS-TRL-INICIOS       PIC 9(7).
           05 CCS-TRL-FINS          PIC 9(7).
           05 CCS-TRL-CORRECOES     PIC 9(7).
           05 FILLER                PIC X(51).
       FD   ARQ-RELCCS
            RECORDING MODE IS F.
       01  REG-RELCCS               PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-AUDCLI      PIC XX             VALUE SPACES.
       77  WK-FS-AUDFUSAO    PIC XX             VALUE SPACES.
       77  WK-FS-AUDDOC      PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-CCSVELH     PIC XX             VALUE SPACES.
       77  WK-FS-CCSNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-CCSFEED     PIC XX             VALUE SPACES.
       77  WK-FS-RELCCS      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-ENVIADOS   PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-INICIOS    PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-FINS       PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-CORRECOES  PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-RETIDOS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-JA-ENVIADOS PIC 9(07)         VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    DATA DE REFERENCIA (ZEROS = DATA DA RODADA) E
      *    INICIO DA JANELA DE 12 MESES
       01  WK-PARM-CARD.
           05 WK-PARM-DATA-REF     PIC 9(8)      VALUE ZEROS.
       77  WK-DATA-LIMITE    PIC 9(8)           VALUE ZEROS.
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
      *    EMPRESA DE CADA CODIGO DE CLIENTE (CLIENTES)
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA            OCCURS 5000 TIMES.
              10 CLI-TAB-CODIGO      PIC 9(5).
              10 CLI-TAB-EMPRESA     PIC 99.
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CLI        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-CLI      PIC X              VALUE 'N'.
           88 CLIENTE-ACHADO                    VALUE 'S'.
           88 CLIENTE-NAO-ACHADO                VALUE 'N'.
      *
      *    EVENTOS JA ENVIADOS OU RETIDOS
       01  TABELA-CONTROLE.
           05 CTC-ENTRADA            OCCURS 5000 TIMES.
              10 CTC-TAB-EVENTO      PIC X(01).
              10 CTC-TAB-CODIGO      PIC 9(5).
              10 CTC-TAB-DATA        PIC 9(8).
              10 CTC-TAB-HORA        PIC 9(6).
              10 CTC-TAB-SITUACAO    PIC X(01).
              10 CTC-TAB-DATA-SITUACAO PIC 9(8).
              10 CTC-TAB-DOCUMENTO   PIC X(14).
       77  WK-TOT-CONTROLE   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CTC        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-CTC      PIC X              VALUE 'N'.
           88 CONTROLE-ACHADO                   VALUE 'S'.
           88 CONTROLE-NAO-ACHADO               VALUE 'N'.
      *
      *    EVENTO EM TRATAMENTO
       01  WK-EVENTO.
           05 WK-EVT-TIPO          PIC X(01).
              88 EVT-INICIO                      VALUE 'I'.
              88 EVT-FIM                         VALUE 'F'.
              88 EVT-CORRECAO                    VALUE 'C'.
           05 WK-EVT-CODIGO        PIC 9(5).
           05 WK-EVT-DATA          PIC 9(8).
           05 WK-EVT-HORA          PIC 9(6).
           05 WK-EVT-DOCUMENTO     PIC X(14).
           05 WK-EVT-DOC-ANTERIOR  PIC X(14).
           05 WK-EVT-COD-EMPRESA   PIC 9(5).
           05 WK-EVT-ORIGEM        PIC X(08).
       77  WK-MOTIVO-RETENCAO PIC X(14)         VALUE SPACES.
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
           05 FILLER               PIC X(36)     VALUE
              'REMESSA CCS - INICIO/FIM DE RELACION'.
           05 FILLER               PIC X(19)     VALUE
              'AMENTO - REFERENCIA'.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-CB-DATA           PIC 9(8).
           05 FILLER               PIC X(16)     VALUE SPACES.
       01  WK-LINHA-TITULO.
           05 WK-TI-TEXTO          PIC X(80).
       01  WK-LINHA-RETIDO.
           05 WK-LR-EVENTO         PIC X(01).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-CODIGO         PIC 9(5).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-DATA           PIC 9(8).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-ORIGEM         PIC X(08).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-DOCUMENTO      PIC X(14).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-MOTIVO         PIC X(14).
           05 FILLER               PIC X(07)     VALUE ' DESDE '.
           05 WK-LR-DESDE          PIC 9(8).
           05 FILLER               PIC X(10)     VALUE SPACES.
       01  WK-LINHA-TOTAL.
           05 WK-LT-TEXTO          PIC X(40).
           05 WK-LT-QTDE           PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(31)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-AUDCLI = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-DATA-REF = ZEROS
               MOVE WK-DATA-EXEC TO WK-PARM-DATA-REF
           END-IF.
           COMPUTE WK-DATA-LIMITE = WK-PARM-DATA-REF - 10000.
           OPEN INPUT  ARQ-AUDCLI.
           OPEN OUTPUT ARQ-CCSNOVO.
           OPEN OUTPUT ARQ-CCSFEED.
           OPEN OUTPUT ARQ-RELCCS.
           EVALUATE WK-FS-AUDCLI
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO AUDCLI NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-AUDCLI
                           ' NO COMANDO OPEN AUDCLI'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-DOCUMENTOS.
           PERFORM 120-CARREGAR-CLIENTES.
           PERFORM 130-CARREGAR-CONTROLE.
           MOVE WK-PARM-DATA-REF TO WK-CB-DATA.
           WRITE REG-RELCCS FROM WK-LINHA-CABEC.
           MOVE SPACES TO WK-TI-TEXTO.
           MOVE 'EVENTOS RETIDOS - CLIENTE SEM DOCUMENTO VALIDO'
                TO WK-TI-TEXTO.
           WRITE REG-RELCCS FROM WK-LINHA-TITULO.
           MOVE SPACES           TO REG-CCSFEED.
           MOVE '0'              TO CCS-TIPO-REG.
           MOVE WK-PARM-DATA-REF TO CCS-HDR-DATA-REF.
           MOVE WK-DATA-EXEC     TO CCS-HDR-DATA-GERACAO.
           MOVE 'CADASTRO-EAD316' TO CCS-HDR-SISTEMA.
           WRITE REG-CCSFEED.
           PERFORM 301-LER-AUDCLI.
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
                       'REGISTROS) - CCS ABORTADO'
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
       120-CARREGAR-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           IF WK-FS-CLIENTES NOT = '00'
               DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 122-LER-CLIENTES.
           PERFORM 121-ACUMULAR-CLIENTE
               UNTIL WK-FS-CLIENTES = '10'.
           CLOSE ARQ-CLIENTES.
       121-ACUMULAR-CLIENTE.
           IF WK-TOT-CLIENTES >= 5000
               DISPLAY 'TABELA DE CLIENTES CHEIA (MAXIMO 5000 '
                       'REGISTROS) - CCS ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CLIENTES.
           MOVE FD-CLI-CODIGO  TO CLI-TAB-CODIGO(WK-TOT-CLIENTES).
           MOVE FD-CLI-EMPRESA TO CLI-TAB-EMPRESA(WK-TOT-CLIENTES).
           PERFORM 122-LER-CLIENTES.
       122-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
      *
      *    GERACAO ANTERIOR DO CONTROLE; INEXISTENTE NA
      *    PRIMEIRA RODADA
       130-CARREGAR-CONTROLE.
           OPEN INPUT ARQ-CCSVELH.
           EVALUATE WK-FS-CCSVELH
               WHEN '00'
                   PERFORM 132-LER-CCSVELH
                   PERFORM 131-ACUMULAR-CONTROLE
                       UNTIL WK-FS-CCSVELH = '10'
                   CLOSE ARQ-CCSVELH
               WHEN '35'
                   DISPLAY 'CCSVELH NAO ENCONTRADO - PRIMEIRA '
                           'REMESSA'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CCSVELH
                           ' NO COMANDO OPEN CCSVELH'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       131-ACUMULAR-CONTROLE.
           IF WK-TOT-CONTROLE >= 5000
               DISPLAY 'TABELA DE CONTROLE CHEIA (MAXIMO 5000 '
                       'REGISTROS) - CCS ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CONTROLE.
           MOVE WK-TOT-CONTROLE   TO WK-IND-CTC.
           MOVE CCV-EVENTO        TO CTC-TAB-EVENTO(WK-IND-CTC).
           MOVE CCV-CODIGO        TO CTC-TAB-CODIGO(WK-IND-CTC).
           MOVE CCV-DATA          TO CTC-TAB-DATA(WK-IND-CTC).
           MOVE CCV-HORA          TO CTC-TAB-HORA(WK-IND-CTC).
           MOVE CCV-SITUACAO      TO CTC-TAB-SITUACAO(WK-IND-CTC).
           MOVE CCV-DATA-SITUACAO
                TO CTC-TAB-DATA-SITUACAO(WK-IND-CTC).
           MOVE CCV-DOCUMENTO     TO CTC-TAB-DOCUMENTO(WK-IND-CTC).
           PERFORM 132-LER-CCSVELH.
       132-LER-CCSVELH.
           READ ARQ-CCSVELH
               AT END
                   MOVE '10' TO WK-FS-CCSVELH
           END-READ.
      ***************************************
      *    AUDCLI: INCLUSAO ABRE E ENCERRAMENTO FECHA O
      *    RELACIONAMENTO; AS DEMAIS FUNCOES NAO INTERESSAM
      *    AO CCS
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-AUC-FUNCAO = 'I' OR 'E'
               IF FD-AUC-FUNCAO = 'I'
                   MOVE 'I' TO WK-EVT-TIPO
               ELSE
                   MOVE 'F' TO WK-EVT-TIPO
               END-IF
               MOVE FD-AUC-CODIGO TO WK-EVT-CODIGO
               MOVE FD-AUC-CODIGO TO WK-EVT-COD-EMPRESA
               MOVE FD-AUC-DATA   TO WK-EVT-DATA
               MOVE FD-AUC-HORA   TO WK-EVT-HORA
               MOVE SPACES        TO WK-EVT-DOCUMENTO
               MOVE SPACES        TO WK-EVT-DOC-ANTERIOR
               MOVE 'AUDCLI'      TO WK-EVT-ORIGEM
               PERFORM 250-TRATAR-EVENTO
           END-IF.
           PERFORM 301-LER-AUDCLI.
      *
      *    EVENTO DE HOJE OU DOS ULTIMOS 12 MESES AINDA NAO
      *    ENVIADO: SAI SE O DOCUMENTO FOR VALIDO, SENAO
      *    FICA RETIDO ATE A PROXIMA RODADA
       250-TRATAR-EVENTO.
           IF WK-EVT-DATA NOT < WK-DATA-LIMITE
            AND WK-EVT-DATA NOT > WK-PARM-DATA-REF
               PERFORM 255-LOCALIZAR-CONTROLE
               IF CONTROLE-ACHADO
                AND CTC-TAB-SITUACAO(WK-IND-CTC) = 'E'
                   ADD 1 TO WK-TOT-JA-ENVIADOS
               ELSE
                   PERFORM 260-LIBERAR-EVENTO
               END-IF
           END-IF.
       255-LOCALIZAR-CONTROLE.
           SET CONTROLE-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CTC FROM 1 BY 1
                   UNTIL WK-IND-CTC > WK-TOT-CONTROLE
                   OR CONTROLE-ACHADO
               IF CTC-TAB-EVENTO(WK-IND-CTC) = WK-EVT-TIPO
                AND CTC-TAB-CODIGO(WK-IND-CTC) = WK-EVT-CODIGO
                AND CTC-TAB-DATA(WK-IND-CTC)   = WK-EVT-DATA
                AND CTC-TAB-HORA(WK-IND-CTC)   = WK-EVT-HORA
                   SET CONTROLE-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF CONTROLE-ACHADO
               SUBTRACT 1 FROM WK-IND-CTC
           END-IF.
       260-LIBERAR-EVENTO.
           IF NOT EVT-CORRECAO
               PERFORM 265-LOCALIZAR-DOCUMENTO
           END-IF.
           IF WK-EVT-DOCUMENTO = SPACES
               MOVE 'SEM DOCUMENTO'  TO WK-MOTIVO-RETENCAO
               PERFORM 280-RETER-EVENTO
           ELSE
               MOVE WK-EVT-DOCUMENTO TO WK-DOCUMENTO
               PERFORM 501-VALIDAR-DOCUMENTO
               IF DOCUMENTO-VALIDO
                   PERFORM 270-ENVIAR-EVENTO
               ELSE
                   MOVE 'DOC. INVALIDO'  TO WK-MOTIVO-RETENCAO
                   PERFORM 280-RETER-EVENTO
               END-IF
           END-IF.
       265-LOCALIZAR-DOCUMENTO.
           MOVE SPACES TO WK-EVT-DOCUMENTO.
           SET DOCUMENTO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-DOC FROM 1 BY 1
                   UNTIL WK-IND-DOC > WK-TOT-DOCUMENTOS
                   OR DOCUMENTO-ACHADO
               IF DOC-TAB-CODIGO(WK-IND-DOC) = WK-EVT-CODIGO
                   SET DOCUMENTO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF DOCUMENTO-ACHADO
               SUBTRACT 1 FROM WK-IND-DOC
               MOVE DOC-TAB-DOCUMENTO(WK-IND-DOC)
                    TO WK-EVT-DOCUMENTO
           END-IF.
       270-ENVIAR-EVENTO.
           MOVE SPACES            TO REG-CCSFEED.
           MOVE '1'               TO CCS-TIPO-REG.
           MOVE WK-EVT-TIPO       TO CCS-EVENTO.
           MOVE WK-EVT-DOCUMENTO  TO CCS-DOCUMENTO.
           IF WK-EVT-DOCUMENTO(12:3) = SPACES
               MOVE 'F' TO CCS-TIPO-PESSOA
           ELSE
               MOVE 'J' TO CCS-TIPO-PESSOA
           END-IF.
           SET CLIENTE-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                   UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                   OR CLIENTE-ACHADO
               IF CLI-TAB-CODIGO(WK-IND-CLI) = WK-EVT-COD-EMPRESA
                   SET CLIENTE-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF CLIENTE-ACHADO
               SUBTRACT 1 FROM WK-IND-CLI
               MOVE CLI-TAB-EMPRESA(WK-IND-CLI) TO CCS-EMPRESA
           ELSE
               MOVE ZEROS TO CCS-EMPRESA
           END-IF.
           MOVE WK-EVT-CODIGO       TO CCS-CODIGO.
           MOVE WK-EVT-DATA         TO CCS-DATA-EVENTO.
           MOVE WK-EVT-DOC-ANTERIOR TO CCS-DOC-ANTERIOR.
           MOVE WK-EVT-ORIGEM       TO CCS-ORIGEM.
           WRITE REG-CCSFEED.
           ADD 1 TO WK-TOT-ENVIADOS.
           EVALUATE TRUE
               WHEN EVT-INICIO
                   ADD 1 TO WK-TOT-INICIOS
               WHEN EVT-FIM
                   ADD 1 TO WK-TOT-FINS
               WHEN OTHER
                   ADD 1 TO WK-TOT-CORRECOES
           END-EVALUATE.
           IF CONTROLE-NAO-ACHADO
               PERFORM 285-INCLUIR-CONTROLE
           END-IF.
           MOVE 'E'              TO CTC-TAB-SITUACAO(WK-IND-CTC).
           MOVE WK-PARM-DATA-REF
                TO CTC-TAB-DATA-SITUACAO(WK-IND-CTC).
           MOVE WK-EVT-DOCUMENTO TO CTC-TAB-DOCUMENTO(WK-IND-CTC).
      *
      *    RETIDO GUARDA A DATA DA PRIMEIRA RETENCAO
       280-RETER-EVENTO.
           ADD 1 TO WK-TOT-RETIDOS.
           IF CONTROLE-NAO-ACHADO
               PERFORM 285-INCLUIR-CONTROLE
               MOVE 'P'              TO CTC-TAB-SITUACAO(WK-IND-CTC)
               MOVE WK-PARM-DATA-REF
                    TO CTC-TAB-DATA-SITUACAO(WK-IND-CTC)
           END-IF.
           MOVE WK-EVT-DOCUMENTO TO CTC-TAB-DOCUMENTO(WK-IND-CTC).
           MOVE WK-EVT-TIPO        TO WK-LR-EVENTO.
           MOVE WK-EVT-CODIGO      TO WK-LR-CODIGO.
           MOVE WK-EVT-DATA        TO WK-LR-DATA.
           MOVE WK-EVT-ORIGEM      TO WK-LR-ORIGEM.
           MOVE WK-EVT-DOCUMENTO   TO WK-LR-DOCUMENTO.
           MOVE WK-MOTIVO-RETENCAO TO WK-LR-MOTIVO.
           MOVE CTC-TAB-DATA-SITUACAO(WK-IND-CTC) TO WK-LR-DESDE.
           WRITE REG-RELCCS FROM WK-LINHA-RETIDO.
       285-INCLUIR-CONTROLE.
           IF WK-TOT-CONTROLE >= 5000
               DISPLAY 'TABELA DE CONTROLE CHEIA (MAXIMO 5000 '
                       'REGISTROS) - CCS ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CONTROLE.
           MOVE WK-TOT-CONTROLE TO WK-IND-CTC.
           MOVE WK-EVT-TIPO     TO CTC-TAB-EVENTO(WK-IND-CTC).
           MOVE WK-EVT-CODIGO   TO CTC-TAB-CODIGO(WK-IND-CTC).
           MOVE WK-EVT-DATA     TO CTC-TAB-DATA(WK-IND-CTC).
           MOVE WK-EVT-HORA     TO CTC-TAB-HORA(WK-IND-CTC).
      ***************************************
       300-LER-AUDCLI SECTION.
       301-LER-AUDCLI.
           READ ARQ-AUDCLI.
           EVALUATE WK-FS-AUDCLI
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-AUDCLI
                           ' NO COMANDO READ AUDCLI'
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
           PERFORM 910-TRATAR-FUSOES.
           PERFORM 920-TRATAR-DOCUMENTOS.
           MOVE SPACES           TO REG-CCSFEED.
           MOVE '9'              TO CCS-TIPO-REG.
           MOVE WK-TOT-ENVIADOS  TO CCS-TRL-QTDE.
           MOVE WK-TOT-INICIOS   TO CCS-TRL-INICIOS.
           MOVE WK-TOT-FINS      TO CCS-TRL-FINS.
           MOVE WK-TOT-CORRECOES TO CCS-TRL-CORRECOES.
           WRITE REG-CCSFEED.
           PERFORM 940-RELATAR-TOTAIS.
           PERFORM 950-GRAVAR-CONTROLE
               VARYING WK-IND-CTC FROM 1 BY 1
               UNTIL WK-IND-CTC > WK-TOT-CONTROLE.
           DISPLAY 'REGISTROS DE TRILHA LIDOS  = ' WK-REGS-LIDOS.
           DISPLAY 'EVENTOS ENVIADOS           = ' WK-TOT-ENVIADOS.
           DISPLAY 'EVENTOS JA ENVIADOS ANTES  = '
                   WK-TOT-JA-ENVIADOS.
           DISPLAY 'EVENTOS RETIDOS            = ' WK-TOT-RETIDOS.
           IF WK-TOT-RETIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-AUDCLI.
           CLOSE ARQ-CCSNOVO.
           CLOSE ARQ-CCSFEED.
           CLOSE ARQ-RELCCS.
      *
      *    CODIGO FUNDIDO EM OUTRO (ALUNO39) ENCERRA O SEU
      *    RELACIONAMENTO; A EMPRESA E A DO SOBREVIVENTE,
      *    POIS O FUNDIDO SAI DO CLIENTES. LINHA SEM DATA E
      *    ANTERIOR A DATACAO DA TRILHA E E IGNORADA
       910-TRATAR-FUSOES.
           OPEN INPUT ARQ-AUDFUSAO.
           EVALUATE WK-FS-AUDFUSAO
               WHEN '00'
                   PERFORM 912-LER-AUDFUSAO
                   PERFORM 911-TRATAR-FUSAO
                       UNTIL WK-FS-AUDFUSAO = '10'
                   CLOSE ARQ-AUDFUSAO
               WHEN OTHER
                   DISPLAY 'ARQUIVO AUDFUSAO NAO ENCONTRADO - '
                           'SEM EVENTOS DE FUSAO'
           END-EVALUATE.
       911-TRATAR-FUSAO.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-AFU-ARQUIVO = 'CLIENTES'
            AND FD-AFU-ACAO = 'FUNDIDO'
            AND FD-AFU-DATA NUMERIC
               MOVE 'F'           TO WK-EVT-TIPO
               MOVE FD-AFU-ANTIGO TO WK-EVT-CODIGO
               MOVE FD-AFU-NOVO   TO WK-EVT-COD-EMPRESA
               MOVE FD-AFU-DATA   TO WK-EVT-DATA
               MOVE ZEROS         TO WK-EVT-HORA
               MOVE SPACES        TO WK-EVT-DOCUMENTO
               MOVE SPACES        TO WK-EVT-DOC-ANTERIOR
               MOVE 'FUSAO'       TO WK-EVT-ORIGEM
               PERFORM 250-TRATAR-EVENTO
           END-IF.
           PERFORM 912-LER-AUDFUSAO.
       912-LER-AUDFUSAO.
           READ ARQ-AUDFUSAO
               AT END
                   MOVE '10' TO WK-FS-AUDFUSAO
           END-READ.
      *
      *    TROCA DE DOCUMENTO (ALUNO36) VIRA CORRECAO SO
      *    QUANDO O DOCUMENTO ANTERIOR ERA VALIDO, OU SEJA,
      *    QUANDO PODE TER IDO AO CCS; O PRIMEIRO DOCUMENTO
      *    SO LIBERA OS EVENTOS RETIDOS
       920-TRATAR-DOCUMENTOS.
           OPEN INPUT ARQ-AUDDOC.
           EVALUATE WK-FS-AUDDOC
               WHEN '00'
                   PERFORM 922-LER-AUDDOC
                   PERFORM 921-TRATAR-TROCA
                       UNTIL WK-FS-AUDDOC = '10'
                   CLOSE ARQ-AUDDOC
               WHEN OTHER
                   DISPLAY 'ARQUIVO AUDDOC NAO ENCONTRADO - '
                           'SEM EVENTOS DE CORRECAO'
           END-EVALUATE.
       921-TRATAR-TROCA.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-ADC-DOC-ANTES TO WK-DOCUMENTO.
           PERFORM 501-VALIDAR-DOCUMENTO.
           IF DOCUMENTO-VALIDO
               MOVE 'C'               TO WK-EVT-TIPO
               MOVE FD-ADC-CODIGO     TO WK-EVT-CODIGO
               MOVE FD-ADC-CODIGO     TO WK-EVT-COD-EMPRESA
               MOVE FD-ADC-DATA       TO WK-EVT-DATA
               MOVE FD-ADC-HORA       TO WK-EVT-HORA
               MOVE FD-ADC-DOC-DEPOIS TO WK-EVT-DOCUMENTO
               MOVE FD-ADC-DOC-ANTES  TO WK-EVT-DOC-ANTERIOR
               MOVE 'CADASTRO'        TO WK-EVT-ORIGEM
               PERFORM 250-TRATAR-EVENTO
           END-IF.
           PERFORM 922-LER-AUDDOC.
       922-LER-AUDDOC.
           READ ARQ-AUDDOC
               AT END
                   MOVE '10' TO WK-FS-AUDDOC
           END-READ.
       940-RELATAR-TOTAIS.
           MOVE SPACES TO WK-TI-TEXTO.
           WRITE REG-RELCCS FROM WK-LINHA-TITULO.
           MOVE 'EVENTOS DE INICIO ENVIADOS' TO WK-LT-TEXTO.
           MOVE WK-TOT-INICIOS               TO WK-LT-QTDE.
           WRITE REG-RELCCS FROM WK-LINHA-TOTAL.
           MOVE 'EVENTOS DE FIM ENVIADOS'    TO WK-LT-TEXTO.
           MOVE WK-TOT-FINS                  TO WK-LT-QTDE.
           WRITE REG-RELCCS FROM WK-LINHA-TOTAL.
           MOVE 'EVENTOS DE CORRECAO ENVIADOS' TO WK-LT-TEXTO.
           MOVE WK-TOT-CORRECOES             TO WK-LT-QTDE.
           WRITE REG-RELCCS FROM WK-LINHA-TOTAL.
           MOVE 'EVENTOS JA ENVIADOS (IGNORADOS)' TO WK-LT-TEXTO.
           MOVE WK-TOT-JA-ENVIADOS           TO WK-LT-QTDE.
           WRITE REG-RELCCS FROM WK-LINHA-TOTAL.
           MOVE 'EVENTOS RETIDOS'            TO WK-LT-TEXTO.
           MOVE WK-TOT-RETIDOS               TO WK-LT-QTDE.
           WRITE REG-RELCCS FROM WK-LINHA-TOTAL.
      *
      *    SO FICA NO CONTROLE O QUE AINDA ESTA NA JANELA
       950-GRAVAR-CONTROLE.
           IF CTC-TAB-DATA(WK-IND-CTC) NOT < WK-DATA-LIMITE
               MOVE SPACES TO REG-CCSNOVO
               MOVE CTC-TAB-EVENTO(WK-IND-CTC)    TO CCN-EVENTO
               MOVE CTC-TAB-CODIGO(WK-IND-CTC)    TO CCN-CODIGO
               MOVE CTC-TAB-DATA(WK-IND-CTC)      TO CCN-DATA
               MOVE CTC-TAB-HORA(WK-IND-CTC)      TO CCN-HORA
               MOVE CTC-TAB-SITUACAO(WK-IND-CTC)  TO CCN-SITUACAO
               MOVE CTC-TAB-DATA-SITUACAO(WK-IND-CTC)
                    TO CCN-DATA-SITUACAO
               MOVE CTC-TAB-DOCUMENTO(WK-IND-CTC) TO CCN-DOCUMENTO
               WRITE REG-CCSNOVO
           END-IF.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO130'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-RETIDOS  TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
