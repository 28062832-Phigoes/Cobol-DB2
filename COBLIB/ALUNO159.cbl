       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO159.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    ALERTAS AOS CLIENTES PELO GATEWAY DE         *
      *    SMS/E-MAIL, GERADOS NA RODADA NOTURNA DEPOIS *
      *    DO BALANCE LINE (ALUNO09), PARA QUEM TEM     *
      *    PREFERENCIAS NO CADASTRO DE ALERTAS          *
      *    (ALUNO158). CINCO TIPOS, CADA UM SO COM A    *
      *    OPCAO DO CLIENTE: DEBITO POSTADO ACIMA DO    *
      *    LIMITE DE AVISO (POSTDIA), SALDO CC QUE      *
      *    CRUZOU O MINIMO PARA BAIXO E ENTRADA NO      *
      *    CHEQUE ESPECIAL (DIAS NEGATIVO DE 0 PARA 1), *
      *    AMBOS DO CLIENTEN NOVO CONTRA A GERACAO      *
      *    ANTERIOR, CREDITO DE SALARIO (CREDITO        *
      *    POSTADO QUE ESTA NO LANCFOL DO ALUNO96) E    *
      *    DEBITO RECUSADO OU PARADO NO SUSPENSO. O SMS *
      *    VAI PARA O FONE DO CADASTRO DE ALERTAS OU,   *
      *    EM BRANCO, O DO CLIDEMOG. CADA ALERTA SAI    *
      *    UMA VEZ SO: O HISTORICO DE ENVIADOS (GERACAO *
      *    VELHA/NOVA, RETENCAO EM DIAS NO CARTAO       *
      *    SYSIN, PADRAO 15) BARRA A REPETICAO. O       *
      *    ARQUIVO ALERTAS SAI COM CABECALHO, MENSAGENS *
      *    E TRAILER; O RELALRT LISTA OS ALERTAS E A    *
      *    CONTAGEM DO DIA POR TIPO                     *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALERTPRF ASSIGN TO ALERTPRF
               FILE STATUS IS WK-FS-ALERTPRF.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-LANCFOL  ASSIGN TO LANCFOL
               FILE STATUS IS WK-FS-LANCFOL.
           SELECT ARQ-ALRVELH  ASSIGN TO ALRVELH
               FILE STATUS IS WK-FS-ALRVELH.
           SELECT ARQ-ALRNOVO  ASSIGN TO ALRNOVO
               FILE STATUS IS WK-FS-ALRNOVO.
           SELECT ARQ-POSTDIA  ASSIGN TO POSTDIA
               FILE STATUS IS WK-FS-POSTDIA.
           SELECT ARQ-RECUSAS  ASSIGN TO RECUSAS
               FILE STATUS IS WK-FS-RECUSAS.
           SELECT ARQ-SUSPENSO ASSIGN TO SUSPENSO
               FILE STATUS IS WK-FS-SUSPENSO.
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-CLIANTER ASSIGN TO CLIANTER
               FILE STATUS IS WK-FS-CLIANTER.
           SELECT ARQ-ALERTAS  ASSIGN TO ALERTAS
               FILE STATUS IS WK-FS-ALERTAS.
           SELECT ARQ-RELALRT  ASSIGN TO RELALRT
               FILE STATUS IS WK-FS-RELALRT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-ALERTPRF
            RECORDING MODE IS F.
           COPY ALERTPRF.
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
       FD   ARQ-LANCFOL
            RECORDING MODE IS F.
       01  REG-LANCFOL.
           05 FOL-CODIGO            PIC 9(5).
           05 FOL-TIPO              PIC X(01).
           05 FOL-VALOR             PIC 9(6)V99.
           05 FOL-NOTA              PIC 9(6).
           05 FILLER                PIC X(21).
      *
      *    HISTORICO DOS ALERTAS JA ENVIADOS (CHAVE CLIENTE,
      *    TIPO, DATA DO EVENTO E NOTA), GERACAO ANTERIOR
       FD   ARQ-ALRVELH
            RECORDING MODE IS F.
       01  REG-ALRVELH.
           05 HSV-CODIGO            PIC 9(5).
           05 HSV-TIPO              PIC X(02).
           05 HSV-DATA-EVENTO       PIC 9(8).
           05 HSV-NOTA              PIC 9(6).
           05 HSV-DATA-ENVIO        PIC 9(8).
           05 FILLER                PIC X(11).
       FD   ARQ-ALRNOVO
            RECORDING MODE IS F.
       01  REG-ALRNOVO              PIC X(40).
       FD   ARQ-POSTDIA
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-RECUSAS
            RECORDING MODE IS F.
           COPY SUSPLAN.
       FD   ARQ-SUSPENSO
            RECORDING MODE IS F.
       01  REG-SUSPENSO.
           05 SPN-REGISTRO          PIC X(60).
           05 SPN-MOTIVO            PIC X(02).
           05 FILLER                PIC X(18).
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
      *
      *    GERACAO ANTERIOR DO CLIENTEN (SO OS CAMPOS USADOS)
       FD   ARQ-CLIANTER
            RECORDING MODE IS F.
       01  REG-CLIANTER.
           05 ANT-CODIGO            PIC 9(5).
           05 FILLER                PIC X(25).
           05 ANT-SALDO-CC          PIC S9(5)V99 COMP-3.
           05 FILLER                PIC X(08).
           05 ANT-DIAS-NEG          PIC 9(3).
           05 FILLER                PIC X(04).
       FD   ARQ-ALERTAS
            RECORDING MODE IS F.
           COPY ALERTA.
       FD   ARQ-RELALRT
            RECORDING MODE IS F.
       01  REG-RELALRT              PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-ALERTPRF    PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-LANCFOL     PIC XX             VALUE SPACES.
       77  WK-FS-ALRVELH     PIC XX             VALUE SPACES.
       77  WK-FS-ALRNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-POSTDIA     PIC XX             VALUE SPACES.
       77  WK-FS-RECUSAS     PIC XX             VALUE SPACES.
       77  WK-FS-SUSPENSO    PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-CLIANTER    PIC XX             VALUE SPACES.
       77  WK-FS-ALERTAS     PIC XX             VALUE SPACES.
       77  WK-FS-RELALRT     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-DIAS-RETENCAO  PIC 9(03)          VALUE ZEROS.
       77  WK-DATA-CORTE     PIC 9(8)           VALUE ZEROS.
       77  WK-MOTIVO-SUSP    PIC X(02)          VALUE SPACES.
       77  WK-SALDO-CC       PIC S9(7)V99       VALUE ZEROS.
       77  WK-TEM-ANTERIOR   PIC X              VALUE 'N'.
           88 CLIENTE-TEM-ANTERIOR              VALUE 'S'.
       77  WK-ANT-SALDO-CC   PIC S9(7)V99       VALUE ZEROS.
       77  WK-ANT-DIAS-NEG   PIC 9(3)           VALUE ZEROS.
      *
      *    CONTAGEM DO DIA POR TIPO DE ALERTA
       77  WK-QTD-DEBITO     PIC 9(05)          VALUE ZEROS.
       77  WK-QTD-SALDO      PIC 9(05)          VALUE ZEROS.
       77  WK-QTD-NEGATIVO   PIC 9(05)          VALUE ZEROS.
       77  WK-QTD-SALARIO    PIC 9(05)          VALUE ZEROS.
       77  WK-QTD-RECUSA     PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-MENSAGENS  PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-REPETIDOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SEM-DESTINO PIC 9(05)         VALUE ZEROS.
       77  WK-TOT-RETIDOS    PIC 9(05)          VALUE ZEROS.
       77  WK-MSG-EVENTO     PIC 9(01)          VALUE ZEROS.
      *
      *    PREFERENCIAS DE ALERTA, COM O FONE JA RESOLVIDO
      *    (O DO CADASTRO DE ALERTAS OU O DO CLIDEMOG)
       01  TABELA-PREFERENCIAS.
           05 PRF-ENTRADA            OCCURS 5000 TIMES.
              10 PRF-TAB-CODIGO      PIC 9(5).
              10 PRF-TAB-CANAL       PIC X(01).
                 88 PRF-ENVIA-SMS             VALUE 'S' 'A'.
                 88 PRF-ENVIA-EMAIL           VALUE 'E' 'A'.
              10 PRF-TAB-FONE        PIC X(11).
              10 PRF-TAB-EMAIL       PIC X(50).
              10 PRF-TAB-OPC-DEBITO  PIC X(01).
                 88 PRF-QUER-DEBITO           VALUE 'S'.
              10 PRF-TAB-OPC-SALDO   PIC X(01).
                 88 PRF-QUER-SALDO            VALUE 'S'.
              10 PRF-TAB-OPC-NEGATIVO PIC X(01).
                 88 PRF-QUER-NEGATIVO         VALUE 'S'.
              10 PRF-TAB-OPC-SALARIO PIC X(01).
                 88 PRF-QUER-SALARIO          VALUE 'S'.
              10 PRF-TAB-OPC-RECUSA  PIC X(01).
                 88 PRF-QUER-RECUSA           VALUE 'S'.
              10 PRF-TAB-LIMITE-DEBITO PIC 9(6)V99.
              10 PRF-TAB-SALDO-MINIMO PIC 9(5)V99.
       77  WK-TOT-PREFERENCIAS PIC 9(05)        VALUE ZEROS.
       77  WK-IND-PRF        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-PRF      PIC X              VALUE 'N'.
           88 PREFERENCIA-ACHADA                VALUE 'S'.
           88 PREFERENCIA-NAO-ACHADA            VALUE 'N'.
      *
      *    CREDITOS DE FOLHA (ALUNO96) DA RODADA
       01  TABELA-FOLHA.
           05 FOL-ENTRADA            OCCURS 5000 TIMES.
              10 FOL-TAB-CODIGO      PIC 9(5).
              10 FOL-TAB-NOTA        PIC 9(6).
       77  WK-TOT-FOLHA      PIC 9(05)          VALUE ZEROS.
       77  WK-IND-FOL        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-FOL      PIC X              VALUE 'N'.
           88 CREDITO-FOLHA                     VALUE 'S'.
           88 CREDITO-NAO-FOLHA                 VALUE 'N'.
      *
      *    ALERTAS JA ENVIADOS DENTRO DA RETENCAO, MAIS OS
      *    ENVIADOS NESTA RODADA
       01  TABELA-HISTORICO.
           05 HIS-ENTRADA            OCCURS 5000 TIMES.
              10 HIS-TAB-CODIGO      PIC 9(5).
              10 HIS-TAB-TIPO        PIC X(02).
              10 HIS-TAB-DATA-EVENTO PIC 9(8).
              10 HIS-TAB-NOTA        PIC 9(6).
       77  WK-TOT-HISTORICO  PIC 9(05)          VALUE ZEROS.
       77  WK-IND-HIS        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-HIS      PIC X              VALUE 'N'.
           88 ALERTA-JA-ENVIADO                 VALUE 'S'.
           88 ALERTA-NAO-ENVIADO                VALUE 'N'.
      *
      *    IMAGEM DO LANCAMENTO NAO POSTADO (CAMPOS INICIAIS
      *    DO LAYOUT LANCAM DENTRO DO REGISTRO SUSPENSO)
       01  WK-LANCAM-NAO-POSTADO.
           05 WK-NPS-CODIGO         PIC 9(5).
           05 WK-NPS-TIPO           PIC X(01).
           05 WK-NPS-VALOR          PIC 9(6)V99.
           05 WK-NPS-NOTA           PIC 9(6).
           05 WK-NPS-CONTA          PIC X(01).
           05 WK-NPS-DATA           PIC 9(8).
           05 FILLER                PIC X(31).
      *
      *    EVENTO CANDIDATO A ALERTA
       01  WK-EVENTO.
           05 WK-EVT-CODIGO         PIC 9(5).
           05 WK-EVT-TIPO           PIC X(02).
           05 WK-EVT-DATA           PIC 9(8).
           05 WK-EVT-NOTA           PIC 9(6).
           05 WK-EVT-SINAL          PIC X(01).
           05 WK-EVT-VALOR          PIC 9(7)V99.
      *
      *    TEXTO DA MENSAGEM PARA O GATEWAY
       01  WK-TEXTO-ALERTA.
           05 WK-TXT-DESCRICAO      PIC X(48).
           05 FILLER                PIC X(10)    VALUE ' VALOR R$ '.
           05 WK-TXT-VALOR          PIC --.---.--9,99.
           05 WK-TXT-NOTA-GRUPO.
              10 FILLER             PIC X(06)    VALUE ' NOTA '.
              10 WK-TXT-NOTA        PIC 9(6).
           05 FILLER                PIC X(17)    VALUE SPACES.
      *
       01  WK-ALERTA-ENVIADO.
           05 WK-ENV-CODIGO         PIC 9(5).
           05 WK-ENV-TIPO           PIC X(02).
           05 WK-ENV-DATA-EVENTO    PIC 9(8).
           05 WK-ENV-NOTA           PIC 9(6).
           05 WK-ENV-DATA-ENVIO     PIC 9(8).
           05 FILLER                PIC X(11)    VALUE SPACES.
      *
       01  WK-LINHA-ALERTA.
           05 FILLER               PIC X(04)     VALUE 'CLI '.
           05 WK-LA-CODIGO         PIC 9(5).
           05 FILLER               PIC X(08)     VALUE ' ALERTA '.
           05 WK-LA-TIPO           PIC X(02).
           05 FILLER               PIC X(06)     VALUE ' DATA '.
           05 WK-LA-DATA           PIC 9(8).
           05 FILLER               PIC X(06)     VALUE ' NOTA '.
           05 WK-LA-NOTA           PIC 9(6).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-VALOR          PIC --.---.--9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-SITUACAO       PIC X(20).
       01  WK-LINHA-TOTAL.
           05 WK-LT-DESCRICAO      PIC X(45).
           05 FILLER               PIC X(03)     VALUE ' = '.
           05 WK-LT-QTDE           PIC ZZ.ZZ9.
           05 FILLER               PIC X(26)     VALUE SPACES.
      *
           COPY DIACONT.
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
           PERFORM 401-PROCESSAR-RECUSAS.
           PERFORM 501-PROCESSAR-SALDOS.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-DIAS-RETENCAO FROM SYSIN.
           IF WK-DIAS-RETENCAO NOT NUMERIC
            OR WK-DIAS-RETENCAO = ZEROS
               MOVE 15 TO WK-DIAS-RETENCAO
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           PERFORM 105-CALCULAR-CORTE.
           OPEN INPUT  ARQ-POSTDIA.
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
           OPEN OUTPUT ARQ-ALRNOVO.
           OPEN OUTPUT ARQ-ALERTAS.
           OPEN OUTPUT ARQ-RELALRT.
           PERFORM 110-CARREGAR-PREFERENCIAS.
           PERFORM 120-CARREGAR-FONES.
           PERFORM 130-CARREGAR-FOLHA.
           PERFORM 140-CARREGAR-HISTORICO.
           MOVE SPACES            TO REG-ALERTA.
           SET ALE-REG-CABECALHO  TO TRUE.
           MOVE 'EAD316'          TO FD-ALE-ORIGEM.
           MOVE WK-DATA-EXEC      TO FD-ALE-DATA-GERACAO.
           MOVE WK-HORA-EXEC      TO FD-ALE-HORA-GERACAO.
           MOVE ZEROS             TO FD-ALE-QTDE.
           WRITE REG-ALERTA.
           PERFORM 301-LER-POSTDIA.
      *
      *    O HISTORICO GUARDA OS ALERTAS ENVIADOS NOS ULTIMOS
      *    N DIAS CORRIDOS (CARTAO SYSIN, PADRAO 15): COBRE
      *    A REEXECUCAO DA NOITE E O DEBITO RECICLADO DO
      *    SUSPENSO QUE VOLTA A SER RECUSADO (ALUNO148)
       105-CALCULAR-CORTE.
           SET LK-DCT-PRO-RATA      TO TRUE.
           SET LK-DCT-CORRIDOS-365  TO TRUE.
           SET LK-DCT-SIMPLES       TO TRUE.
           MOVE WK-DATA-EXEC        TO LK-DCT-DATA-FIM.
           MOVE WK-DIAS-RETENCAO    TO LK-DCT-QTDE-DIAS.
           MOVE ZEROS               TO LK-DCT-QTDE-MESES.
           MOVE ZEROS               TO LK-DCT-TAXA-MENSAL.
           CALL 'ALUNO148' USING LK-DCT-COM.
           IF LK-DCT-OK
               MOVE LK-DCT-DATA-INICIO TO WK-DATA-CORTE
           ELSE
               DISPLAY 'ERRO ' LK-DCT-STATUS ' NO CALCULO DA '
                       'DATA DE CORTE DO HISTORICO - '
                       'PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    SEM O CADASTRO DE ALERTAS NAO HA O QUE ENVIAR (A
      *    OPERACAO O CATALOGA VAZIO NA IMPLANTACAO)
       110-CARREGAR-PREFERENCIAS.
           OPEN INPUT ARQ-ALERTPRF.
           EVALUATE WK-FS-ALERTPRF
               WHEN '00'
                   PERFORM 112-LER-ALERTPRF
                   PERFORM 111-ACUMULAR-PREFERENCIA
                       UNTIL WK-FS-ALERTPRF = '10'
                   CLOSE ARQ-ALERTPRF
               WHEN OTHER
                   DISPLAY 'ARQUIVO ALERTPRF NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       111-ACUMULAR-PREFERENCIA.
           IF WK-TOT-PREFERENCIAS >= 5000
               DISPLAY 'TABELA DE PREFERENCIAS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-PREFERENCIAS.
           MOVE WK-TOT-PREFERENCIAS TO WK-IND-PRF.
           MOVE FD-ALP-CODIGO  TO PRF-TAB-CODIGO(WK-IND-PRF).
           MOVE FD-ALP-CANAL   TO PRF-TAB-CANAL(WK-IND-PRF).
           MOVE FD-ALP-FONE    TO PRF-TAB-FONE(WK-IND-PRF).
           MOVE FD-ALP-EMAIL   TO PRF-TAB-EMAIL(WK-IND-PRF).
           MOVE FD-ALP-OPC-DEBITO   TO PRF-TAB-OPC-DEBITO(WK-IND-PRF).
           MOVE FD-ALP-OPC-SALDO    TO PRF-TAB-OPC-SALDO(WK-IND-PRF).
           MOVE FD-ALP-OPC-NEGATIVO
                TO PRF-TAB-OPC-NEGATIVO(WK-IND-PRF).
           MOVE FD-ALP-OPC-SALARIO  TO PRF-TAB-OPC-SALARIO(WK-IND-PRF).
           MOVE FD-ALP-OPC-RECUSA   TO PRF-TAB-OPC-RECUSA(WK-IND-PRF).
           MOVE FD-ALP-LIMITE-DEBITO
                TO PRF-TAB-LIMITE-DEBITO(WK-IND-PRF).
           MOVE FD-ALP-SALDO-MINIMO
                TO PRF-TAB-SALDO-MINIMO(WK-IND-PRF).
           PERFORM 112-LER-ALERTPRF.
       112-LER-ALERTPRF.
           READ ARQ-ALERTPRF
               AT END
                   MOVE '10' TO WK-FS-ALERTPRF
           END-READ.
      *
      *    FONE EM BRANCO NO CADASTRO DE ALERTAS = FONE ATUAL
      *    DO CLIDEMOG
       120-CARREGAR-FONES.
           OPEN INPUT ARQ-CLIDEMOG.
           EVALUATE WK-FS-CLIDEMOG
               WHEN '00'
                   PERFORM 122-LER-CLIDEMOG
                   PERFORM 121-COMPLETAR-FONE
                       UNTIL WK-FS-CLIDEMOG = '10'
                   CLOSE ARQ-CLIDEMOG
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIDEMOG NAO ENCONTRADO - '
                           'SMS SO PARA FONE DO CADASTRO DE ALERTAS'
           END-EVALUATE.
       121-COMPLETAR-FONE.
           MOVE FD-DEM-CODIGO TO WK-EVT-CODIGO.
           PERFORM 710-LOCALIZAR-PREFERENCIA.
           IF PREFERENCIA-ACHADA
            AND PRF-TAB-FONE(WK-IND-PRF) = SPACES
               MOVE FD-DEM-FONE TO PRF-TAB-FONE(WK-IND-PRF)
           END-IF.
           PERFORM 122-LER-CLIDEMOG.
       122-LER-CLIDEMOG.
           READ ARQ-CLIDEMOG
               AT END
                   MOVE '10' TO WK-FS-CLIDEMOG
           END-READ.
      *
      *    O LANCFOL DA FOLHA QUE ENTROU NA RODADA IDENTIFICA
      *    OS CREDITOS DE SALARIO ENTRE OS CREDITOS POSTADOS
       130-CARREGAR-FOLHA.
           OPEN INPUT ARQ-LANCFOL.
           EVALUATE WK-FS-LANCFOL
               WHEN '00'
                   PERFORM 132-LER-LANCFOL
                   PERFORM 131-ACUMULAR-FOLHA
                       UNTIL WK-FS-LANCFOL = '10'
                   CLOSE ARQ-LANCFOL
               WHEN OTHER
                   DISPLAY 'ARQUIVO LANCFOL NAO ENCONTRADO - '
                           'RODADA SEM ALERTAS DE SALARIO'
           END-EVALUATE.
       131-ACUMULAR-FOLHA.
           IF WK-TOT-FOLHA >= 5000
               DISPLAY 'TABELA DE CREDITOS DE FOLHA CHEIA (MAXIMO '
                       '5000 REGISTROS) - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-FOLHA.
           MOVE FOL-CODIGO TO FOL-TAB-CODIGO(WK-TOT-FOLHA).
           MOVE FOL-NOTA   TO FOL-TAB-NOTA(WK-TOT-FOLHA).
           PERFORM 132-LER-LANCFOL.
       132-LER-LANCFOL.
           READ ARQ-LANCFOL
               AT END
                   MOVE '10' TO WK-FS-LANCFOL
           END-READ.
      *
      *    O QUE PASSOU DA RETENCAO SAI DO HISTORICO; O RESTO
      *    VAI PARA A GERACAO NOVA E PARA A TABELA
       140-CARREGAR-HISTORICO.
           OPEN INPUT ARQ-ALRVELH.
           EVALUATE WK-FS-ALRVELH
               WHEN '00'
                   PERFORM 142-LER-ALRVELH
                   PERFORM 141-ACUMULAR-HISTORICO
                       UNTIL WK-FS-ALRVELH = '10'
                   CLOSE ARQ-ALRVELH
               WHEN OTHER
                   DISPLAY 'ARQUIVO ALRVELH NAO ENCONTRADO - '
                           'HISTORICO DE ALERTAS INICIADO VAZIO'
           END-EVALUATE.
       141-ACUMULAR-HISTORICO.
           IF HSV-DATA-ENVIO < WK-DATA-CORTE
               ADD 1 TO WK-TOT-RETIDOS
           ELSE
               MOVE HSV-CODIGO      TO WK-EVT-CODIGO
               MOVE HSV-TIPO        TO WK-EVT-TIPO
               MOVE HSV-DATA-EVENTO TO WK-EVT-DATA
               MOVE HSV-NOTA        TO WK-EVT-NOTA
               PERFORM 730-ANOTAR-HISTORICO
               WRITE REG-ALRNOVO FROM REG-ALRVELH
           END-IF.
           PERFORM 142-LER-ALRVELH.
       142-LER-ALRVELH.
           READ ARQ-ALRVELH
               AT END
                   MOVE '10' TO WK-FS-ALRVELH
           END-READ.
      ***************************************
      *    LANCAMENTOS POSTADOS NA NOITE: DEBITO ACIMA DO
      *    LIMITE DO CLIENTE E CREDITO DE SALARIO
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-LAN-CODIGO TO WK-EVT-CODIGO.
           PERFORM 710-LOCALIZAR-PREFERENCIA.
           IF PREFERENCIA-ACHADA
               EVALUATE TRUE
                   WHEN FD-LAN-TIPO = 'D'
                    AND PRF-QUER-DEBITO(WK-IND-PRF)
                    AND FD-LAN-VALOR > PRF-TAB-LIMITE-DEBITO(WK-IND-PRF)
                       MOVE 'DB' TO WK-EVT-TIPO
                       MOVE 'DEBITO ACIMA DO SEU LIMITE DE AVISO'
                            TO WK-TXT-DESCRICAO
                       PERFORM 210-MONTAR-EVENTO-LANCAMENTO
                   WHEN FD-LAN-TIPO = 'C'
                    AND PRF-QUER-SALARIO(WK-IND-PRF)
                       PERFORM 220-VERIFICAR-FOLHA
                       IF CREDITO-FOLHA
                           MOVE 'SL' TO WK-EVT-TIPO
                           MOVE 'CREDITO DE SALARIO NA SUA CONTA'
                                TO WK-TXT-DESCRICAO
                           PERFORM 210-MONTAR-EVENTO-LANCAMENTO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 301-LER-POSTDIA.
       210-MONTAR-EVENTO-LANCAMENTO.
           MOVE FD-LAN-DATA  TO WK-EVT-DATA.
           MOVE FD-LAN-NOTA  TO WK-EVT-NOTA.
           MOVE SPACE        TO WK-EVT-SINAL.
           MOVE FD-LAN-VALOR TO WK-EVT-VALOR.
           PERFORM 701-EMITIR-ALERTA.
       220-VERIFICAR-FOLHA.
           SET CREDITO-NAO-FOLHA TO TRUE.
           PERFORM VARYING WK-IND-FOL FROM 1 BY 1
                   UNTIL WK-IND-FOL > WK-TOT-FOLHA
                   OR CREDITO-FOLHA
               IF FOL-TAB-CODIGO(WK-IND-FOL) = FD-LAN-CODIGO
                AND FOL-TAB-NOTA(WK-IND-FOL) = FD-LAN-NOTA
                   SET CREDITO-FOLHA TO TRUE
               END-IF
           END-PERFORM.
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
      *    DEBITOS QUE O BALANCE LINE NAO POSTOU (RECUSAS E
      *    SUSPENSO DA NOITE)
       400-PROCESSAR-RECUSAS SECTION.
       401-PROCESSAR-RECUSAS.
           OPEN INPUT ARQ-RECUSAS.
           EVALUATE WK-FS-RECUSAS
               WHEN '00'
                   PERFORM 412-LER-RECUSAS
                   PERFORM 411-TRATAR-RECUSA
                       UNTIL WK-FS-RECUSAS = '10'
                   CLOSE ARQ-RECUSAS
               WHEN OTHER
                   DISPLAY 'ARQUIVO RECUSAS NAO ENCONTRADO - '
                           'RODADA SEM RECUSAS DO BALANCE LINE'
           END-EVALUATE.
           OPEN INPUT ARQ-SUSPENSO.
           EVALUATE WK-FS-SUSPENSO
               WHEN '00'
                   PERFORM 422-LER-SUSPENSO
                   PERFORM 421-TRATAR-SUSPENSO
                       UNTIL WK-FS-SUSPENSO = '10'
                   CLOSE ARQ-SUSPENSO
               WHEN OTHER
                   DISPLAY 'ARQUIVO SUSPENSO NAO ENCONTRADO - '
                           'RODADA SEM SUSPENSOS DO BALANCE LINE'
           END-EVALUATE.
       411-TRATAR-RECUSA.
           MOVE FD-SUS-REGISTRO TO WK-LANCAM-NAO-POSTADO.
           MOVE FD-SUS-MOTIVO   TO WK-MOTIVO-SUSP.
           PERFORM 430-AVALIAR-NAO-POSTADO.
           PERFORM 412-LER-RECUSAS.
       412-LER-RECUSAS.
           READ ARQ-RECUSAS
               AT END
                   MOVE '10' TO WK-FS-RECUSAS
           END-READ.
       421-TRATAR-SUSPENSO.
           MOVE SPN-REGISTRO TO WK-LANCAM-NAO-POSTADO.
           MOVE SPN-MOTIVO   TO WK-MOTIVO-SUSP.
           PERFORM 430-AVALIAR-NAO-POSTADO.
           PERFORM 422-LER-SUSPENSO.
       422-LER-SUSPENSO.
           READ ARQ-SUSPENSO
               AT END
                   MOVE '10' TO WK-FS-SUSPENSO
           END-READ.
      *
      *    O TEXTO DIZ AO CLIENTE O MOTIVO QUANDO ELE E DO
      *    CLIENTE (SALDO, PENHORA, SUSTACAO); OS MOTIVOS
      *    OPERACIONAIS VAO COMO PROCURE A AGENCIA
       430-AVALIAR-NAO-POSTADO.
           ADD 1 TO WK-REGS-LIDOS.
           IF WK-NPS-TIPO = 'D'
            AND WK-NPS-CODIGO NUMERIC
               MOVE WK-NPS-CODIGO TO WK-EVT-CODIGO
               PERFORM 710-LOCALIZAR-PREFERENCIA
               IF PREFERENCIA-ACHADA
                AND PRF-QUER-RECUSA(WK-IND-PRF)
                   EVALUATE WK-MOTIVO-SUSP
                       WHEN 'LI'
                       WHEN 'SF'
                           MOVE 'DEBITO RECUSADO - SALDO INSUFICIENTE'
                                TO WK-TXT-DESCRICAO
                       WHEN 'PJ'
                           MOVE 'DEBITO RECUSADO - BLOQUEIO JUDICIAL'
                                TO WK-TXT-DESCRICAO
                       WHEN 'SP'
                           MOVE 'DEBITO RECUSADO - SUSTADO A PEDIDO'
                                TO WK-TXT-DESCRICAO
                       WHEN OTHER
                           MOVE 'DEBITO RECUSADO - PROCURE SUA AGENCIA'
                                TO WK-TXT-DESCRICAO
                   END-EVALUATE
                   MOVE 'RC'         TO WK-EVT-TIPO
                   MOVE WK-NPS-DATA  TO WK-EVT-DATA
                   MOVE WK-NPS-NOTA  TO WK-EVT-NOTA
                   MOVE SPACE        TO WK-EVT-SINAL
                   MOVE WK-NPS-VALOR TO WK-EVT-VALOR
                   PERFORM 701-EMITIR-ALERTA
               END-IF
           END-IF.
      ***************************************
      *    SALDOS DA GERACAO NOVA DO CLIENTEN CONTRA A
      *    ANTERIOR, NA ORDEM DO CODIGO: SALDO QUE CRUZOU O
      *    MINIMO DO CLIENTE PARA BAIXO E ENTRADA NO CHEQUE
      *    ESPECIAL (DIAS NEGATIVO DE 0 PARA 1). O CLIENTE
      *    NOVO NAO TEM ANTERIOR E CONTA COMO SALDO ZERO
       500-PROCESSAR-SALDOS SECTION.
       501-PROCESSAR-SALDOS.
           OPEN INPUT ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
               WHEN '00'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTEN
                           ' NO COMANDO OPEN CLIENTEN'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-CLIANTER.
           EVALUATE WK-FS-CLIANTER
               WHEN '00'
                   PERFORM 522-LER-CLIANTER
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIANTER NAO ENCONTRADO - '
                           'TODOS OS CLIENTES SEM SALDO ANTERIOR'
                   MOVE '10' TO WK-FS-CLIANTER
           END-EVALUATE.
           PERFORM 512-LER-CLIENTEN.
           PERFORM 511-AVALIAR-SALDO UNTIL WK-FS-CLIENTEN = '10'.
           CLOSE ARQ-CLIENTEN.
           IF WK-FS-CLIANTER NOT = '10'
               CLOSE ARQ-CLIANTER
           END-IF.
       511-AVALIAR-SALDO.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-CLN-CODIGO TO WK-EVT-CODIGO.
           PERFORM 710-LOCALIZAR-PREFERENCIA.
           IF PREFERENCIA-ACHADA
               PERFORM 520-LOCALIZAR-ANTERIOR
               MOVE FD-CLN-SALDO-CC TO WK-SALDO-CC
               IF PRF-QUER-SALDO(WK-IND-PRF)
                AND WK-SALDO-CC < PRF-TAB-SALDO-MINIMO(WK-IND-PRF)
                AND WK-ANT-SALDO-CC
                    >= PRF-TAB-SALDO-MINIMO(WK-IND-PRF)
                   MOVE 'SB' TO WK-EVT-TIPO
                   MOVE 'SALDO DA CONTA CORRENTE ABAIXO DO MINIMO'
                        TO WK-TXT-DESCRICAO
                   PERFORM 530-MONTAR-EVENTO-SALDO
               END-IF
               IF PRF-QUER-NEGATIVO(WK-IND-PRF)
                AND FD-CLN-DIAS-NEG = 1
                AND WK-ANT-DIAS-NEG = ZEROS
                   MOVE 'NG' TO WK-EVT-TIPO
                   MOVE 'SUA CONTA ENTROU NO CHEQUE ESPECIAL'
                        TO WK-TXT-DESCRICAO
                   PERFORM 530-MONTAR-EVENTO-SALDO
               END-IF
           END-IF.
           PERFORM 512-LER-CLIENTEN.
       512-LER-CLIENTEN.
           READ ARQ-CLIENTEN
               AT END
                   MOVE '10' TO WK-FS-CLIENTEN
           END-READ.
       520-LOCALIZAR-ANTERIOR.
           PERFORM 522-LER-CLIANTER
               UNTIL WK-FS-CLIANTER = '10'
                  OR ANT-CODIGO >= FD-CLN-CODIGO.
           IF WK-FS-CLIANTER NOT = '10'
            AND ANT-CODIGO = FD-CLN-CODIGO
               MOVE ANT-SALDO-CC  TO WK-ANT-SALDO-CC
               MOVE ANT-DIAS-NEG  TO WK-ANT-DIAS-NEG
           ELSE
               MOVE ZEROS         TO WK-ANT-SALDO-CC
               MOVE ZEROS         TO WK-ANT-DIAS-NEG
           END-IF.
       522-LER-CLIANTER.
           READ ARQ-CLIANTER
               AT END
                   MOVE '10' TO WK-FS-CLIANTER
           END-READ.
       530-MONTAR-EVENTO-SALDO.
           MOVE WK-DATA-EXEC TO WK-EVT-DATA.
           MOVE ZEROS        TO WK-EVT-NOTA.
           IF WK-SALDO-CC < ZEROS
               MOVE '-'      TO WK-EVT-SINAL
           ELSE
               MOVE SPACE    TO WK-EVT-SINAL
           END-IF.
           MOVE WK-SALDO-CC  TO WK-EVT-VALOR.
           PERFORM 701-EMITIR-ALERTA.
      ***************************************
      *    UM ALERTA SO SAI UMA VEZ: O QUE JA ESTA NO
      *    HISTORICO (MESMO CLIENTE, TIPO, DATA E NOTA) E
      *    IGNORADO. O CANAL A (AMBOS) GERA UMA MENSAGEM POR
      *    CANAL; SEM NENHUM DESTINO O ALERTA NAO E ANOTADO
       700-EMITIR-ALERTA SECTION.
       701-EMITIR-ALERTA.
           SET ALERTA-NAO-ENVIADO TO TRUE.
           PERFORM VARYING WK-IND-HIS FROM 1 BY 1
                   UNTIL WK-IND-HIS > WK-TOT-HISTORICO
                   OR ALERTA-JA-ENVIADO
               IF HIS-TAB-CODIGO(WK-IND-HIS) = WK-EVT-CODIGO
                AND HIS-TAB-TIPO(WK-IND-HIS) = WK-EVT-TIPO
                AND HIS-TAB-DATA-EVENTO(WK-IND-HIS) = WK-EVT-DATA
                AND HIS-TAB-NOTA(WK-IND-HIS) = WK-EVT-NOTA
                   SET ALERTA-JA-ENVIADO TO TRUE
               END-IF
           END-PERFORM.
           IF ALERTA-JA-ENVIADO
               ADD 1 TO WK-TOT-REPETIDOS
               MOVE 'JA ENVIADO'       TO WK-LA-SITUACAO
           ELSE
               MOVE ZEROS TO WK-MSG-EVENTO
               IF PRF-ENVIA-SMS(WK-IND-PRF)
                AND PRF-TAB-FONE(WK-IND-PRF) NOT = SPACES
                   PERFORM 720-GRAVAR-MENSAGEM
                   SET ALE-CANAL-SMS TO TRUE
                   MOVE PRF-TAB-FONE(WK-IND-PRF) TO FD-ALE-DESTINO
                   WRITE REG-ALERTA
               END-IF
               IF PRF-ENVIA-EMAIL(WK-IND-PRF)
                AND PRF-TAB-EMAIL(WK-IND-PRF) NOT = SPACES
                   PERFORM 720-GRAVAR-MENSAGEM
                   SET ALE-CANAL-EMAIL TO TRUE
                   MOVE PRF-TAB-EMAIL(WK-IND-PRF) TO FD-ALE-DESTINO
                   WRITE REG-ALERTA
               END-IF
               IF WK-MSG-EVENTO = ZEROS
                   ADD 1 TO WK-TOT-SEM-DESTINO
                   MOVE 'SEM DESTINO'      TO WK-LA-SITUACAO
               ELSE
                   PERFORM 730-ANOTAR-HISTORICO
                   PERFORM 740-GRAVAR-HISTORICO
                   PERFORM 750-CONTAR-ALERTA
                   MOVE 'ENVIADO'          TO WK-LA-SITUACAO
               END-IF
           END-IF.
           MOVE WK-EVT-CODIGO TO WK-LA-CODIGO.
           MOVE WK-EVT-TIPO   TO WK-LA-TIPO.
           MOVE WK-EVT-DATA   TO WK-LA-DATA.
           MOVE WK-EVT-NOTA   TO WK-LA-NOTA.
           IF WK-EVT-SINAL = '-'
               COMPUTE WK-LA-VALOR = ZEROS - WK-EVT-VALOR
           ELSE
               MOVE WK-EVT-VALOR TO WK-LA-VALOR
           END-IF.
           WRITE REG-RELALRT FROM WK-LINHA-ALERTA.
       710-LOCALIZAR-PREFERENCIA.
           SET PREFERENCIA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-PRF FROM 1 BY 1
                   UNTIL WK-IND-PRF > WK-TOT-PREFERENCIAS
                   OR PREFERENCIA-ACHADA
               IF PRF-TAB-CODIGO(WK-IND-PRF) = WK-EVT-CODIGO
                   SET PREFERENCIA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF PREFERENCIA-ACHADA
               SUBTRACT 1 FROM WK-IND-PRF
           END-IF.
      *
      *    CORPO COMUM DA MENSAGEM; O CANAL E O DESTINO SAO
      *    PREENCHIDOS POR QUEM CHAMA
       720-GRAVAR-MENSAGEM.
           MOVE SPACES            TO REG-ALERTA.
           SET ALE-REG-ALERTA     TO TRUE.
           MOVE WK-EVT-CODIGO     TO FD-ALE-CODIGO.
           MOVE WK-EVT-TIPO       TO FD-ALE-TIPO-ALERTA.
           MOVE WK-EVT-DATA       TO FD-ALE-DATA-EVENTO.
           MOVE WK-EVT-NOTA       TO FD-ALE-NOTA.
           MOVE WK-EVT-SINAL      TO FD-ALE-SINAL.
           MOVE WK-EVT-VALOR      TO FD-ALE-VALOR.
           IF WK-EVT-SINAL = '-'
               COMPUTE WK-TXT-VALOR = ZEROS - WK-EVT-VALOR
           ELSE
               MOVE WK-EVT-VALOR  TO WK-TXT-VALOR
           END-IF.
           IF WK-EVT-NOTA = ZEROS
               MOVE SPACES        TO WK-TXT-NOTA-GRUPO
           ELSE
               MOVE ' NOTA '      TO WK-TXT-NOTA-GRUPO
               MOVE WK-EVT-NOTA   TO WK-TXT-NOTA
           END-IF.
           MOVE WK-TEXTO-ALERTA   TO FD-ALE-TEXTO.
           ADD 1 TO WK-MSG-EVENTO.
           ADD 1 TO WK-TOT-MENSAGENS.
       730-ANOTAR-HISTORICO.
           IF WK-TOT-HISTORICO >= 5000
               DISPLAY 'TABELA DE ALERTAS ENVIADOS CHEIA (MAXIMO '
                       '5000 REGISTROS) - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-HISTORICO.
           MOVE WK-EVT-CODIGO TO HIS-TAB-CODIGO(WK-TOT-HISTORICO).
           MOVE WK-EVT-TIPO   TO HIS-TAB-TIPO(WK-TOT-HISTORICO).
           MOVE WK-EVT-DATA   TO HIS-TAB-DATA-EVENTO(WK-TOT-HISTORICO).
           MOVE WK-EVT-NOTA   TO HIS-TAB-NOTA(WK-TOT-HISTORICO).
       740-GRAVAR-HISTORICO.
           MOVE WK-EVT-CODIGO TO WK-ENV-CODIGO.
           MOVE WK-EVT-TIPO   TO WK-ENV-TIPO.
           MOVE WK-EVT-DATA   TO WK-ENV-DATA-EVENTO.
           MOVE WK-EVT-NOTA   TO WK-ENV-NOTA.
           MOVE WK-DATA-EXEC  TO WK-ENV-DATA-ENVIO.
           WRITE REG-ALRNOVO FROM WK-ALERTA-ENVIADO.
       750-CONTAR-ALERTA.
           EVALUATE WK-EVT-TIPO
               WHEN 'DB'
                   ADD 1 TO WK-QTD-DEBITO
               WHEN 'SB'
                   ADD 1 TO WK-QTD-SALDO
               WHEN 'NG'
                   ADD 1 TO WK-QTD-NEGATIVO
               WHEN 'SL'
                   ADD 1 TO WK-QTD-SALARIO
               WHEN 'RC'
                   ADD 1 TO WK-QTD-RECUSA
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE SPACES            TO REG-ALERTA.
           SET ALE-REG-TRAILER    TO TRUE.
           MOVE 'EAD316'          TO FD-ALE-ORIGEM.
           MOVE WK-DATA-EXEC      TO FD-ALE-DATA-GERACAO.
           MOVE WK-HORA-EXEC      TO FD-ALE-HORA-GERACAO.
           MOVE WK-TOT-MENSAGENS  TO FD-ALE-QTDE.
           WRITE REG-ALERTA.
           MOVE SPACES TO REG-RELALRT.
           WRITE REG-RELALRT.
           MOVE 'ALERTAS DB - DEBITO ACIMA DO LIMITE'
                TO WK-LT-DESCRICAO.
           MOVE WK-QTD-DEBITO     TO WK-LT-QTDE.
           WRITE REG-RELALRT FROM WK-LINHA-TOTAL.
           MOVE 'ALERTAS SB - SALDO ABAIXO DO MINIMO'
                TO WK-LT-DESCRICAO.
           MOVE WK-QTD-SALDO      TO WK-LT-QTDE.
           WRITE REG-RELALRT FROM WK-LINHA-TOTAL.
           MOVE 'ALERTAS NG - ENTRADA NO CHEQUE ESPECIAL'
                TO WK-LT-DESCRICAO.
           MOVE WK-QTD-NEGATIVO   TO WK-LT-QTDE.
           WRITE REG-RELALRT FROM WK-LINHA-TOTAL.
           MOVE 'ALERTAS SL - CREDITO DE SALARIO'
                TO WK-LT-DESCRICAO.
           MOVE WK-QTD-SALARIO    TO WK-LT-QTDE.
           WRITE REG-RELALRT FROM WK-LINHA-TOTAL.
           MOVE 'ALERTAS RC - DEBITO RECUSADO'
                TO WK-LT-DESCRICAO.
           MOVE WK-QTD-RECUSA     TO WK-LT-QTDE.
           WRITE REG-RELALRT FROM WK-LINHA-TOTAL.
           MOVE 'MENSAGENS GRAVADAS PARA O GATEWAY'
                TO WK-LT-DESCRICAO.
           MOVE WK-TOT-MENSAGENS  TO WK-LT-QTDE.
           WRITE REG-RELALRT FROM WK-LINHA-TOTAL.
           MOVE 'ALERTAS JA ENVIADOS (IGNORADOS)'
                TO WK-LT-DESCRICAO.
           MOVE WK-TOT-REPETIDOS  TO WK-LT-QTDE.
           WRITE REG-RELALRT FROM WK-LINHA-TOTAL.
           MOVE 'ALERTAS SEM DESTINO (NAO ENVIADOS)'
                TO WK-LT-DESCRICAO.
           MOVE WK-TOT-SEM-DESTINO TO WK-LT-QTDE.
           WRITE REG-RELALRT FROM WK-LINHA-TOTAL.
           DISPLAY 'REGISTROS EXAMINADOS         = ' WK-REGS-LIDOS.
           DISPLAY 'ALERTAS DE DEBITO            = ' WK-QTD-DEBITO.
           DISPLAY 'ALERTAS DE SALDO BAIXO       = ' WK-QTD-SALDO.
           DISPLAY 'ALERTAS DE CHEQUE ESPECIAL   = ' WK-QTD-NEGATIVO.
           DISPLAY 'ALERTAS DE SALARIO           = ' WK-QTD-SALARIO.
           DISPLAY 'ALERTAS DE DEBITO RECUSADO   = ' WK-QTD-RECUSA.
           DISPLAY 'MENSAGENS PARA O GATEWAY     = ' WK-TOT-MENSAGENS.
           DISPLAY 'ALERTAS JA ENVIADOS          = ' WK-TOT-REPETIDOS.
           DISPLAY 'ALERTAS SEM DESTINO          = '
                   WK-TOT-SEM-DESTINO.
           DISPLAY 'ENVIOS FORA DA RETENCAO      = ' WK-TOT-RETIDOS.
           IF WK-TOT-SEM-DESTINO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-POSTDIA.
           CLOSE ARQ-ALRNOVO.
           CLOSE ARQ-ALERTAS.
           CLOSE ARQ-RELALRT.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES             TO REG-CTLLOG.
           MOVE 'ALUNO159'         TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC       TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC       TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS      TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-SEM-DESTINO TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
