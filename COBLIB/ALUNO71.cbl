      *    MESMO DESENHO DAS CARTAS DE DORMENCIA DO     *
      *    ALUNO37, MAS PARA DEVEDORES. CLIENTE QUE     *
      *    VOLTOU PARA DENTRO DO LIMITE SAI DO ARQUIVO  *
      *    E E RELATADO COMO REGULARIZADO. CADA CARTA   *
      *    EMITIDA SAI TAMBEM EM COPIA PARA OS FIADORES *
      *    DOS CONTRATOS ATIVOS DO DEVEDOR (CADASTRO DE *
      *    GARANTIAS DO ALUNO142), UMA POR FIADOR: O    *
      *    FIADOR CLIENTE DA CASA PELO ENDERECO DO      *
      *    CLIDEMOG, O DE FORA PELO ENDERECO DO         *
      *    CADASTRO. CADA COTITULAR EM VIGOR DA CONTA   *
      *    (VINCULOS DO ALUNO160) RECEBE A SUA VIA DA   *
      *    CARTA, PELO MESMO CRITERIO DE ENDERECO       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-GARANTIA ASSIGN TO GARANTIA
               FILE STATUS IS WK-FS-GARANTIA.
           SELECT ARQ-EMPREST  ASSIGN TO EMPREST
               FILE STATUS IS WK-FS-EMPREST.
           SELECT ARQ-COBVELH  ASSIGN TO COBVELH
               FILE STATUS IS WK-FS-COBVELH.
           SELECT ARQ-COBNOVO  ASSIGN TO COBNOVO
               FILE STATUS IS WK-FS-CARTCOB.
           SELECT ARQ-RELCOB   ASSIGN TO RELCOB
               FILE STATUS IS WK-FS-RELCOB.
           SELECT ARQ-VINCCTA  ASSIGN TO VINCCTA
               FILE STATUS IS WK-FS-VINCCTA.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
       FD   ARQ-GARANTIA
            RECORDING MODE IS F.
           COPY GARANTIA.
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-COBVELH
            RECORDING MODE IS F.
       01  REG-COBVELH.
       FD   ARQ-RELCOB
            RECORDING MODE IS F.
       01  REG-RELCOB               PIC X(80).
       FD   ARQ-VINCCTA
            RECORDING MODE IS F.
           COPY VINCCTA.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-GARANTIA    PIC XX             VALUE SPACES.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-COBVELH     PIC XX             VALUE SPACES.
       77  WK-FS-COBNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-CARTCOB     PIC XX             VALUE SPACES.
       77  WK-TOT-CARTAS     PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REGULARIZ  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SEM-ENDER  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-COPIAS     PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-FIA-SEM-END PIC 9(05)         VALUE ZEROS.
       77  WK-FS-VINCCTA     PIC XX             VALUE SPACES.
       77  WK-TOT-VIAS-COT   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-COT-SEM-END PIC 9(05)         VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
       77  WK-ACHOU-END      PIC X              VALUE 'N'.
           88 ENDERECO-ACHADO                   VALUE 'S'.
           88 ENDERECO-NAO-ACHADO               VALUE 'N'.
       77  WK-CODIGO-ENDERECO PIC 9(5)          VALUE ZEROS.
      *
      *    FIADORES DO CADASTRO DE GARANTIAS POR DEVEDOR E
      *    CONTRATO; ATIVO = S QUANDO O CONTRATO ESTA ATIVO
      *    NO MESTRE DE EMPRESTIMOS
       01  TABELA-FIADORES.
           05 FIA-ENTRADA            OCCURS 5000 TIMES.
              10 FIA-TAB-DEVEDOR     PIC 9(5).
              10 FIA-TAB-CONTRATO    PIC 9(6).
              10 FIA-TAB-CLIENTE     PIC 9(5).
              10 FIA-TAB-DOCUMENTO   PIC X(14).
              10 FIA-TAB-NOME        PIC X(25).
              10 FIA-TAB-ENDERECO    PIC X(30).
              10 FIA-TAB-CIDADE      PIC X(20).
              10 FIA-TAB-UF          PIC X(02).
              10 FIA-TAB-CEP         PIC 9(8).
              10 FIA-TAB-ATIVO       PIC X(1).
       77  WK-TOT-FIADORES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-FIA        PIC 9(05)          VALUE ZEROS.
       77  WK-IND-FIA-ANT    PIC 9(05)          VALUE ZEROS.
       77  WK-REPETIDO       PIC X              VALUE 'N'.
           88 FIADOR-REPETIDO                   VALUE 'S'.
           88 FIADOR-NOVO                       VALUE 'N'.
      *
      *    COTITULARES EM VIGOR E VIVOS (VINCULOS DO ALUNO160):
      *    A CONTA E DE TODOS E CADA UM RECEBE A SUA VIA
       01  TABELA-COTITULARES.
           05 COT-ENTRADA            OCCURS 5000 TIMES.
              10 COT-TAB-CODIGO      PIC 9(5).
              10 COT-TAB-DOCUMENTO   PIC X(14).
              10 COT-TAB-NOME        PIC X(25).
              10 COT-TAB-CLIENTE     PIC 9(5).
              10 COT-TAB-ENDERECO    PIC X(30).
              10 COT-TAB-CIDADE      PIC X(20).
              10 COT-TAB-UF          PIC X(02).
              10 COT-TAB-CEP         PIC 9(8).
       77  WK-TOT-COTITULARES PIC 9(05)         VALUE ZEROS.
       77  WK-IND-COT        PIC 9(05)          VALUE ZEROS.
      *
      *    CARTEIRA DE COBRANCA DA RODADA ANTERIOR
       01  TABELA-COBRANCA.
      *    PARAMETROS (ALUNO46); SEM PARAMETRO CADASTRADO,
      *    VALE O CARTAO SYSIN COMO SEMPRE
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF WK-PARM-DIAS-3 = ZEROS
               MOVE 45 TO WK-PARM-DIAS-3
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-CLIENTEN.
           OPEN OUTPUT ARQ-COBNOVO.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 110-CARREGAR-ENDERECOS.
           PERFORM 120-CARREGAR-CARTEIRA.
           PERFORM 130-CARREGAR-FIADORES.
           PERFORM 140-CARREGAR-COTITULARES.
           PERFORM 301-LER-CLIENTEN.
       110-CARREGAR-ENDERECOS.
           OPEN INPUT ARQ-CLIDEMOG.
               AT END
                   MOVE '10' TO WK-FS-COBVELH
           END-READ.
      *
      *    FIADORES DE CONTRATOS JA VINCULADOS; SEM O MESTRE
      *    DE EMPRESTIMOS NAO HA COMO SABER QUAIS CONTRATOS
      *    ESTAO ATIVOS E NENHUMA COPIA E EMITIDA
       130-CARREGAR-FIADORES.
           OPEN INPUT ARQ-GARANTIA.
           EVALUATE WK-FS-GARANTIA
               WHEN '00'
                   PERFORM 132-LER-GARANTIA
                   PERFORM 131-ACUMULAR-FIADOR
                       UNTIL WK-FS-GARANTIA = '10'
                   CLOSE ARQ-GARANTIA
                   PERFORM 135-MARCAR-ATIVOS
               WHEN OTHER
                   DISPLAY 'ARQUIVO GARANTIA NAO ENCONTRADO - '
                           'CARTAS SEM COPIA AOS FIADORES'
           END-EVALUATE.
       131-ACUMULAR-FIADOR.
           IF FD-GAR-CONTRATO > ZEROS
            AND GAR-FIADOR
               IF WK-TOT-FIADORES >= 5000
                   DISPLAY 'TABELA DE FIADORES CHEIA (MAXIMO 5000 '
                           'REGISTROS) - COBRANCA ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-FIADORES
               MOVE WK-TOT-FIADORES TO WK-IND-FIA
               MOVE FD-GAR-CODIGO   TO FIA-TAB-DEVEDOR(WK-IND-FIA)
               MOVE FD-GAR-CONTRATO TO FIA-TAB-CONTRATO(WK-IND-FIA)
               MOVE FD-GAR-FIA-CLIENTE
                    TO FIA-TAB-CLIENTE(WK-IND-FIA)
               MOVE FD-GAR-FIA-DOCUMENTO
                    TO FIA-TAB-DOCUMENTO(WK-IND-FIA)
               MOVE FD-GAR-FIA-NOME TO FIA-TAB-NOME(WK-IND-FIA)
               MOVE FD-GAR-FIA-ENDERECO
                    TO FIA-TAB-ENDERECO(WK-IND-FIA)
               MOVE FD-GAR-FIA-CIDADE
                    TO FIA-TAB-CIDADE(WK-IND-FIA)
               MOVE FD-GAR-FIA-UF   TO FIA-TAB-UF(WK-IND-FIA)
               MOVE FD-GAR-FIA-CEP  TO FIA-TAB-CEP(WK-IND-FIA)
               MOVE 'N'             TO FIA-TAB-ATIVO(WK-IND-FIA)
           END-IF.
           PERFORM 132-LER-GARANTIA.
       132-LER-GARANTIA.
           READ ARQ-GARANTIA
               AT END
                   MOVE '10' TO WK-FS-GARANTIA
           END-READ.
       135-MARCAR-ATIVOS.
           OPEN INPUT ARQ-EMPREST.
           EVALUATE WK-FS-EMPREST
               WHEN '00'
                   PERFORM 137-LER-EMPREST
                   PERFORM 136-MARCAR-CONTRATO
                       UNTIL WK-FS-EMPREST = '10'
                   CLOSE ARQ-EMPREST
               WHEN OTHER
                   DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO - '
                           'CARTAS SEM COPIA AOS FIADORES'
           END-EVALUATE.
       136-MARCAR-CONTRATO.
           IF EMP-SIT-ATIVO
               PERFORM 138-MARCAR-FIADOR
                   VARYING WK-IND-FIA FROM 1 BY 1
                   UNTIL WK-IND-FIA > WK-TOT-FIADORES
           END-IF.
           PERFORM 137-LER-EMPREST.
       137-LER-EMPREST.
           READ ARQ-EMPREST
               AT END
                   MOVE '10' TO WK-FS-EMPREST
           END-READ.
       138-MARCAR-FIADOR.
           IF FIA-TAB-CONTRATO(WK-IND-FIA) = FD-EMP-CONTRATO
               MOVE 'S' TO FIA-TAB-ATIVO(WK-IND-FIA)
           END-IF.
      *
      *    SEM O VINCCTA A CARTA SAI SO PARA O CLIENTE DO
      *    CODIGO E OS FIADORES
       140-CARREGAR-COTITULARES.
           OPEN INPUT ARQ-VINCCTA.
           EVALUATE WK-FS-VINCCTA
               WHEN '00'
                   PERFORM 142-LER-VINCCTA
                   PERFORM 141-ACUMULAR-COTITULAR
                       UNTIL WK-FS-VINCCTA = '10'
                   CLOSE ARQ-VINCCTA
               WHEN OTHER
                   DISPLAY 'ARQUIVO VINCCTA NAO ENCONTRADO - '
                           'CARTAS SEM VIA AOS COTITULARES'
           END-EVALUATE.
       141-ACUMULAR-COTITULAR.
           IF VNC-TITULAR
            AND NOT VNC-SIT-FALECIDO
            AND FD-VNC-DATA-INICIO <= WK-DATA-EXEC
            AND (FD-VNC-DATA-FIM = ZEROS
                 OR FD-VNC-DATA-FIM >= WK-DATA-EXEC)
               IF WK-TOT-COTITULARES >= 5000
                   DISPLAY 'TABELA DE COTITULARES CHEIA (MAXIMO '
                           '5000 REGISTROS) - COBRANCA ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-COTITULARES
               MOVE WK-TOT-COTITULARES TO WK-IND-COT
               MOVE FD-VNC-CODIGO    TO COT-TAB-CODIGO(WK-IND-COT)
               MOVE FD-VNC-DOCUMENTO TO COT-TAB-DOCUMENTO(WK-IND-COT)
               MOVE FD-VNC-NOME      TO COT-TAB-NOME(WK-IND-COT)
               MOVE FD-VNC-CLIENTE   TO COT-TAB-CLIENTE(WK-IND-COT)
               MOVE FD-VNC-ENDERECO  TO COT-TAB-ENDERECO(WK-IND-COT)
               MOVE FD-VNC-CIDADE    TO COT-TAB-CIDADE(WK-IND-COT)
               MOVE FD-VNC-UF        TO COT-TAB-UF(WK-IND-COT)
               MOVE FD-VNC-CEP       TO COT-TAB-CEP(WK-IND-COT)
           END-IF.
           PERFORM 142-LER-VINCCTA.
       142-LER-VINCCTA.
           READ ARQ-VINCCTA
               AT END
                   MOVE '10' TO WK-FS-VINCCTA
           END-READ.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
      *    ENDERECO NO CLIDEMOG FICA NA CARTEIRA MAS A CARTA
      *    NAO E EMITIDA (EXCECAO PARA A RETAGUARDA)
       240-EMITIR-CARTA.
           MOVE FD-CLN-CODIGO TO WK-CODIGO-ENDERECO.
           PERFORM 250-LOCALIZAR-ENDERECO.
           IF ENDERECO-NAO-ACHADO
               ADD 1 TO WK-TOT-SEM-ENDER
                      DELIMITED BY SIZE INTO WK-LC-SITUACAO
               END-STRING
               PERFORM 260-GRAVAR-CONTROLE
               PERFORM 270-COPIAR-FIADOR
                   VARYING WK-IND-FIA FROM 1 BY 1
                   UNTIL WK-IND-FIA > WK-TOT-FIADORES
               PERFORM 280-COPIAR-COTITULAR
                   VARYING WK-IND-COT FROM 1 BY 1
                   UNTIL WK-IND-COT > WK-TOT-COTITULARES
           END-IF.
       245-DETALHAR-CARTA.
           MOVE SPACES TO LK-REL-DETALHE.
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           PERFORM 247-DETALHAR-TEXTO.
      *
      *    TEXTO DA CARTA, COMUM AO DEVEDOR E AS COPIAS
       247-DETALHAR-TEXTO.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 915-DETALHAR-LINHA.
           MOVE FD-CLN-SALDO-CC TO WK-SALDO-EDIT.
           PERFORM VARYING WK-IND-END FROM 1 BY 1
                   UNTIL WK-IND-END > WK-TOT-ENDERECOS
                   OR ENDERECO-ACHADO
               IF END-TAB-CODIGO(WK-IND-END) = WK-CODIGO-ENDERECO
                   SET ENDERECO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           MOVE FD-CLN-CODIGO TO WK-LC-CODIGO.
           MOVE FD-CLN-NOME   TO WK-LC-NOME.
           WRITE REG-RELCOB FROM WK-LINHA-CONTROLE.
      *
      *    COPIA DA CARTA AO FIADOR DE CONTRATO ATIVO DO
      *    DEVEDOR; QUEM AFIANCA MAIS DE UM CONTRATO DO
      *    MESMO DEVEDOR RECEBE UMA SO COPIA
       270-COPIAR-FIADOR.
           IF FIA-TAB-DEVEDOR(WK-IND-FIA) = FD-CLN-CODIGO
            AND FIA-TAB-ATIVO(WK-IND-FIA) = 'S'
               PERFORM 272-VERIFICAR-REPETIDO
               IF FIADOR-NOVO
                   PERFORM 275-EMITIR-COPIA
               END-IF
           END-IF.
       272-VERIFICAR-REPETIDO.
           SET FIADOR-NOVO TO TRUE.
           PERFORM VARYING WK-IND-FIA-ANT FROM 1 BY 1
                   UNTIL WK-IND-FIA-ANT >= WK-IND-FIA
                   OR FIADOR-REPETIDO
               IF FIA-TAB-DEVEDOR(WK-IND-FIA-ANT) = FD-CLN-CODIGO
                AND FIA-TAB-ATIVO(WK-IND-FIA-ANT) = 'S'
                AND FIA-TAB-CLIENTE(WK-IND-FIA-ANT)
                        = FIA-TAB-CLIENTE(WK-IND-FIA)
                AND FIA-TAB-DOCUMENTO(WK-IND-FIA-ANT)
                        = FIA-TAB-DOCUMENTO(WK-IND-FIA)
                   SET FIADOR-REPETIDO TO TRUE
               END-IF
           END-PERFORM.
      *
      *    FIADOR CLIENTE DA CASA RECEBE NO ENDERECO DO
      *    CLIDEMOG; O DE FORA, NO ENDERECO DO CADASTRO DE
      *    GARANTIAS. SEM ENDERECO, A COPIA NAO E EMITIDA
       275-EMITIR-COPIA.
           SET ENDERECO-NAO-ACHADO TO TRUE.
           IF FIA-TAB-CLIENTE(WK-IND-FIA) > ZEROS
               MOVE FIA-TAB-CLIENTE(WK-IND-FIA)
                    TO WK-CODIGO-ENDERECO
               PERFORM 250-LOCALIZAR-ENDERECO
           END-IF.
           IF ENDERECO-NAO-ACHADO
            AND FIA-TAB-ENDERECO(WK-IND-FIA) = SPACES
               ADD 1 TO WK-TOT-FIA-SEM-END
               MOVE SPACES TO WK-LC-SITUACAO
               STRING 'FIADOR SEM ENDERECO - CONTRATO '
                      FIA-TAB-CONTRATO(WK-IND-FIA)
                      DELIMITED BY SIZE INTO WK-LC-SITUACAO
               END-STRING
           ELSE
               ADD 1 TO WK-TOT-COPIAS
               PERFORM 276-DETALHAR-COPIA
               MOVE SPACES TO WK-LC-SITUACAO
               STRING 'COPIA AO FIADOR - CONTRATO '
                      FIA-TAB-CONTRATO(WK-IND-FIA)
                      DELIMITED BY SIZE INTO WK-LC-SITUACAO
               END-STRING
           END-IF.
           PERFORM 260-GRAVAR-CONTROLE.
       276-DETALHAR-COPIA.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'AO FIADOR ' FIA-TAB-NOME(WK-IND-FIA)
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           IF ENDERECO-ACHADO
               MOVE END-TAB-ENDERECO1(WK-IND-END) TO LK-REL-DETALHE
               PERFORM 915-DETALHAR-LINHA
               IF END-TAB-ENDERECO2(WK-IND-END) NOT = SPACES
                   MOVE END-TAB-ENDERECO2(WK-IND-END)
                        TO LK-REL-DETALHE
                   PERFORM 915-DETALHAR-LINHA
               END-IF
               MOVE SPACES TO LK-REL-DETALHE
               STRING END-TAB-CIDADE(WK-IND-END) ' '
                      END-TAB-UF(WK-IND-END)
                      ' CEP ' END-TAB-CEP(WK-IND-END)
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
           ELSE
               MOVE FIA-TAB-ENDERECO(WK-IND-FIA) TO LK-REL-DETALHE
               PERFORM 915-DETALHAR-LINHA
               MOVE SPACES TO LK-REL-DETALHE
               STRING FIA-TAB-CIDADE(WK-IND-FIA) ' '
                      FIA-TAB-UF(WK-IND-FIA)
                      ' CEP ' FIA-TAB-CEP(WK-IND-FIA)
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
           END-IF.
           PERFORM 915-DETALHAR-LINHA.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 915-DETALHAR-LINHA.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'NA QUALIDADE DE FIADOR DO CONTRATO '
                  FIA-TAB-CONTRATO(WK-IND-FIA)
                  ' DO CLIENTE ' FD-CLN-CODIGO ' - ' FD-CLN-NOME
                  ', SEGUE COPIA DA CARTA ENVIADA AO DEVEDOR:'
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           PERFORM 247-DETALHAR-TEXTO.
       280-COPIAR-COTITULAR.
           IF COT-TAB-CODIGO(WK-IND-COT) = FD-CLN-CODIGO
               PERFORM 285-EMITIR-VIA-COTITULAR
           END-IF.
      *
      *    O COTITULAR CLIENTE DA CASA RECEBE NO ENDERECO DO
      *    CLIDEMOG; O DE FORA, NO ENDERECO DO VINCULO. SEM
      *    ENDERECO, A VIA NAO E EMITIDA
       285-EMITIR-VIA-COTITULAR.
           SET ENDERECO-NAO-ACHADO TO TRUE.
           IF COT-TAB-CLIENTE(WK-IND-COT) > ZEROS
               MOVE COT-TAB-CLIENTE(WK-IND-COT)
                    TO WK-CODIGO-ENDERECO
               PERFORM 250-LOCALIZAR-ENDERECO
           END-IF.
           IF ENDERECO-NAO-ACHADO
            AND COT-TAB-ENDERECO(WK-IND-COT) = SPACES
               ADD 1 TO WK-TOT-COT-SEM-END
               MOVE SPACES TO WK-LC-SITUACAO
               STRING 'COTITULAR SEM ENDERECO '
                      COT-TAB-DOCUMENTO(WK-IND-COT)
                      DELIMITED BY SIZE INTO WK-LC-SITUACAO
               END-STRING
           ELSE
               ADD 1 TO WK-TOT-VIAS-COT
               PERFORM 286-DETALHAR-VIA-COTITULAR
               MOVE SPACES TO WK-LC-SITUACAO
               STRING 'VIA AO COTITULAR '
                      COT-TAB-DOCUMENTO(WK-IND-COT)
                      DELIMITED BY SIZE INTO WK-LC-SITUACAO
               END-STRING
           END-IF.
           PERFORM 260-GRAVAR-CONTROLE.
       286-DETALHAR-VIA-COTITULAR.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'AO COTITULAR ' COT-TAB-NOME(WK-IND-COT)
                  ' - CONTA ' FD-CLN-CODIGO
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           IF ENDERECO-ACHADO
               MOVE END-TAB-ENDERECO1(WK-IND-END) TO LK-REL-DETALHE
               PERFORM 915-DETALHAR-LINHA
               IF END-TAB-ENDERECO2(WK-IND-END) NOT = SPACES
                   MOVE END-TAB-ENDERECO2(WK-IND-END)
                        TO LK-REL-DETALHE
                   PERFORM 915-DETALHAR-LINHA
               END-IF
               MOVE SPACES TO LK-REL-DETALHE
               STRING END-TAB-CIDADE(WK-IND-END) ' '
                      END-TAB-UF(WK-IND-END)
                      ' CEP ' END-TAB-CEP(WK-IND-END)
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
           ELSE
               MOVE COT-TAB-ENDERECO(WK-IND-COT) TO LK-REL-DETALHE
               PERFORM 915-DETALHAR-LINHA
               MOVE SPACES TO LK-REL-DETALHE
               STRING COT-TAB-CIDADE(WK-IND-COT) ' '
                      COT-TAB-UF(WK-IND-COT)
                      ' CEP ' COT-TAB-CEP(WK-IND-COT)
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
           END-IF.
           PERFORM 915-DETALHAR-LINHA.
           PERFORM 247-DETALHAR-TEXTO.
      ***************************************
       300-LER-CLIENTEN SECTION.
       301-LER-CLIENTEN.
           DISPLAY 'CARTAS EMITIDAS           = ' WK-TOT-CARTAS.
           DISPLAY 'CLIENTES REGULARIZADOS    = ' WK-TOT-REGULARIZ.
           DISPLAY 'DEVEDORES SEM ENDERECO    = ' WK-TOT-SEM-ENDER.
           DISPLAY 'COPIAS AOS FIADORES       = ' WK-TOT-COPIAS.
           DISPLAY 'FIADORES SEM ENDERECO     = ' WK-TOT-FIA-SEM-END.
           DISPLAY 'VIAS AOS COTITULARES      = ' WK-TOT-VIAS-COT.
           DISPLAY 'COTITULARES SEM ENDERECO  = ' WK-TOT-COT-SEM-END.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CLIENTEN.
           CLOSE ARQ-COBNOVO.
