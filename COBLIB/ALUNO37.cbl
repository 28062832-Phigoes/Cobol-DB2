      *    CLIENTE (COM CONTROLE DE CARRO), ALEM DO     *
      *    RELATORIO DE CONTROLE. CLIENTE QUE CONTINUA  *
      *    DORMENTE N MESES APOS A PRIMEIRA CARTA       *
      *    RECEBE A SEGUNDA NOTIFICACAO. CADA COTITULAR *
      *    EM VIGOR DA CONTA (VINCULOS DO ALUNO160)     *
      *    RECEBE A SUA VIA DA MESMA CARTA              *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-CARTAS.
           SELECT ARQ-RELCARTA ASSIGN TO RELCARTA
               FILE STATUS IS WK-FS-RELCARTA.
           SELECT ARQ-VINCCTA  ASSIGN TO VINCCTA
               FILE STATUS IS WK-FS-VINCCTA.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       FD   ARQ-RELCARTA
            RECORDING MODE IS F.
       01  REG-RELCARTA             PIC X(80).
       FD   ARQ-VINCCTA
            RECORDING MODE IS F.
           COPY VINCCTA.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       77  WK-TOT-SEGUNDAS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SEM-ENDER  PIC 9(05)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-FS-VINCCTA     PIC XX             VALUE SPACES.
       77  WK-TOT-COPIAS     PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-COT-SEM-ENDER PIC 9(05)       VALUE ZEROS.
      *
      *    PARAMETRO: MESES APOS A PRIMEIRA CARTA PARA EMITIR
      *    A SEGUNDA NOTIFICACAO
       77  WK-ACHOU-END      PIC X              VALUE 'N'.
           88 ENDERECO-ACHADO                   VALUE 'S'.
           88 ENDERECO-NAO-ACHADO               VALUE 'N'.
       77  WK-CODIGO-ENDERECO PIC 9(5)          VALUE ZEROS.
      *
      *    ENDERECO DA CARTA EM EMISSAO (DO CLIDEMOG OU, PARA O
      *    COTITULAR DE FORA, DO PROPRIO VINCULO)
       01  WK-CARTA-ENDERECO.
           05 WK-CEN-ENDERECO1     PIC X(30).
           05 WK-CEN-ENDERECO2     PIC X(30).
           05 WK-CEN-CIDADE        PIC X(20).
           05 WK-CEN-UF            PIC X(02).
           05 WK-CEN-CEP           PIC 9(8).
      *
      *    COTITULARES EM VIGOR E VIVOS (VINCULOS DO ALUNO160):
      *    CADA UM RECEBE A SUA VIA DA CARTA
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
      *    CONTROLE DE NOTIFICACOES JA EMITIDAS
       01  TABELA-NOTIFICACOES.
           05 WK-LC-NOME           PIC X(25).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-SITUACAO       PIC X(40).
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF WK-PARM-MESES = ZEROS
               MOVE 3 TO WK-PARM-MESES
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           COMPUTE WK-REF-ANOMES = WK-EXE-ANO * 12 + WK-EXE-MES.
           OPEN INPUT  ARQ-DORMFILE.
           END-EVALUATE.
           PERFORM 110-CARREGAR-ENDERECOS.
           PERFORM 120-CARREGAR-NOTIFICACOES.
           PERFORM 130-CARREGAR-COTITULARES.
           PERFORM 301-LER-DORMFILE.
       110-CARREGAR-ENDERECOS.
           OPEN INPUT ARQ-CLIDEMOG.
               AT END
                   MOVE '10' TO WK-FS-NOTIFOLD
           END-READ.
      *
      *    SEM O VINCCTA A CARTA SAI SO PARA O CLIENTE DO
      *    CODIGO, COMO ANTES DOS VINCULOS
       130-CARREGAR-COTITULARES.
           OPEN INPUT ARQ-VINCCTA.
           EVALUATE WK-FS-VINCCTA
               WHEN '00'
                   PERFORM 132-LER-VINCCTA
                   PERFORM 131-ACUMULAR-COTITULAR
                       UNTIL WK-FS-VINCCTA = '10'
                   CLOSE ARQ-VINCCTA
               WHEN OTHER
                   DISPLAY 'ARQUIVO VINCCTA NAO ENCONTRADO - '
                           'CARTAS SO AO CLIENTE DO CODIGO'
           END-EVALUATE.
       131-ACUMULAR-COTITULAR.
           IF VNC-TITULAR
            AND NOT VNC-SIT-FALECIDO
            AND FD-VNC-DATA-INICIO <= WK-DATA-EXEC
            AND (FD-VNC-DATA-FIM = ZEROS
                 OR FD-VNC-DATA-FIM >= WK-DATA-EXEC)
               IF WK-TOT-COTITULARES >= 5000
                   DISPLAY 'TABELA DE COTITULARES CHEIA (MAXIMO '
                           '5000 REGISTROS) - EMISSAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-COTITULARES
               MOVE FD-VNC-CODIGO
                    TO COT-TAB-CODIGO(WK-TOT-COTITULARES)
               MOVE FD-VNC-DOCUMENTO
                    TO COT-TAB-DOCUMENTO(WK-TOT-COTITULARES)
               MOVE FD-VNC-NOME
                    TO COT-TAB-NOME(WK-TOT-COTITULARES)
               MOVE FD-VNC-CLIENTE
                    TO COT-TAB-CLIENTE(WK-TOT-COTITULARES)
               MOVE FD-VNC-ENDERECO
                    TO COT-TAB-ENDERECO(WK-TOT-COTITULARES)
               MOVE FD-VNC-CIDADE
                    TO COT-TAB-CIDADE(WK-TOT-COTITULARES)
               MOVE FD-VNC-UF
                    TO COT-TAB-UF(WK-TOT-COTITULARES)
               MOVE FD-VNC-CEP
                    TO COT-TAB-CEP(WK-TOT-COTITULARES)
           END-IF.
           PERFORM 132-LER-VINCCTA.
       132-LER-VINCCTA.
           READ ARQ-VINCCTA
               AT END
                   MOVE '10' TO WK-FS-VINCCTA
           END-READ.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-DRM-CODIGO TO WK-CODIGO-ENDERECO.
           PERFORM 210-LOCALIZAR-ENDERECO.
           IF ENDERECO-NAO-ACHADO
               ADD 1 TO WK-TOT-SEM-ENDER
           PERFORM VARYING WK-IND-END FROM 1 BY 1
                   UNTIL WK-IND-END > WK-TOT-ENDERECOS
                   OR ENDERECO-ACHADO
               IF END-TAB-CODIGO(WK-IND-END) = WK-CODIGO-ENDERECO
                   SET ENDERECO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
                  DELIMITED BY SIZE INTO FD-CAR-TEXTO
           END-STRING.
           WRITE REG-CARTAS.
           MOVE END-TAB-ENDERECO1(WK-IND-END) TO WK-CEN-ENDERECO1.
           MOVE END-TAB-ENDERECO2(WK-IND-END) TO WK-CEN-ENDERECO2.
           MOVE END-TAB-CIDADE(WK-IND-END)    TO WK-CEN-CIDADE.
           MOVE END-TAB-UF(WK-IND-END)        TO WK-CEN-UF.
           MOVE END-TAB-CEP(WK-IND-END)       TO WK-CEN-CEP.
           PERFORM 251-GRAVAR-ENDERECO.
           PERFORM 252-GRAVAR-TEXTO.
           PERFORM VARYING WK-IND-COT FROM 1 BY 1
                   UNTIL WK-IND-COT > WK-TOT-COTITULARES
               IF COT-TAB-CODIGO(WK-IND-COT) = FD-DRM-CODIGO
                   PERFORM 270-EMITIR-COTITULAR
               END-IF
           END-PERFORM.
       251-GRAVAR-ENDERECO.
           MOVE ' '                 TO FD-CAR-CARRO.
           MOVE WK-CEN-ENDERECO1    TO FD-CAR-TEXTO.
           WRITE REG-CARTAS.
           IF WK-CEN-ENDERECO2 NOT = SPACES
               MOVE ' '              TO FD-CAR-CARRO
               MOVE WK-CEN-ENDERECO2 TO FD-CAR-TEXTO
               WRITE REG-CARTAS
           END-IF.
           MOVE ' ' TO FD-CAR-CARRO.
           MOVE SPACES TO FD-CAR-TEXTO.
           STRING WK-CEN-CIDADE ' ' WK-CEN-UF
                  ' CEP ' WK-CEN-CEP
                  DELIMITED BY SIZE INTO FD-CAR-TEXTO
           END-STRING.
           WRITE REG-CARTAS.
       252-GRAVAR-TEXTO.
           MOVE ' ' TO FD-CAR-CARRO.
           MOVE SPACES TO FD-CAR-TEXTO.
           WRITE REG-CARTAS.
                  DELIMITED BY SIZE INTO FD-CAR-TEXTO
           END-STRING.
           WRITE REG-CARTAS.
      *
      *    A CONTA E DE TODOS OS TITULARES: CADA COTITULAR
      *    RECEBE A SUA VIA, NO ENDERECO DO CLIDEMOG QUANDO E
      *    CLIENTE DA CASA, SENAO NO ENDERECO DO VINCULO. SEM
      *    ENDERECO, A VIA NAO E EMITIDA
       270-EMITIR-COTITULAR.
           SET ENDERECO-NAO-ACHADO TO TRUE.
           IF COT-TAB-CLIENTE(WK-IND-COT) > ZEROS
               MOVE COT-TAB-CLIENTE(WK-IND-COT) TO WK-CODIGO-ENDERECO
               PERFORM 210-LOCALIZAR-ENDERECO
           END-IF.
           IF ENDERECO-ACHADO
               MOVE END-TAB-ENDERECO1(WK-IND-END) TO WK-CEN-ENDERECO1
               MOVE END-TAB-ENDERECO2(WK-IND-END) TO WK-CEN-ENDERECO2
               MOVE END-TAB-CIDADE(WK-IND-END)    TO WK-CEN-CIDADE
               MOVE END-TAB-UF(WK-IND-END)        TO WK-CEN-UF
               MOVE END-TAB-CEP(WK-IND-END)       TO WK-CEN-CEP
           ELSE
               IF COT-TAB-ENDERECO(WK-IND-COT) NOT = SPACES
                   SET ENDERECO-ACHADO TO TRUE
                   MOVE COT-TAB-ENDERECO(WK-IND-COT)
                        TO WK-CEN-ENDERECO1
                   MOVE SPACES TO WK-CEN-ENDERECO2
                   MOVE COT-TAB-CIDADE(WK-IND-COT) TO WK-CEN-CIDADE
                   MOVE COT-TAB-UF(WK-IND-COT)     TO WK-CEN-UF
                   MOVE COT-TAB-CEP(WK-IND-COT)    TO WK-CEN-CEP
               END-IF
           END-IF.
           MOVE SPACES TO WK-LC-SITUACAO.
           IF ENDERECO-NAO-ACHADO
               ADD 1 TO WK-TOT-COT-SEM-ENDER
               STRING 'COTITULAR SEM ENDERECO '
                      COT-TAB-DOCUMENTO(WK-IND-COT)
                      DELIMITED BY SIZE INTO WK-LC-SITUACAO
               END-STRING
           ELSE
               ADD 1 TO WK-TOT-COPIAS
               MOVE '1'    TO FD-CAR-CARRO
               MOVE SPACES TO FD-CAR-TEXTO
               STRING 'AO COTITULAR ' COT-TAB-NOME(WK-IND-COT)
                      ' - CONTA ' FD-DRM-CODIGO
                      DELIMITED BY SIZE INTO FD-CAR-TEXTO
               END-STRING
               WRITE REG-CARTAS
               PERFORM 251-GRAVAR-ENDERECO
               PERFORM 252-GRAVAR-TEXTO
               STRING 'VIA DO COTITULAR '
                      COT-TAB-DOCUMENTO(WK-IND-COT)
                      DELIMITED BY SIZE INTO WK-LC-SITUACAO
               END-STRING
           END-IF.
           PERFORM 260-GRAVAR-CONTROLE.
       260-GRAVAR-CONTROLE.
           MOVE FD-DRM-CODIGO TO WK-LC-CODIGO.
           MOVE FD-DRM-NOME   TO WK-LC-NOME.
                   WK-TOT-SEGUNDAS.
           DISPLAY 'DORMENTES SEM ENDERECO          = '
                   WK-TOT-SEM-ENDER.
           DISPLAY 'VIAS EMITIDAS AOS COTITULARES   = '
                   WK-TOT-COPIAS.
           DISPLAY 'COTITULARES SEM ENDERECO        = '
                   WK-TOT-COT-SEM-ENDER.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-DORMFILE.
           CLOSE ARQ-NOTIFNEW.
