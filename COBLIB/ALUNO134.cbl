       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO134.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    RENOVACAO PERIODICA DO CADASTRO (CONHECA SEU *
      *    CLIENTE): RODADA MENSAL SOBRE OS CLIENTES    *
      *    ATIVOS DO ARQUIVO CLIENTES. O VENCIMENTO DA  *
      *    RENOVACAO SAI DA DATA DE CONFIRMACAO DO      *
      *    CLIDEMOG (CARIMBADA PELO ALUNO36) MAIS O     *
      *    PRAZO DO SEGMENTO DO ALUNO38 (SEGMENTO):     *
      *      R = 12 MESES   P = 24 MESES                *
      *      N = 60 MESES   I = 60 MESES                *
      *    (CLIENTE SEM SEGMENTO VALE COMO N). O        *
      *    CLIENTE QUE ENTRA NA ANTECEDENCIA DE AVISO   *
      *    RECEBE A CARTA DE RENOVACAO PELO SERVICO DE  *
      *    RELATORIOS (ALUNO48) COM O ENDERECO DO       *
      *    CLIDEMOG - MESMO DESENHO DAS CARTAS DE       *
      *    COBRANCA DO ALUNO71. VENCIDO HA MAIS QUE A   *
      *    CARENCIA, GERA O MOVIMENTO DE SITUACAO 'S'   *
      *    (BLOQUEADO) PARA O ALUNO27 (MOVKYC). A       *
      *    RETAGUARDA RECEBE O RELATORIO COM AS         *
      *    CONTAGENS A VENCER E VENCIDOS POR SEGMENTO   *
      *    E EMPRESA. CADASTRO SEM DATA DE CONFIRMACAO  *
      *    E SO RELATADO, SEM BLOQUEIO AUTOMATICO       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-SEGMENTO ASSIGN TO SEGMENTO
               FILE STATUS IS WK-FS-SEGMENTO.
           SELECT ARQ-MOVKYC   ASSIGN TO MOVKYC
               FILE STATUS IS WK-FS-MOVKYC.
           SELECT ARQ-CARTKYC  ASSIGN TO CARTKYC
               FILE STATUS IS WK-FS-CARTKYC.
           SELECT ARQ-RELKYC   ASSIGN TO RELKYC
               FILE STATUS IS WK-FS-RELKYC.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
       FD   ARQ-SEGMENTO
            RECORDING MODE IS F.
       01  REG-SEGMENTO.
           05 FD-SEG-CODIGO         PIC 9(5).
           05 FD-SEG-SEGMENTO       PIC X(01).
           05 FILLER                PIC X(04).
       FD   ARQ-MOVKYC
            RECORDING MODE IS F.
           COPY MOVCLI.
       FD   ARQ-CARTKYC
            RECORDING MODE IS F.
       01  REG-CARTKYC              PIC X(133).
       FD   ARQ-RELKYC
            RECORDING MODE IS F.
       01  REG-RELKYC               PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-SEGMENTO    PIC XX             VALUE SPACES.
       77  WK-FS-MOVKYC      PIC XX             VALUE SPACES.
       77  WK-FS-CARTKYC     PIC XX             VALUE SPACES.
       77  WK-FS-RELKYC      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-AVALIADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-A-VENCER   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-VENCIDOS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-CARTAS     PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-BLOQUEIOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SEM-CADASTRO PIC 9(05)        VALUE ZEROS.
       77  WK-TOT-SEM-DATA   PIC 9(05)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    PARAMETROS: PRAZO DE RENOVACAO EM MESES POR
      *    SEGMENTO (R, P, N, I), ANTECEDENCIA DA CARTA E
      *    CARENCIA APOS O VENCIMENTO ANTES DO BLOQUEIO
      *    (AMBAS EM MESES)
       01  WK-PARM-CARD.
           05 WK-PARM-MESES-R      PIC 9(3)      VALUE ZEROS.
           05 WK-PARM-MESES-P      PIC 9(3)      VALUE ZEROS.
           05 WK-PARM-MESES-N      PIC 9(3)      VALUE ZEROS.
           05 WK-PARM-MESES-I      PIC 9(3)      VALUE ZEROS.
           05 WK-PARM-AVISO        PIC 9(2)      VALUE ZEROS.
           05 WK-PARM-CARENCIA     PIC 9(2)      VALUE ZEROS.
      *
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-REF-ANOMES     PIC 9(6)           VALUE ZEROS.
       01  WK-DATA-CONF      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-CONF-R REDEFINES WK-DATA-CONF.
           05 WK-CNF-ANO           PIC 9(4).
           05 WK-CNF-MES           PIC 99.
           05 WK-CNF-DIA           PIC 99.
       77  WK-VENC-ANOMES    PIC 9(6)           VALUE ZEROS.
       77  WK-DIFERENCA-MESES PIC S9(6)         VALUE ZEROS.
       77  WK-MESES-ATRASO   PIC 9(6)           VALUE ZEROS.
       77  WK-PRAZO-MESES    PIC 9(3)           VALUE ZEROS.
       77  WK-SEGMENTO       PIC X(01)          VALUE SPACE.
       01  WK-VENCIMENTO     PIC 9(6)           VALUE ZEROS.
       01  WK-VENCIMENTO-R REDEFINES WK-VENCIMENTO.
           05 WK-VNC-ANO           PIC 9(4).
           05 WK-VNC-MES           PIC 99.
      *
      *    CADASTROS DO CLIDEMOG (ENDERECO E CONFIRMACAO)
       01  TABELA-CADASTROS.
           05 END-ENTRADA            OCCURS 5000 TIMES.
              10 END-TAB-CODIGO      PIC 9(5).
              10 END-TAB-ENDERECO1   PIC X(30).
              10 END-TAB-ENDERECO2   PIC X(30).
              10 END-TAB-CIDADE      PIC X(20).
              10 END-TAB-UF          PIC X(02).
              10 END-TAB-CEP         PIC 9(8).
              10 END-TAB-CONFIRMACAO PIC X(08).
       77  WK-TOT-ENDERECOS  PIC 9(05)          VALUE ZEROS.
       77  WK-IND-END        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-END      PIC X              VALUE 'N'.
           88 ENDERECO-ACHADO                   VALUE 'S'.
           88 ENDERECO-NAO-ACHADO               VALUE 'N'.
      *
      *    SEGMENTOS DA ULTIMA CLASSIFICACAO DO ALUNO38
       01  TABELA-SEGMENTOS.
           05 SEG-ENTRADA            OCCURS 5000 TIMES.
              10 SEG-TAB-CODIGO      PIC 9(5).
              10 SEG-TAB-SEGMENTO    PIC X(01).
       77  WK-TOT-SEGMENTOS  PIC 9(05)          VALUE ZEROS.
       77  WK-IND-SEG        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-SEG      PIC X              VALUE 'N'.
           88 SEGMENTO-ACHADO                   VALUE 'S'.
           88 SEGMENTO-NAO-ACHADO               VALUE 'N'.
      *
      *    RESUMO POR EMPRESA E SEGMENTO
       01  TABELA-RESUMO.
           05 RES-ENTRADA            OCCURS 400 TIMES.
              10 RES-TAB-EMPRESA     PIC 99.
              10 RES-TAB-SEGMENTO    PIC X(01).
              10 RES-TAB-A-VENCER    PIC 9(5).
              10 RES-TAB-VENCIDOS    PIC 9(5).
              10 RES-TAB-BLOQUEIOS   PIC 9(5).
       77  WK-TOT-RESUMO     PIC 9(03)          VALUE ZEROS.
       77  WK-IND-RES        PIC 9(03)          VALUE ZEROS.
       77  WK-ACHOU-RES      PIC X              VALUE 'N'.
           88 RESUMO-ACHADO                     VALUE 'S'.
           88 RESUMO-NAO-ACHADO                 VALUE 'N'.
      *
       01  WK-LINHA-CONTROLE.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
           05 WK-LC-CODIGO         PIC 9(5).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-SEGMENTO       PIC X(01).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-VENCIMENTO     PIC 9(6).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-NOME           PIC X(25).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-SITUACAO       PIC X(31).
       01  WK-LINHA-TITULO-RESUMO.
           05 FILLER               PIC X(40)     VALUE
              'RESUMO DA RENOVACAO CADASTRAL - EMPRESA '.
           05 FILLER               PIC X(40)     VALUE
              'SEG  A VENCER  VENCIDOS  BLOQUEIOS      '.
       01  WK-LINHA-RESUMO.
           05 FILLER               PIC X(37)     VALUE SPACES.
           05 WK-LR-EMPRESA        PIC 99.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LR-SEGMENTO       PIC X(01).
           05 FILLER               PIC X(04)     VALUE SPACES.
           05 WK-LR-A-VENCER       PIC ZZZZ9.
           05 FILLER               PIC X(05)     VALUE SPACES.
           05 WK-LR-VENCIDOS       PIC ZZZZ9.
           05 FILLER               PIC X(06)     VALUE SPACES.
           05 WK-LR-BLOQUEIOS      PIC ZZZZ9.
           05 FILLER               PIC X(08)     VALUE SPACES.
      *
      *    PAGINACAO E CABECALHOS DAS CARTAS PELO SERVICO
      *    PADRAO DE RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O SERVICO CENTRAL DE
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
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-CLIENTES = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO134' TO LK-PRM-PROGRAMA.
           MOVE 'PRAZOS-KYC' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:16) TO WK-PARM-CARD
           ELSE
               ACCEPT WK-PARM-CARD FROM SYSIN
           END-IF.
           PERFORM 105-ASSUMIR-PADROES.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           COMPUTE WK-REF-ANOMES = WK-EXE-ANO * 12 + WK-EXE-MES.
           OPEN INPUT  ARQ-CLIENTES.
           OPEN OUTPUT ARQ-MOVKYC.
           OPEN OUTPUT ARQ-CARTKYC.
           OPEN OUTPUT ARQ-RELKYC.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTES
                           ' NO COMANDO OPEN CLIENTES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'CARTAS DE RENOVACAO CADASTRAL' TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 110-CARREGAR-CADASTROS.
           PERFORM 120-CARREGAR-SEGMENTOS.
           PERFORM 301-LER-CLIENTES.
      *
      *    SEM PARAMETRO (ZEROS) VALE A REGRA DE 12/24/60
      *    MESES, CARTA UM MES ANTES E BLOQUEIO DOIS MESES
      *    APOS O VENCIMENTO
       105-ASSUMIR-PADROES.
           IF WK-PARM-MESES-R = ZEROS
               MOVE 12 TO WK-PARM-MESES-R
           END-IF.
           IF WK-PARM-MESES-P = ZEROS
               MOVE 24 TO WK-PARM-MESES-P
           END-IF.
           IF WK-PARM-MESES-N = ZEROS
               MOVE 60 TO WK-PARM-MESES-N
           END-IF.
           IF WK-PARM-MESES-I = ZEROS
               MOVE 60 TO WK-PARM-MESES-I
           END-IF.
           IF WK-PARM-AVISO = ZEROS
               MOVE 1 TO WK-PARM-AVISO
           END-IF.
           IF WK-PARM-CARENCIA = ZEROS
               MOVE 2 TO WK-PARM-CARENCIA
           END-IF.
       110-CARREGAR-CADASTROS.
           OPEN INPUT ARQ-CLIDEMOG.
           EVALUATE WK-FS-CLIDEMOG
               WHEN '00'
                   PERFORM 112-LER-CLIDEMOG
                   PERFORM 111-ACUMULAR-CADASTRO
                       UNTIL WK-FS-CLIDEMOG = '10'
                   CLOSE ARQ-CLIDEMOG
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIDEMOG NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       111-ACUMULAR-CADASTRO.
           IF WK-TOT-ENDERECOS >= 5000
               DISPLAY 'TABELA DE CADASTROS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - RENOVACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-ENDERECOS.
           MOVE FD-DEM-CODIGO    TO END-TAB-CODIGO(WK-TOT-ENDERECOS).
           MOVE FD-DEM-ENDERECO1
                TO END-TAB-ENDERECO1(WK-TOT-ENDERECOS).
           MOVE FD-DEM-ENDERECO2
                TO END-TAB-ENDERECO2(WK-TOT-ENDERECOS).
           MOVE FD-DEM-CIDADE    TO END-TAB-CIDADE(WK-TOT-ENDERECOS).
           MOVE FD-DEM-UF        TO END-TAB-UF(WK-TOT-ENDERECOS).
           MOVE FD-DEM-CEP       TO END-TAB-CEP(WK-TOT-ENDERECOS).
           MOVE FD-DEM-DATA-CONFIRMACAO
                TO END-TAB-CONFIRMACAO(WK-TOT-ENDERECOS).
           PERFORM 112-LER-CLIDEMOG.
       112-LER-CLIDEMOG.
           READ ARQ-CLIDEMOG
               AT END
                   MOVE '10' TO WK-FS-CLIDEMOG
           END-READ.
       120-CARREGAR-SEGMENTOS.
           OPEN INPUT ARQ-SEGMENTO.
           EVALUATE WK-FS-SEGMENTO
               WHEN '00'
                   PERFORM 122-LER-SEGMENTO
                   PERFORM 121-ACUMULAR-SEGMENTO
                       UNTIL WK-FS-SEGMENTO = '10'
                   CLOSE ARQ-SEGMENTO
               WHEN OTHER
                   DISPLAY 'ARQUIVO SEGMENTO NAO ENCONTRADO - '
                           'TODOS OS CLIENTES NO PRAZO DO NORMAL'
           END-EVALUATE.
       121-ACUMULAR-SEGMENTO.
           IF WK-TOT-SEGMENTOS >= 5000
               DISPLAY 'TABELA DE SEGMENTOS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - RENOVACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-SEGMENTOS.
           MOVE FD-SEG-CODIGO   TO SEG-TAB-CODIGO(WK-TOT-SEGMENTOS).
           MOVE FD-SEG-SEGMENTO TO SEG-TAB-SEGMENTO(WK-TOT-SEGMENTOS).
           PERFORM 122-LER-SEGMENTO.
       122-LER-SEGMENTO.
           READ ARQ-SEGMENTO
               AT END
                   MOVE '10' TO WK-FS-SEGMENTO
           END-READ.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF CLI-SIT-ATIVO
               PERFORM 210-AVALIAR-CLIENTE
           END-IF.
           PERFORM 301-LER-CLIENTES.
      *
      *    BLOQUEADOS, ENCERRADOS E FALECIDOS FICAM FORA: O
      *    BLOQUEIO JA PEDIDO NAO SE REPETE NA RODADA SEGUINTE
       210-AVALIAR-CLIENTE.
           ADD 1 TO WK-TOT-AVALIADOS.
           PERFORM 215-OBTER-SEGMENTO.
           PERFORM 250-LOCALIZAR-CADASTRO.
           MOVE ZEROS TO WK-VENCIMENTO.
           EVALUATE TRUE
               WHEN ENDERECO-NAO-ACHADO
                   ADD 1 TO WK-TOT-SEM-CADASTRO
                   MOVE 'SEM CADASTRO NO CLIDEMOG'
                        TO WK-LC-SITUACAO
                   PERFORM 260-GRAVAR-CONTROLE
               WHEN END-TAB-CONFIRMACAO(WK-IND-END) NOT NUMERIC
                OR END-TAB-CONFIRMACAO(WK-IND-END) = ZEROS
                   ADD 1 TO WK-TOT-SEM-DATA
                   MOVE 'SEM DATA DE CONFIRMACAO'
                        TO WK-LC-SITUACAO
                   PERFORM 260-GRAVAR-CONTROLE
               WHEN OTHER
                   PERFORM 220-APURAR-VENCIMENTO
           END-EVALUATE.
       215-OBTER-SEGMENTO.
           SET SEGMENTO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-SEG FROM 1 BY 1
                   UNTIL WK-IND-SEG > WK-TOT-SEGMENTOS
                   OR SEGMENTO-ACHADO
               IF SEG-TAB-CODIGO(WK-IND-SEG) = FD-CLI-CODIGO
                   SET SEGMENTO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           MOVE 'N' TO WK-SEGMENTO.
           IF SEGMENTO-ACHADO
               SUBTRACT 1 FROM WK-IND-SEG
               MOVE SEG-TAB-SEGMENTO(WK-IND-SEG) TO WK-SEGMENTO
           END-IF.
           EVALUATE WK-SEGMENTO
               WHEN 'R'
                   MOVE WK-PARM-MESES-R TO WK-PRAZO-MESES
               WHEN 'P'
                   MOVE WK-PARM-MESES-P TO WK-PRAZO-MESES
               WHEN 'I'
                   MOVE WK-PARM-MESES-I TO WK-PRAZO-MESES
               WHEN OTHER
                   MOVE 'N'             TO WK-SEGMENTO
                   MOVE WK-PARM-MESES-N TO WK-PRAZO-MESES
           END-EVALUATE.
      *
      *    VENCIMENTO = MES DA CONFIRMACAO + PRAZO DO
      *    SEGMENTO; A CARTA SAI QUANDO FALTAM EXATAMENTE OS
      *    MESES DE ANTECEDENCIA, O BLOQUEIO QUANDO O ATRASO
      *    ATINGE A CARENCIA
       220-APURAR-VENCIMENTO.
           MOVE END-TAB-CONFIRMACAO(WK-IND-END) TO WK-DATA-CONF.
           COMPUTE WK-VENC-ANOMES = WK-CNF-ANO * 12 + WK-CNF-MES
                                  + WK-PRAZO-MESES.
           COMPUTE WK-VNC-ANO = (WK-VENC-ANOMES - 1) / 12.
           COMPUTE WK-VNC-MES = WK-VENC-ANOMES - WK-VNC-ANO * 12.
           COMPUTE WK-DIFERENCA-MESES =
                   WK-VENC-ANOMES - WK-REF-ANOMES.
           EVALUATE TRUE
               WHEN WK-DIFERENCA-MESES > WK-PARM-AVISO
                   CONTINUE
               WHEN WK-DIFERENCA-MESES >= ZEROS
                   PERFORM 230-TRATAR-A-VENCER
               WHEN OTHER
                   PERFORM 240-TRATAR-VENCIDO
           END-EVALUATE.
       230-TRATAR-A-VENCER.
           ADD 1 TO WK-TOT-A-VENCER.
           PERFORM 270-ACUMULAR-RESUMO.
           ADD 1 TO RES-TAB-A-VENCER(WK-IND-RES).
           IF WK-DIFERENCA-MESES = WK-PARM-AVISO
               ADD 1 TO WK-TOT-CARTAS
               PERFORM 245-DETALHAR-CARTA
               MOVE 'A VENCER - CARTA EMITIDA'
                    TO WK-LC-SITUACAO
           ELSE
               MOVE 'A VENCER - JA NOTIFICADO'
                    TO WK-LC-SITUACAO
           END-IF.
           PERFORM 260-GRAVAR-CONTROLE.
       240-TRATAR-VENCIDO.
           ADD 1 TO WK-TOT-VENCIDOS.
           PERFORM 270-ACUMULAR-RESUMO.
           ADD 1 TO RES-TAB-VENCIDOS(WK-IND-RES).
           COMPUTE WK-MESES-ATRASO = 0 - WK-DIFERENCA-MESES.
           IF WK-MESES-ATRASO >= WK-PARM-CARENCIA
               ADD 1 TO WK-TOT-BLOQUEIOS
               ADD 1 TO RES-TAB-BLOQUEIOS(WK-IND-RES)
               PERFORM 280-GRAVAR-BLOQUEIO
               MOVE 'VENCIDO - BLOQUEIO SOLICITADO'
                    TO WK-LC-SITUACAO
           ELSE
               MOVE 'VENCIDO - EM CARENCIA'
                    TO WK-LC-SITUACAO
           END-IF.
           PERFORM 260-GRAVAR-CONTROLE.
       245-DETALHAR-CARTA.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'AO CLIENTE ' FD-CLI-CODIGO ' - ' FD-CLI-NOME
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           MOVE END-TAB-ENDERECO1(WK-IND-END) TO LK-REL-DETALHE.
           PERFORM 915-DETALHAR-LINHA.
           IF END-TAB-ENDERECO2(WK-IND-END) NOT = SPACES
               MOVE END-TAB-ENDERECO2(WK-IND-END) TO LK-REL-DETALHE
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING END-TAB-CIDADE(WK-IND-END) ' '
                  END-TAB-UF(WK-IND-END)
                  ' CEP ' END-TAB-CEP(WK-IND-END)
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 915-DETALHAR-LINHA.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'O PRAZO DE ATUALIZACAO DO SEU CADASTRO VENCE '
                  'EM ' WK-VNC-MES '/' WK-VNC-ANO '. COMPARECA A '
                  'SUA AGENCIA COM DOCUMENTO E COMPROVANTE DE '
                  'ENDERECO ATUALIZADOS.'
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           MOVE 'SEM A ATUALIZACAO A CONTA SERA BLOQUEADA.'
                TO LK-REL-DETALHE.
           PERFORM 915-DETALHAR-LINHA.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 915-DETALHAR-LINHA.
       250-LOCALIZAR-CADASTRO.
           SET ENDERECO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-END FROM 1 BY 1
                   UNTIL WK-IND-END > WK-TOT-ENDERECOS
                   OR ENDERECO-ACHADO
               IF END-TAB-CODIGO(WK-IND-END) = FD-CLI-CODIGO
                   SET ENDERECO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ENDERECO-ACHADO
               SUBTRACT 1 FROM WK-IND-END
           END-IF.
       260-GRAVAR-CONTROLE.
           MOVE FD-CLI-CODIGO TO WK-LC-CODIGO.
           MOVE WK-SEGMENTO   TO WK-LC-SEGMENTO.
           MOVE WK-VENCIMENTO TO WK-LC-VENCIMENTO.
           MOVE FD-CLI-NOME   TO WK-LC-NOME.
           WRITE REG-RELKYC FROM WK-LINHA-CONTROLE.
      *
      *    LINHA DO RESUMO DA EMPRESA/SEGMENTO DO CLIENTE EM
      *    WK-IND-RES (INCLUIDA SE NOVA)
       270-ACUMULAR-RESUMO.
           SET RESUMO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-RES FROM 1 BY 1
                   UNTIL WK-IND-RES > WK-TOT-RESUMO
                   OR RESUMO-ACHADO
               IF RES-TAB-EMPRESA(WK-IND-RES) = FD-CLI-EMPRESA
                AND RES-TAB-SEGMENTO(WK-IND-RES) = WK-SEGMENTO
                   SET RESUMO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF RESUMO-ACHADO
               SUBTRACT 1 FROM WK-IND-RES
           ELSE
               IF WK-TOT-RESUMO >= 400
                   DISPLAY 'TABELA DE RESUMO CHEIA (MAXIMO 400 '
                           'REGISTROS) - RENOVACAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-RESUMO
               MOVE WK-TOT-RESUMO  TO WK-IND-RES
               MOVE FD-CLI-EMPRESA TO RES-TAB-EMPRESA(WK-IND-RES)
               MOVE WK-SEGMENTO    TO RES-TAB-SEGMENTO(WK-IND-RES)
               MOVE ZEROS          TO RES-TAB-A-VENCER(WK-IND-RES)
               MOVE ZEROS          TO RES-TAB-VENCIDOS(WK-IND-RES)
               MOVE ZEROS          TO RES-TAB-BLOQUEIOS(WK-IND-RES)
           END-IF.
      *
      *    MOVIMENTO DE SITUACAO NO LAYOUT DO MOVCLI, SEM
      *    CARIMBO DE APROVACAO (BLOQUEIO NAO PASSA PELA
      *    FILA A QUATRO OLHOS NO ALUNO27)
       280-GRAVAR-BLOQUEIO.
           MOVE SPACES         TO REG-MOVCLI.
           MOVE 'S'            TO FD-MOV-FUNCAO.
           MOVE FD-CLI-CODIGO  TO FD-MOV-CODIGO.
           MOVE FD-CLI-NOME    TO FD-MOV-NOME.
           MOVE 'B'            TO FD-MOV-SITUACAO.
           MOVE FD-CLI-EMPRESA TO FD-MOV-EMPRESA.
           WRITE REG-MOVCLI.
      ***************************************
       300-LER-CLIENTES SECTION.
       301-LER-CLIENTES.
           READ ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTES
                           ' NO COMANDO READ CLIENTES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 910-GRAVAR-RESUMO.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-SAIDA.
           DISPLAY 'CLIENTES ATIVOS AVALIADOS = ' WK-TOT-AVALIADOS.
           DISPLAY 'RENOVACOES A VENCER       = ' WK-TOT-A-VENCER.
           DISPLAY 'RENOVACOES VENCIDAS       = ' WK-TOT-VENCIDOS.
           DISPLAY 'CARTAS EMITIDAS           = ' WK-TOT-CARTAS.
           DISPLAY 'BLOQUEIOS SOLICITADOS     = ' WK-TOT-BLOQUEIOS.
           DISPLAY 'CLIENTES SEM CADASTRO     = ' WK-TOT-SEM-CADASTRO.
           DISPLAY 'CADASTROS SEM CONFIRMACAO = ' WK-TOT-SEM-DATA.
           IF WK-TOT-BLOQUEIOS > ZEROS
            OR WK-TOT-SEM-CADASTRO > ZEROS
            OR WK-TOT-SEM-DATA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-MOVKYC.
           CLOSE ARQ-CARTKYC.
           CLOSE ARQ-RELKYC.
       910-GRAVAR-RESUMO.
           MOVE SPACES TO REG-RELKYC.
           WRITE REG-RELKYC.
           WRITE REG-RELKYC FROM WK-LINHA-TITULO-RESUMO.
           PERFORM VARYING WK-IND-RES FROM 1 BY 1
                   UNTIL WK-IND-RES > WK-TOT-RESUMO
               MOVE RES-TAB-EMPRESA(WK-IND-RES)   TO WK-LR-EMPRESA
               MOVE RES-TAB-SEGMENTO(WK-IND-RES)  TO WK-LR-SEGMENTO
               MOVE RES-TAB-A-VENCER(WK-IND-RES)  TO WK-LR-A-VENCER
               MOVE RES-TAB-VENCIDOS(WK-IND-RES)  TO WK-LR-VENCIDOS
               MOVE RES-TAB-BLOQUEIOS(WK-IND-RES) TO WK-LR-BLOQUEIOS
               WRITE REG-RELKYC FROM WK-LINHA-RESUMO
           END-PERFORM.
      ***************************************
       915-DETALHAR-LINHA.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-SAIDA.
       916-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-CARTKYC
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO134'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-SEM-CADASTRO TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
