      ***************************************************
      *    ATUALIZAR SALDO DOS CLIENTES (BALANCE LINE)  *
      *    CLIENTES + LANCAM  ==>  CLIENTEN             *
      *    TUDO O QUE E EFETIVAMENTE POSTADO NA RODADA  *
      *    (CREDITOS, DEBITOS, TRANSFERENCIAS E O       *
      *    MOVIMENTO CONTRARIO DOS ESTORNOS) SAI NO     *
      *    ARQUIVO POSTDIA, IMAGEM COMPLETA DO LANCAM,  *
      *    PARA O DIARIO CONTABIL DO ALUNO124           *
      *    O LANCAMENTO DE ATM COM REFERENCIA DE CARTAO *
      *    (ARQUIVO CARTLAN DA REDE DE ATM) SO POSTA SE *
      *    O CARTAO FOR DO CLIENTE, ESTIVER ATIVO NO    *
      *    CADASTRO DE CARTOES (ALUNO166) E DENTRO DA   *
      *    VALIDADE NA DATA DO LANCAMENTO; SENAO VAI    *
      *    PARA O SUSPENSO COM MOTIVO CR. SEM           *
      *    REFERENCIA, O LANCAMENTO DE ATM DE CLIENTE   *
      *    QUE TEM CARTAO TAMBEM VAI PARA O SUSPENSO CR *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-PENHORA.
           SELECT ARQ-LIMCANAL ASSIGN TO LIMCANAL
               FILE STATUS IS WK-FS-LIMCANAL.
           SELECT ARQ-POSTDIA  ASSIGN TO POSTDIA
               FILE STATUS IS WK-FS-POSTDIA.
           SELECT ARQ-CARTAO   ASSIGN TO CARTAO
               FILE STATUS IS WK-FS-CARTAO.
           SELECT ARQ-CARTLAN  ASSIGN TO CARTLAN
               FILE STATUS IS WK-FS-CARTLAN.
      *
       DATA DIVISION.
       FILE SECTION.
           05 FD-LCN-CANAL          PIC X(01).
           05 FD-LCN-LIMITE-DIA     PIC 9(7)V99.
           05 FILLER                PIC X(05).
       FD   ARQ-POSTDIA
            RECORDING MODE IS F.
       01  REG-POSTDIA              PIC X(41).
       FD   ARQ-CARTAO
            RECORDING MODE IS F.
           COPY CARTAO.
       FD   ARQ-CARTLAN
            RECORDING MODE IS F.
           COPY CARTLAN.
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-LANCAM      PIC XX             VALUE SPACES.
       77  WK-PENHORA-TOTAL  PIC S9(8)V99       VALUE ZEROS.
       77  WK-FS-LIMCANAL    PIC XX             VALUE SPACES.
       77  WK-TOT-CANAL-SUSP PIC 9(5)           VALUE ZEROS.
       77  WK-FS-POSTDIA     PIC XX             VALUE SPACES.
       77  WK-TOT-POSTDIA    PIC 9(7)           VALUE ZEROS.
      *
      *    TETOS DIARIOS POR CANAL (ATM E INTERNET) POR
      *    CLIENTE: O TOTAL DE DEBITOS POSTADOS DO CANAL NA
       77  WK-ACUM-CANAL-ATM PIC 9(8)V99        VALUE ZEROS.
       77  WK-ACUM-CANAL-INT PIC 9(8)V99        VALUE ZEROS.
       77  WK-ACUM-PROJETADO PIC 9(8)V99        VALUE ZEROS.
       77  WK-FS-CARTAO      PIC XX             VALUE SPACES.
       77  WK-FS-CARTLAN     PIC XX             VALUE SPACES.
       77  WK-TEM-CARTAO     PIC X              VALUE 'N'.
       77  WK-TOT-CARTAO-SUSP PIC 9(5)          VALUE ZEROS.
       77  WK-TOT-ATM-SEM-CARTAO PIC 9(5)       VALUE ZEROS.
      *
      *    CADASTRO DE CARTOES DE DEBITO E REFERENCIAS DE
      *    CARTAO DOS LANCAMENTOS DE ATM DO DIA (CHAVE
      *    CLIENTE + NOTA): O LANCAMENTO FEITO COM CARTAO
      *    BLOQUEADO, CANCELADO, AINDA NAO ATIVADO, VENCIDO
      *    OU DE OUTRO CLIENTE NAO POSTA
       01  TABELA-CARTOES.
           05 CRT-ENTRADA            OCCURS 5000 TIMES.
              10 CRT-TAB-NUMERO      PIC 9(16).
              10 CRT-TAB-CODIGO      PIC 9(5).
              10 CRT-TAB-SITUACAO    PIC X(01).
              10 CRT-TAB-VALIDADE    PIC 9(6).
       77  WK-TOT-CARTOES    PIC 9(5)           VALUE ZEROS.
       77  WK-IND-CRT        PIC 9(5)           VALUE ZEROS.
       01  TABELA-CARTLAN.
           05 CLA-ENTRADA            OCCURS 5000 TIMES.
              10 CLA-TAB-CODIGO      PIC 9(5).
              10 CLA-TAB-NOTA        PIC 9(6).
              10 CLA-TAB-CARTAO      PIC 9(16).
       77  WK-TOT-CARTLAN    PIC 9(5)           VALUE ZEROS.
       77  WK-IND-CLA        PIC 9(5)           VALUE ZEROS.
       77  WK-CARTAO-LAN     PIC 9(16)          VALUE ZEROS.
       77  WK-ACHOU-CRT      PIC X              VALUE 'N'.
           88 CARTAO-ACHADO                     VALUE 'S'.
           88 CARTAO-NAO-ACHADO                 VALUE 'N'.
       77  WK-CRITICA-CARTAO PIC X              VALUE 'N'.
           88 CARTAO-RECUSADO                   VALUE 'S'.
           88 CARTAO-ACEITO                     VALUE 'N'.
      *
      *    COMPETENCIAS FECHADAS (LANCAMENTO COM DATA DENTRO
      *    DE MES FECHADO NAO POSTA)
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
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO09' TO LK-PRM-PROGRAMA.
               OPEN OUTPUT ARQ-RELAJUST
               OPEN OUTPUT ARQ-POSTNOVO
               OPEN OUTPUT ARQ-SUSTUSO
               OPEN OUTPUT ARQ-POSTDIA
           ELSE
               OPEN EXTEND ARQ-CLIENTEN
               OPEN EXTEND ARQ-SUSPENSO
               OPEN EXTEND ARQ-RELAJUST
               OPEN EXTEND ARQ-POSTNOVO
               OPEN EXTEND ARQ-SUSTUSO
               OPEN EXTEND ARQ-POSTDIA
               PERFORM 110-RESTAURAR-CHECKPOINT
           END-IF.
           PERFORM 118-ABRIR-POSTVELH.
           PERFORM 119-CARREGAR-SUSTACOES.
           PERFORM 124-CARREGAR-PENHORAS.
           PERFORM 127-CARREGAR-LIMCANAL.
           PERFORM 130-CARREGAR-CARTOES.
           PERFORM 133-CARREGAR-CARTLAN.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   CONTINUE
               AT END
                   MOVE '10' TO WK-FS-LIMCANAL
           END-READ.
      *
      *    CADASTRO DE CARTOES MANTIDO PELO ALUNO166; SEM O
      *    ARQUIVO, NENHUM LANCAMENTO DE ATM E CRITICADO
      *    PELO CARTAO
       130-CARREGAR-CARTOES.
           OPEN INPUT ARQ-CARTAO.
           EVALUATE WK-FS-CARTAO
               WHEN '00'
                   MOVE 'S' TO WK-TEM-CARTAO
                   PERFORM 132-LER-CARTAO
                   PERFORM 131-ACUMULAR-CARTAO
                       UNTIL WK-FS-CARTAO = '10'
                   CLOSE ARQ-CARTAO
               WHEN OTHER
                   DISPLAY 'ARQUIVO CARTAO NAO ENCONTRADO - '
                           'RODADA SEM CRITICA DE CARTAO'
           END-EVALUATE.
       131-ACUMULAR-CARTAO.
           IF WK-TOT-CARTOES >= 5000
               DISPLAY 'TABELA DE CARTOES CHEIA (MAXIMO 5000 '
                       'REGISTROS) - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CARTOES.
           MOVE FD-CRT-NUMERO   TO CRT-TAB-NUMERO(WK-TOT-CARTOES).
           MOVE FD-CRT-CODIGO   TO CRT-TAB-CODIGO(WK-TOT-CARTOES).
           MOVE FD-CRT-SITUACAO TO CRT-TAB-SITUACAO(WK-TOT-CARTOES).
           MOVE FD-CRT-VALIDADE TO CRT-TAB-VALIDADE(WK-TOT-CARTOES).
           PERFORM 132-LER-CARTAO.
       132-LER-CARTAO.
           READ ARQ-CARTAO
               AT END
                   MOVE '10' TO WK-FS-CARTAO
           END-READ.
      *
      *    REFERENCIAS DE CARTAO DOS LANCAMENTOS DE ATM,
      *    ENTREGUES PELA REDE JUNTO COM O LANCAM, MAIS AS
      *    DOS ITENS CR RECICLADOS DO SUSPENSO (ALUNO26); O
      *    LANCAMENTO DE ATM SEM REFERENCIA SO POSTA (E E
      *    CONTADO) SE O CLIENTE NAO TEM CARTAO
       133-CARREGAR-CARTLAN.
           OPEN INPUT ARQ-CARTLAN.
           EVALUATE WK-FS-CARTLAN
               WHEN '00'
                   PERFORM 135-LER-CARTLAN
                   PERFORM 134-ACUMULAR-CARTLAN
                       UNTIL WK-FS-CARTLAN = '10'
                   CLOSE ARQ-CARTLAN
               WHEN OTHER
                   DISPLAY 'ARQUIVO CARTLAN NAO ENCONTRADO - '
                           'RODADA SEM REFERENCIA DE CARTAO'
           END-EVALUATE.
       134-ACUMULAR-CARTLAN.
           IF WK-TOT-CARTLAN >= 5000
               DISPLAY 'TABELA DE REFERENCIAS DE CARTAO CHEIA '
                       '(MAXIMO 5000 REGISTROS) - PROCESSAMENTO '
                       'ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CARTLAN.
           MOVE FD-CLA-CODIGO TO CLA-TAB-CODIGO(WK-TOT-CARTLAN).
           MOVE FD-CLA-NOTA   TO CLA-TAB-NOTA(WK-TOT-CARTLAN).
           MOVE FD-CLA-CARTAO TO CLA-TAB-CARTAO(WK-TOT-CARTLAN).
           PERFORM 135-LER-CARTLAN.
       135-LER-CARTLAN.
           READ ARQ-CARTLAN
               AT END
                   MOVE '10' TO WK-FS-CARTLAN
           END-READ.
       110-RESTAURAR-CHECKPOINT.
           OPEN INPUT ARQ-CHECKOLD.
           EVALUATE WK-FS-CHECKOLD
      *    REGISTROS NA PROVA E O AJUSTES NAO PODE CARREGA-LOS
       210-ACUMULAR-LANCAMENTOS.
           PERFORM 219-VERIFICAR-COMPETENCIA.
           PERFORM 248-VERIFICAR-CARTAO.
           EVALUATE TRUE
               WHEN FD-LAN-CODIGO < FD-CLI-CODIGO
                   PERFORM 211-GRAVAR-SUSPENSO
                   PERFORM 231-GRAVAR-AJUSTE
               WHEN FD-LAN-EMPRESA NOT = FD-CLI-EMPRESA
                   PERFORM 232-GRAVAR-SUSPENSO-EMPRESA
               WHEN CARTAO-RECUSADO
                   PERFORM 249-GRAVAR-SUSPENSO-CARTAO
               WHEN CLI-SIT-ATIVO
                   PERFORM 212-POSTAR-LANCAMENTO
               WHEN OTHER
           WRITE REG-SUSPLAN.
           ADD 1 TO WK-TOT-SUSPENSOS.
           ADD 1 TO WK-TOT-CANAL-SUSP.
      *
      *    CRITICA DO CARTAO NO LANCAMENTO DE ATM DO
      *    CLIENTE CORRENTE. ESTORNOS E POSTAGENS DAS FAIXAS
      *    RESERVADAS (600000-999999) NAO SAO OPERACOES DO
      *    CARTAO E FICAM FORA; A VALIDADE VALE ATE O FIM
      *    DO MES E E COMPARADA COM A COMPETENCIA DO
      *    LANCAMENTO
       248-VERIFICAR-CARTAO.
           SET CARTAO-ACEITO TO TRUE.
           IF FD-LAN-CANAL = 'A'
            AND FD-LAN-TIPO NOT = 'E'
            AND FD-LAN-NOTA < 600000
            AND FD-LAN-CODIGO = FD-CLI-CODIGO
            AND WK-TEM-CARTAO = 'S'
               SET CARTAO-NAO-ACHADO TO TRUE
               PERFORM VARYING WK-IND-CLA FROM 1 BY 1
                       UNTIL WK-IND-CLA > WK-TOT-CARTLAN
                       OR CARTAO-ACHADO
                   IF CLA-TAB-CODIGO(WK-IND-CLA) = FD-LAN-CODIGO
                    AND CLA-TAB-NOTA(WK-IND-CLA) = FD-LAN-NOTA
                       SET CARTAO-ACHADO TO TRUE
                   END-IF
               END-PERFORM
               IF CARTAO-NAO-ACHADO
                   PERFORM 242-VERIFICAR-PORTADOR
               ELSE
                   SUBTRACT 1 FROM WK-IND-CLA
                   MOVE CLA-TAB-CARTAO(WK-IND-CLA) TO WK-CARTAO-LAN
                   PERFORM 243-CRITICAR-CARTAO
               END-IF
           END-IF.
      *
      *    LANCAMENTO DE ATM SEM REFERENCIA DE CARTAO: SE O
      *    CLIENTE TEM CARTAO NO CADASTRO O ITEM NAO POSTA
      *    SEM CRITICA E VAI PARA O SUSPENSO (MOTIVO CR, COM
      *    O CARTAO ZERADO); SO O CLIENTE SEM NENHUM CARTAO
      *    POSTA, E O ITEM E CONTADO
       242-VERIFICAR-PORTADOR.
           PERFORM VARYING WK-IND-CRT FROM 1 BY 1
                   UNTIL WK-IND-CRT > WK-TOT-CARTOES
                   OR CARTAO-ACHADO
               IF CRT-TAB-CODIGO(WK-IND-CRT) = FD-LAN-CODIGO
                   SET CARTAO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF CARTAO-ACHADO
               MOVE ZEROS TO WK-CARTAO-LAN
               SET CARTAO-RECUSADO TO TRUE
           ELSE
               ADD 1 TO WK-TOT-ATM-SEM-CARTAO
           END-IF.
       243-CRITICAR-CARTAO.
           SET CARTAO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CRT FROM 1 BY 1
                   UNTIL WK-IND-CRT > WK-TOT-CARTOES
                   OR CARTAO-ACHADO
               IF CRT-TAB-NUMERO(WK-IND-CRT) = WK-CARTAO-LAN
                   SET CARTAO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF CARTAO-NAO-ACHADO
               SET CARTAO-RECUSADO TO TRUE
           ELSE
               SUBTRACT 1 FROM WK-IND-CRT
               IF CRT-TAB-CODIGO(WK-IND-CRT) NOT = FD-LAN-CODIGO
                OR CRT-TAB-SITUACAO(WK-IND-CRT) NOT = 'A'
                OR CRT-TAB-VALIDADE(WK-IND-CRT) < WK-LAN-ANOMES
                   SET CARTAO-RECUSADO TO TRUE
               END-IF
           END-IF.
       249-GRAVAR-SUSPENSO-CARTAO.
           MOVE SPACES        TO REG-SUSPLAN.
           MOVE REG-LANCAM    TO FD-SUS-REGISTRO.
           MOVE WK-CARTAO-LAN TO FD-SUS-REGISTRO(42:16).
           SET SUS-MOT-CARTAO TO TRUE.
           MOVE ZEROS         TO FD-SUS-NOITES.
           WRITE REG-SUSPLAN.
           ADD 1 TO WK-TOT-SUSPENSOS.
           ADD 1 TO WK-TOT-CARTAO-SUSP.
       238-POSTAR-DEBITO-LIVRE.
           COMPUTE WK-SALDO-PROJETADO = WK-SALDO-CC - FD-LAN-VALOR.
           COMPUTE WK-LIMITE-NEG = 0 - FD-CLI-LIMITE.
               ELSE
                   SUBTRACT FD-LAN-VALOR FROM WK-SALDO-POUP
                   ADD      FD-LAN-VALOR TO WK-SALDO-CC
                   PERFORM 247-GRAVAR-POSTDIA
               END-IF
           ELSE
               COMPUTE WK-SALDO-PROJETADO =
                   WHEN OTHER
                       MOVE WK-SALDO-PROJETADO TO WK-SALDO-CC
                       ADD FD-LAN-VALOR        TO WK-SALDO-POUP
                       PERFORM 247-GRAVAR-POSTDIA
               END-EVALUATE
           END-IF.
       218-GRAVAR-SUSPENSO-SEM-SALDO.
           MOVE FD-LAN-VALOR TO PST-TAB-VALOR(WK-TOT-POSTADOS).
           MOVE 'N'          TO PST-TAB-ESTORNADO(WK-TOT-POSTADOS).
           MOVE ZEROS        TO PST-TAB-NOITES(WK-TOT-POSTADOS).
           PERFORM 247-GRAVAR-POSTDIA.
      *
      *    IMAGEM DO LANCAMENTO EFETIVAMENTE POSTADO, PARA O
      *    DIARIO CONTABIL DA RODADA
       247-GRAVAR-POSTDIA.
           WRITE REG-POSTDIA FROM REG-LANCAM.
           ADD 1 TO WK-TOT-POSTDIA.
      *
      *    ESTORNO: SO POSTA SE A NOTA ORIGINAL FOI POSTADA
      *    NESTA RODADA PARA O MESMO CLIENTE, MESMA CONTA E
               MOVE 'C' TO REG-ESTADJ(6:1)
           END-IF.
           WRITE REG-ESTADJ.
           WRITE REG-POSTDIA FROM REG-ESTADJ.
           ADD 1 TO WK-TOT-POSTDIA.
       228-RELATAR-ESTORNO.
           MOVE FD-LAN-CODIGO    TO WK-EST-CODIGO.
           MOVE FD-LAN-NOTA      TO WK-EST-NOTA.
                   WK-TOT-PENHORADOS.
           DISPLAY 'TOTAL DE DEBITOS ALEM DO TETO DO CANAL = '
                   WK-TOT-CANAL-SUSP.
           DISPLAY 'TOTAL DE ATM RECUSADOS PELO CARTAO = '
                   WK-TOT-CARTAO-SUSP.
           DISPLAY 'TOTAL DE LANCAMENTOS DE ATM SEM CARTAO = '
                   WK-TOT-ATM-SEM-CARTAO.
           DISPLAY 'TOTAL DE MOVIMENTOS POSTADOS NO DIA = '
                   WK-TOT-POSTDIA.
           PERFORM 920-GRAVAR-CHECKPOINT.
           PERFORM 925-GRAVAR-CLNCTL.
           PERFORM 930-GRAVAR-CTLLOG.
           END-IF.
           CLOSE ARQ-POSTNOVO.
           CLOSE ARQ-SUSTUSO.
           CLOSE ARQ-POSTDIA.
       910-DRENAR-LANCAM-ORFAOS.
           PERFORM 211-GRAVAR-SUSPENSO.
           PERFORM 401-LER-LANCAM.
