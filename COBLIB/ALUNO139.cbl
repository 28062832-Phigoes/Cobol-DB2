       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO139.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    BAIXA MENSAL DE EMPRESTIMOS COMO PERDA: O    *
      *    CONTRATO ATIVO DE CLIENTE COM PARCELAS       *
      *    RECUSADAS NO RECUSAS.EMP (MOTIVO LI, FAIXA   *
      *    800000+) CUJO ATRASO, CONTADO EM DIAS UTEIS  *
      *    DESDE A PRIMEIRA RECUSA DO REGISTRO DE       *
      *    ATRASOS DO ALUNO115 (CALENDARIO DO ALUNO63), *
      *    CHEGA AO LIMITE DE PERDA (PARAMETRO          *
      *    DIAS-PERDA DO ALUNO46 OU CARTAO SYSIN,       *
      *    PADRAO 180) SAI DO EMPREST PARA O MESTRE DE  *
      *    BAIXADOS, COM O SALDO NA BAIXA (SALDO        *
      *    DEVEDOR DO CRONOGRAMA DO ALUNO64 MAIS AS     *
      *    PARCELAS EM ATRASO), A DATA E O MOTIVO.      *
      *    CLIENTE COM ACORDO VIGENTE (ALUNO137) NAO E  *
      *    BAIXADO. A BAIXA SAI NO LAYOUT DO GLFEED     *
      *    (TIPO 'BX', CODFUN = EMPRESA) EM PARES       *
      *    BALANCEADOS:                                 *
      *      REVERSAO    D RPRV / C DPRV (PROVISAO      *
      *                  DA BANDA SOBRE O ATRASO)       *
      *      PERDA       D DPER / C CEMP (SALDO NA      *
      *                  BAIXA)                         *
      *    OS RECEBIMENTOS DE CONTRATO BAIXADO          *
      *    GRAVADOS PELA QUITACAO (ALUNO114) SAO        *
      *    RECONHECIDOS COMO RECEITA DE RECUPERACAO:    *
      *      RECUPERACAO D TREC / C RREC                *
      *    ACUMULAM NO MESTRE DE BAIXADOS E PASSAM AO   *
      *    HISTORICO DE RECUPERACOES DO RELATORIO       *
      *    ANUAL (ALUNO140). AS PARCELAS RECUSADAS DOS  *
      *    CONTRATOS BAIXADOS SAEM DA COPIA NOVA DO     *
      *    RECUSAS.EMP (RECNOVO), PARA O ALUNO65 NAO    *
      *    AS REFATURAR. RODAR DEPOIS DO ALUNO115 E     *
      *    ANTES DO FATURAMENTO DO MES                  *
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
           SELECT ARQ-EMPNOVO  ASSIGN TO EMPNOVO
               FILE STATUS IS WK-FS-EMPNOVO.
           SELECT ARQ-RECUSEMP ASSIGN TO RECUSEMP
               FILE STATUS IS WK-FS-RECUSEMP.
           SELECT ARQ-RECNOVO  ASSIGN TO RECNOVO
               FILE STATUS IS WK-FS-RECNOVO.
           SELECT ARQ-ATRASO   ASSIGN TO ATRASO
               FILE STATUS IS WK-FS-ATRASO.
           SELECT ARQ-ACORDOS  ASSIGN TO ACORDOS
               FILE STATUS IS WK-FS-ACORDOS.
           SELECT ARQ-PROVTAB  ASSIGN TO PROVTAB
               FILE STATUS IS WK-FS-PROVTAB.
           SELECT ARQ-BAIXVELH ASSIGN TO BAIXVELH
               FILE STATUS IS WK-FS-BAIXVELH.
           SELECT ARQ-BAIXNOVO ASSIGN TO BAIXNOVO
               FILE STATUS IS WK-FS-BAIXNOVO.
           SELECT ARQ-RECUPMOV ASSIGN TO RECUPMOV
               FILE STATUS IS WK-FS-RECUPMOV.
           SELECT ARQ-RECHIST  ASSIGN TO RECHIST
               FILE STATUS IS WK-FS-RECHIST.
           SELECT ARQ-BXFEED   ASSIGN TO BXFEED
               FILE STATUS IS WK-FS-BXFEED.
           SELECT ARQ-RELBXA   ASSIGN TO RELBXA
               FILE STATUS IS WK-FS-RELBXA.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-EMPNOVO
            RECORDING MODE IS F.
       01  REG-EMPNOVO              PIC X(60).
       FD   ARQ-RECUSEMP
            RECORDING MODE IS F.
           COPY SUSPLAN.
       FD   ARQ-RECNOVO
            RECORDING MODE IS F.
       01  REG-RECNOVO              PIC X(80).
       FD   ARQ-ATRASO
            RECORDING MODE IS F.
       01  REG-ATRASO.
           05 FD-ATR-CODIGO         PIC 9(5).
           05 FD-ATR-DATA-PRIMEIRA  PIC 9(8).
           05 FILLER                PIC X(7).
       FD   ARQ-ACORDOS
            RECORDING MODE IS F.
           COPY ACORDO.
       FD   ARQ-PROVTAB
            RECORDING MODE IS F.
       01  REG-PROVTAB.
           05 FD-PRV-BANDA          PIC 9(1).
           05 FD-PRV-PCT            PIC 9(3)V99.
           05 FILLER                PIC X(74).
       FD   ARQ-BAIXVELH
            RECORDING MODE IS F.
           COPY BAIXAEMP.
       FD   ARQ-BAIXNOVO
            RECORDING MODE IS F.
       01  REG-BAIXNOVO             PIC X(100).
       FD   ARQ-RECUPMOV
            RECORDING MODE IS F.
           COPY RECUPER.
       FD   ARQ-RECHIST
            RECORDING MODE IS F.
       01  REG-RECHIST              PIC X(40).
       FD   ARQ-BXFEED
            RECORDING MODE IS F.
       01  REG-BXFEED.
           05 BF-TIPO-REGISTRO      PIC X(02).
           05 BF-CODFUN             PIC 9(5).
           05 BF-CENTRO-CUSTO       PIC X(04).
           05 BF-VALOR              PIC 9(9)V99.
           05 BF-SINAL              PIC X(01).
           05 BF-DATA-REFERENCIA    PIC 9(8).
           05 BF-CENTRO-ORIGEM      PIC X(04).
           05 FILLER                PIC X(45).
       01  REG-BFTRAILER REDEFINES REG-BXFEED.
           05 FILLER                PIC X(02).
           05 BF-TRL-QTDE           PIC 9(7).
           05 BF-TRL-DEBITOS        PIC 9(11)V99.
           05 BF-TRL-CREDITOS       PIC 9(11)V99.
           05 FILLER                PIC X(45).
       FD   ARQ-RELBXA
            RECORDING MODE IS F.
       01  REG-RELBXA               PIC X(100).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-EMPNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-RECUSEMP    PIC XX             VALUE SPACES.
       77  WK-FS-RECNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-ATRASO      PIC XX             VALUE SPACES.
       77  WK-FS-ACORDOS     PIC XX             VALUE SPACES.
       77  WK-FS-PROVTAB     PIC XX             VALUE SPACES.
       77  WK-FS-BAIXVELH    PIC XX             VALUE SPACES.
       77  WK-FS-BAIXNOVO    PIC XX             VALUE SPACES.
       77  WK-FS-RECUPMOV    PIC XX             VALUE SPACES.
       77  WK-FS-RECHIST     PIC XX             VALUE SPACES.
       77  WK-FS-BXFEED      PIC XX             VALUE SPACES.
       77  WK-FS-RELBXA      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-BAIXAS     PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-RECUPERACOES PIC 9(05)        VALUE ZEROS.
       77  WK-TOT-SEM-BAIXA  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ABSORVIDAS PIC 9(05)          VALUE ZEROS.
       77  WK-PARM-DIAS      PIC 9(03)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    PARCELAS RECUSADAS POR CLIENTE. VISITADO = S
      *    QUANDO O PRIMEIRO CONTRATO ATIVO DO CLIENTE JA
      *    FOI EXAMINADO (A REGRA DE ATRIBUICAO DO ALUNO115);
      *    BAIXADO = S QUANDO O CONTRATO SAIU COMO PERDA
       01  TABELA-RECUSAS.
           05 RCS-ENTRADA            OCCURS 2000 TIMES.
              10 RCS-TAB-CODIGO      PIC 9(5).
              10 RCS-TAB-QTDE        PIC 9(3).
              10 RCS-TAB-VALOR       PIC 9(9)V99.
              10 RCS-TAB-VISITADO    PIC X(1).
              10 RCS-TAB-BAIXADO     PIC X(1).
       77  WK-TOT-RECUSAS    PIC 9(04)          VALUE ZEROS.
       77  WK-IND-RCS        PIC 9(04)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    DATA DA PRIMEIRA RECUSA POR CLIENTE (ALUNO115)
       01  TABELA-ATRASOS.
           05 ATR-ENTRADA            OCCURS 2000 TIMES.
              10 ATR-TAB-CODIGO      PIC 9(5).
              10 ATR-TAB-DATA        PIC 9(8).
       77  WK-TOT-ATRASOS    PIC 9(04)          VALUE ZEROS.
       77  WK-IND-ATR        PIC 9(04)          VALUE ZEROS.
       77  WK-DIAS-ATRASO    PIC 9(3)           VALUE ZEROS.
      *
      *    CLIENTES COM ACORDO DE RENEGOCIACAO VIGENTE
       01  TABELA-RENEGOCIADOS.
           05 RNG-ENTRADA            OCCURS 2000 TIMES.
              10 RNG-TAB-CODIGO      PIC 9(5).
       77  WK-TOT-RENEG      PIC 9(04)          VALUE ZEROS.
       77  WK-IND-RNG        PIC 9(04)          VALUE ZEROS.
      *
      *    RECEBIMENTOS DE CONTRATOS BAIXADOS AINDA NAO
      *    RECONHECIDOS. APLICADO = S QUANDO CASADO COM O
      *    MESTRE DE BAIXADOS
       01  TABELA-RECUPERACOES.
           05 RCP-ENTRADA            OCCURS 2000 TIMES.
              10 RCP-TAB-REGISTRO    PIC X(40).
              10 RCP-TAB-APLICADO    PIC X(1).
       77  WK-TOT-RECUP      PIC 9(04)          VALUE ZEROS.
       77  WK-IND-RCP        PIC 9(04)          VALUE ZEROS.
      *
      *    IMAGEM DO RECEBIMENTO DENTRO DA TABELA
       01  WK-RECUPERACAO.
           05 WK-RCP-CODIGO         PIC 9(5).
           05 WK-RCP-CONTRATO       PIC 9(6).
           05 WK-RCP-DATA           PIC 9(8).
           05 WK-RCP-VALOR          PIC 9(7)V99.
           05 WK-RCP-NOTA           PIC 9(6).
           05 WK-RCP-EMPRESA        PIC 99.
           05 FILLER                PIC X(04).
      *
      *    AREA DE COMUNICACAO COM O ALUNO46 (PARAMETROS)
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
      *    AREA DE COMUNICACAO COM O ALUNO63 (CALENDARIO)
           COPY CALSRV.
      *
      *    PERCENTUAIS DE PROVISAO POR BANDA
       01  TABELA-PROVISAO.
           05 PRV-ENTRADA            OCCURS 5 TIMES.
              10 PRV-TAB-PCT         PIC 9(3)V99.
      *
      *    IMAGEM DO LANCAMENTO DENTRO DO REGISTRO SUSPENSO
       01  WK-LANCAM-SUSP.
           05 WK-LSU-CODIGO         PIC 9(5).
           05 WK-LSU-TIPO           PIC X(01).
           05 WK-LSU-VALOR          PIC 9(6)V99.
           05 WK-LSU-NOTA           PIC 9(6).
           05 FILLER                PIC X(41).
      *
      *    CONTRATO BAIXADO NESTA RODADA, NO LAYOUT DO
      *    MESTRE DE BAIXADOS
       01  WK-BAIXA-NOVA.
           05 WK-BXN-CODIGO         PIC 9(5).
           05 WK-BXN-CONTRATO       PIC 9(6).
           05 WK-BXN-EMPRESA        PIC 99.
           05 WK-BXN-PRINCIPAL      PIC 9(7)V99.
           05 WK-BXN-PRAZO          PIC 9(3).
           05 WK-BXN-PARCELAS-FATUR PIC 9(3).
           05 WK-BXN-DATA-CONTRATO  PIC 9(8).
           05 WK-BXN-DATA-BAIXA     PIC 9(8).
           05 WK-BXN-SALDO-BAIXA    PIC 9(9)V99.
           05 WK-BXN-PROVISAO       PIC 9(9)V99.
           05 WK-BXN-MOTIVO         PIC X(02).
           05 WK-BXN-DIAS-ATRASO    PIC 9(3).
           05 WK-BXN-RECUPERADO     PIC 9(9)V99.
           05 WK-BXN-DATA-ULT-RECUP PIC 9(8).
           05 FILLER                PIC X(10).
      *
       77  WK-BAIXAR         PIC X              VALUE 'N'.
           88 CONTRATO-BAIXAR                   VALUE 'S'.
       77  WK-BANDA          PIC 9(1)           VALUE ZEROS.
       77  WK-SALDO-DEVEDOR  PIC 9(9)V99        VALUE ZEROS.
       77  WK-TOT-SALDO      PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-PROVISAO   PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-RECUPERADO PIC 9(11)V99       VALUE ZEROS.
      *
      *    PAR BALANCEADO DO GLFEED
       77  WK-PAR-DEBITO     PIC X(04)          VALUE SPACES.
       77  WK-PAR-CREDITO    PIC X(04)          VALUE SPACES.
       77  WK-PAR-EMPRESA    PIC 99             VALUE ZEROS.
       77  WK-PAR-VALOR      PIC 9(9)V99        VALUE ZEROS.
       77  WK-QTDE-FEED      PIC 9(7)           VALUE ZEROS.
       77  WK-TOT-DEBITOS    PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-CREDITOS   PIC 9(11)V99       VALUE ZEROS.
      *
       01  WK-LINHA-BAIXA.
           05 FILLER               PIC X(16)     VALUE
              'BAIXADO CLIENTE '.
           05 WK-LB-CODIGO         PIC 9(5).
           05 FILLER               PIC X(10)     VALUE ' CONTRATO '.
           05 WK-LB-CONTRATO       PIC 9(6).
           05 FILLER               PIC X(05)     VALUE ' EMP '.
           05 WK-LB-EMPRESA        PIC 99.
           05 FILLER               PIC X(06)     VALUE ' DIAS '.
           05 WK-LB-DIAS           PIC ZZ9.
           05 FILLER               PIC X(07)     VALUE ' SALDO '.
           05 WK-LB-SALDO          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(06)     VALUE ' PROV '.
           05 WK-LB-PROVISAO       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(06)     VALUE SPACES.
      *
       01  WK-LINHA-RECUPERACAO.
           05 FILLER               PIC X(19)     VALUE
              'RECUPERADO CLIENTE '.
           05 WK-LR-CODIGO         PIC 9(5).
           05 FILLER               PIC X(10)     VALUE ' CONTRATO '.
           05 WK-LR-CONTRATO       PIC 9(6).
           05 FILLER               PIC X(06)     VALUE ' NOTA '.
           05 WK-LR-NOTA           PIC 9(6).
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LR-VALOR          PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(29)     VALUE SPACES.
      *
       01  WK-LINHA-TOTAL.
           05 WK-LT-ROTULO         PIC X(30)     VALUE SPACES.
           05 WK-LT-QTDE           PIC ZZZZ9.
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LT-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(41)     VALUE SPACES.
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
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO139' TO LK-PRM-PROGRAMA.
           MOVE 'DIAS-PERDA' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:3) TO WK-PARM-DIAS
           ELSE
               ACCEPT WK-PARM-DIAS FROM SYSIN
           END-IF.
           IF WK-PARM-DIAS NOT NUMERIC
            OR WK-PARM-DIAS = ZEROS
               MOVE 180 TO WK-PARM-DIAS
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-EMPREST.
           OPEN OUTPUT ARQ-EMPNOVO.
           OPEN OUTPUT ARQ-BAIXNOVO.
           OPEN OUTPUT ARQ-BXFEED.
           OPEN OUTPUT ARQ-RELBXA.
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
           PERFORM 105-CARREGAR-ACORDOS.
           PERFORM 110-CARREGAR-RECUSAS.
           PERFORM 120-CARREGAR-PROVTAB.
           PERFORM 130-CARREGAR-ATRASOS.
           PERFORM 140-CARREGAR-RECUPERACOES.
           PERFORM 150-ATUALIZAR-BAIXADOS.
           PERFORM 301-LER-EMPREST.
      *
      *    SEM MESTRE DE ACORDOS NENHUM CLIENTE E POUPADO
       105-CARREGAR-ACORDOS.
           OPEN INPUT ARQ-ACORDOS.
           EVALUATE WK-FS-ACORDOS
               WHEN '00'
                   PERFORM 107-LER-ACORDOS
                   PERFORM 106-ACUMULAR-ACORDO
                       UNTIL WK-FS-ACORDOS = '10'
                   CLOSE ARQ-ACORDOS
               WHEN OTHER
                   DISPLAY 'ARQUIVO ACORDOS NAO ENCONTRADO - '
                           'BAIXA SEM EXCLUSAO DE RENEGOCIADOS'
           END-EVALUATE.
       106-ACUMULAR-ACORDO.
           IF ACD-SIT-VIGENTE
               IF WK-TOT-RENEG >= 2000
                   DISPLAY 'TABELA DE ACORDOS CHEIA (MAXIMO 2000 '
                           'REGISTROS) - BAIXA ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-RENEG
               MOVE FD-ACD-CODIGO TO RNG-TAB-CODIGO(WK-TOT-RENEG)
           END-IF.
           PERFORM 107-LER-ACORDOS.
       107-LER-ACORDOS.
           READ ARQ-ACORDOS
               AT END
                   MOVE '10' TO WK-FS-ACORDOS
           END-READ.
      *
      *    PARCELAS DE EMPRESTIMO RECUSADAS, POR CLIENTE
       110-CARREGAR-RECUSAS.
           OPEN INPUT ARQ-RECUSEMP.
           EVALUATE WK-FS-RECUSEMP
               WHEN '00'
                   PERFORM 112-LER-RECUSEMP
                   PERFORM 111-ACUMULAR-RECUSA
                       UNTIL WK-FS-RECUSEMP = '10'
                   CLOSE ARQ-RECUSEMP
               WHEN OTHER
                   DISPLAY 'ARQUIVO RECUSEMP NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       111-ACUMULAR-RECUSA.
           MOVE FD-SUS-REGISTRO TO WK-LANCAM-SUSP.
           IF SUS-MOT-LIMITE
            AND WK-LSU-TIPO = 'D'
            AND WK-LSU-NOTA >= 800000 AND WK-LSU-NOTA <= 899999
               PERFORM 510-PROCURAR-RECUSA
               IF ITEM-NAO-ACHADO
                   IF WK-TOT-RECUSAS >= 2000
                       DISPLAY 'TABELA DE RECUSAS CHEIA (MAXIMO '
                               '2000 REGISTROS) - BAIXA ABORTADA'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WK-TOT-RECUSAS
                   MOVE WK-TOT-RECUSAS TO WK-IND-RCS
                   MOVE WK-LSU-CODIGO TO RCS-TAB-CODIGO(WK-IND-RCS)
                   MOVE ZEROS TO RCS-TAB-QTDE(WK-IND-RCS)
                   MOVE ZEROS TO RCS-TAB-VALOR(WK-IND-RCS)
                   MOVE 'N' TO RCS-TAB-VISITADO(WK-IND-RCS)
                   MOVE 'N' TO RCS-TAB-BAIXADO(WK-IND-RCS)
               END-IF
               ADD 1 TO RCS-TAB-QTDE(WK-IND-RCS)
               ADD WK-LSU-VALOR TO RCS-TAB-VALOR(WK-IND-RCS)
           END-IF.
           PERFORM 112-LER-RECUSEMP.
       112-LER-RECUSEMP.
           READ ARQ-RECUSEMP
               AT END
                   MOVE '10' TO WK-FS-RECUSEMP
           END-READ.
       120-CARREGAR-PROVTAB.
           OPEN INPUT ARQ-PROVTAB.
           EVALUATE WK-FS-PROVTAB
               WHEN '00'
                   PERFORM 122-LER-PROVTAB
                   PERFORM 121-ACUMULAR-PCT
                       UNTIL WK-FS-PROVTAB = '10'
                   CLOSE ARQ-PROVTAB
               WHEN OTHER
                   DISPLAY 'ARQUIVO PROVTAB NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       121-ACUMULAR-PCT.
           IF FD-PRV-BANDA >= 1 AND FD-PRV-BANDA <= 5
               MOVE FD-PRV-PCT TO PRV-TAB-PCT(FD-PRV-BANDA)
           END-IF.
           PERFORM 122-LER-PROVTAB.
       122-LER-PROVTAB.
           READ ARQ-PROVTAB
               AT END
                   MOVE '10' TO WK-FS-PROVTAB
           END-READ.
      *
      *    SEM REGISTRO DE ATRASOS NENHUM CONTRATO TEM IDADE
      *    DE ATRASO PARA BAIXA
       130-CARREGAR-ATRASOS.
           OPEN INPUT ARQ-ATRASO.
           EVALUATE WK-FS-ATRASO
               WHEN '00'
                   PERFORM 132-LER-ATRASO
                   PERFORM 131-ACUMULAR-ATRASO
                       UNTIL WK-FS-ATRASO = '10'
                   CLOSE ARQ-ATRASO
               WHEN OTHER
                   DISPLAY 'ARQUIVO ATRASO NAO ENCONTRADO - '
                           'NENHUM CONTRATO BAIXADO'
           END-EVALUATE.
       131-ACUMULAR-ATRASO.
           IF WK-TOT-ATRASOS >= 2000
               DISPLAY 'TABELA DE ATRASOS CHEIA (MAXIMO 2000 '
                       'REGISTROS) - BAIXA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-ATRASOS.
           MOVE FD-ATR-CODIGO
                TO ATR-TAB-CODIGO(WK-TOT-ATRASOS).
           MOVE FD-ATR-DATA-PRIMEIRA
                TO ATR-TAB-DATA(WK-TOT-ATRASOS).
           PERFORM 132-LER-ATRASO.
       132-LER-ATRASO.
           READ ARQ-ATRASO
               AT END
                   MOVE '10' TO WK-FS-ATRASO
           END-READ.
      *
      *    RECEBIMENTOS GRAVADOS PELA QUITACAO DESDE A
      *    RODADA ANTERIOR
       140-CARREGAR-RECUPERACOES.
           OPEN INPUT ARQ-RECUPMOV.
           IF WK-FS-RECUPMOV = '00'
               PERFORM 142-LER-RECUPMOV
               PERFORM 141-ACUMULAR-RECUPERACAO
                   UNTIL WK-FS-RECUPMOV = '10'
               CLOSE ARQ-RECUPMOV
           END-IF.
       141-ACUMULAR-RECUPERACAO.
           IF WK-TOT-RECUP >= 2000
               DISPLAY 'TABELA DE RECUPERACOES CHEIA (MAXIMO 2000 '
                       'REGISTROS) - BAIXA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-RECUP.
           MOVE REG-RECUPER TO RCP-TAB-REGISTRO(WK-TOT-RECUP).
           MOVE 'N' TO RCP-TAB-APLICADO(WK-TOT-RECUP).
           PERFORM 142-LER-RECUPMOV.
       142-LER-RECUPMOV.
           READ ARQ-RECUPMOV
               AT END
                   MOVE '10' TO WK-FS-RECUPMOV
           END-READ.
      *
      *    O MESTRE DE BAIXADOS PASSA PARA A GERACAO NOVA
      *    COM OS RECEBIMENTOS DO PERIODO; AS BAIXAS DESTA
      *    RODADA ENTRAM DEPOIS DELE
       150-ATUALIZAR-BAIXADOS.
           OPEN INPUT ARQ-BAIXVELH.
           EVALUATE WK-FS-BAIXVELH
               WHEN '00'
                   OPEN EXTEND ARQ-RECHIST
                   PERFORM 152-LER-BAIXVELH
                   PERFORM 151-ATUALIZAR-BAIXADO
                       UNTIL WK-FS-BAIXVELH = '10'
                   CLOSE ARQ-BAIXVELH
                   CLOSE ARQ-RECHIST
               WHEN OTHER
                   DISPLAY 'ARQUIVO BAIXVELH NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 155-CONFERIR-RECUPERACAO
               VARYING WK-IND-RCP FROM 1 BY 1
               UNTIL WK-IND-RCP > WK-TOT-RECUP.
       151-ATUALIZAR-BAIXADO.
           PERFORM 153-APLICAR-RECUPERACAO
               VARYING WK-IND-RCP FROM 1 BY 1
               UNTIL WK-IND-RCP > WK-TOT-RECUP.
           WRITE REG-BAIXNOVO FROM REG-BAIXAEMP.
           PERFORM 152-LER-BAIXVELH.
       152-LER-BAIXVELH.
           READ ARQ-BAIXVELH
               AT END
                   MOVE '10' TO WK-FS-BAIXVELH
           END-READ.
      *
      *    O RECEBIMENTO E RECEITA DE RECUPERACAO: ACUMULA NO
      *    CONTRATO BAIXADO, VAI AO HISTORICO DO RELATORIO
      *    ANUAL E SAI NO GLFEED
       153-APLICAR-RECUPERACAO.
           MOVE RCP-TAB-REGISTRO(WK-IND-RCP) TO WK-RECUPERACAO.
           IF RCP-TAB-APLICADO(WK-IND-RCP) = 'N'
            AND WK-RCP-CODIGO = FD-BXE-CODIGO
            AND WK-RCP-CONTRATO = FD-BXE-CONTRATO
               MOVE 'S' TO RCP-TAB-APLICADO(WK-IND-RCP)
               ADD 1 TO WK-TOT-RECUPERACOES
               ADD WK-RCP-VALOR TO FD-BXE-RECUPERADO
               ADD WK-RCP-VALOR TO WK-TOT-RECUPERADO
               IF WK-RCP-DATA > FD-BXE-DATA-ULT-RECUP
                   MOVE WK-RCP-DATA TO FD-BXE-DATA-ULT-RECUP
               END-IF
               WRITE REG-RECHIST FROM WK-RECUPERACAO
               MOVE FD-BXE-EMPRESA TO WK-PAR-EMPRESA
               MOVE 'TREC'         TO WK-PAR-DEBITO
               MOVE 'RREC'         TO WK-PAR-CREDITO
               MOVE WK-RCP-VALOR   TO WK-PAR-VALOR
               PERFORM 915-GRAVAR-PAR
               MOVE WK-RCP-CODIGO   TO WK-LR-CODIGO
               MOVE WK-RCP-CONTRATO TO WK-LR-CONTRATO
               MOVE WK-RCP-NOTA     TO WK-LR-NOTA
               MOVE WK-RCP-VALOR    TO WK-LR-VALOR
               WRITE REG-RELBXA FROM WK-LINHA-RECUPERACAO
           END-IF.
       155-CONFERIR-RECUPERACAO.
           IF RCP-TAB-APLICADO(WK-IND-RCP) = 'N'
               MOVE RCP-TAB-REGISTRO(WK-IND-RCP) TO WK-RECUPERACAO
               ADD 1 TO WK-TOT-SEM-BAIXA
               DISPLAY 'RECEBIMENTO SEM CONTRATO BAIXADO - '
                       'CLIENTE ' WK-RCP-CODIGO
                       ' CONTRATO ' WK-RCP-CONTRATO
                       ' NOTA ' WK-RCP-NOTA
           END-IF.
      ***************************************
      *    O CONTRATO ATIVO SEGUE PARA A COPIA NOVA DO
      *    EMPREST, SALVO SE FOR BAIXADO COMO PERDA
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE 'N' TO WK-BAIXAR.
           IF EMP-SIT-ATIVO
               PERFORM 210-EXAMINAR-CONTRATO
           END-IF.
           IF CONTRATO-BAIXAR
               PERFORM 220-BAIXAR-CONTRATO
           ELSE
               WRITE REG-EMPNOVO FROM REG-EMPREST
           END-IF.
           PERFORM 301-LER-EMPREST.
      *
      *    AS RECUSAS DO CLIENTE PERTENCEM AO SEU PRIMEIRO
      *    CONTRATO ATIVO, COMO NO AGING DO ALUNO115
       210-EXAMINAR-CONTRATO.
           MOVE FD-EMP-CODIGO TO WK-LSU-CODIGO.
           PERFORM 510-PROCURAR-RECUSA.
           IF ITEM-ACHADO
               IF RCS-TAB-VISITADO(WK-IND-RCS) = 'N'
                   MOVE 'S' TO RCS-TAB-VISITADO(WK-IND-RCS)
                   PERFORM 215-APURAR-DIAS
               END-IF
           END-IF.
      *
      *    CLIENTE COM ACORDO VIGENTE NAO E BAIXADO
       215-APURAR-DIAS.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-RNG FROM 1 BY 1
                   UNTIL WK-IND-RNG > WK-TOT-RENEG
                   OR ITEM-ACHADO
               IF RNG-TAB-CODIGO(WK-IND-RNG) = FD-EMP-CODIGO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-NAO-ACHADO
               PERFORM 216-CONTAR-DIAS
           END-IF.
      *
      *    DIAS UTEIS DESDE A PRIMEIRA RECUSA DO CLIENTE
       216-CONTAR-DIAS.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-ATR FROM 1 BY 1
                   UNTIL WK-IND-ATR > WK-TOT-ATRASOS
                   OR ITEM-ACHADO
               IF ATR-TAB-CODIGO(WK-IND-ATR) = FD-EMP-CODIGO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-ATR
               SET LK-CAL-ENTRE TO TRUE
               MOVE ATR-TAB-DATA(WK-IND-ATR) TO LK-CAL-DATA-1
               MOVE WK-DATA-EXEC             TO LK-CAL-DATA-2
               CALL 'ALUNO63' USING LK-CAL-COM
               IF LK-CAL-OK
                AND LK-CAL-DIAS-UTEIS >= WK-PARM-DIAS
                   SET CONTRATO-BAIXAR TO TRUE
                   IF LK-CAL-DIAS-UTEIS > 999
                       MOVE 999 TO WK-DIAS-ATRASO
                   ELSE
                       MOVE LK-CAL-DIAS-UTEIS TO WK-DIAS-ATRASO
                   END-IF
               END-IF
           END-IF.
      *
      *    SALDO NA BAIXA = SALDO DEVEDOR NA ULTIMA PARCELA
      *    FATURADA (COMO NA QUITACAO DO ALUNO114) MAIS AS
      *    PARCELAS EM ATRASO; A PROVISAO REVERTIDA E A DA
      *    BANDA DO ATRASO, COMO NO AGING DO ALUNO115
       220-BAIXAR-CONTRATO.
           ADD 1 TO WK-TOT-BAIXAS.
           MOVE 'S' TO RCS-TAB-BAIXADO(WK-IND-RCS).
           MOVE FD-EMP-PRINCIPAL   TO LK-AMT-PRINCIPAL.
           MOVE FD-EMP-TAXA-MENSAL TO LK-AMT-TAXA-MENSAL.
           MOVE FD-EMP-PRAZO       TO LK-AMT-PRAZO.
           MOVE FD-EMP-SISTEMA     TO LK-AMT-SISTEMA.
           CALL 'ALUNO64' USING LK-AMT-COM.
           EVALUATE TRUE
               WHEN LK-AMT-ERRO
                OR FD-EMP-PARCELAS-FATUR = ZEROS
                   MOVE FD-EMP-PRINCIPAL TO WK-SALDO-DEVEDOR
               WHEN OTHER
                   MOVE LK-AMT-SALDO(FD-EMP-PARCELAS-FATUR)
                        TO WK-SALDO-DEVEDOR
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WK-DIAS-ATRASO <= 30
                   MOVE 1 TO WK-BANDA
               WHEN WK-DIAS-ATRASO <= 60
                   MOVE 2 TO WK-BANDA
               WHEN WK-DIAS-ATRASO <= 90
                   MOVE 3 TO WK-BANDA
               WHEN OTHER
                   MOVE 4 TO WK-BANDA
           END-EVALUATE.
           MOVE SPACES                TO WK-BAIXA-NOVA.
           MOVE FD-EMP-CODIGO         TO WK-BXN-CODIGO.
           MOVE FD-EMP-CONTRATO       TO WK-BXN-CONTRATO.
           MOVE FD-EMP-EMPRESA        TO WK-BXN-EMPRESA.
           MOVE FD-EMP-PRINCIPAL      TO WK-BXN-PRINCIPAL.
           MOVE FD-EMP-PRAZO          TO WK-BXN-PRAZO.
           MOVE FD-EMP-PARCELAS-FATUR TO WK-BXN-PARCELAS-FATUR.
           MOVE FD-EMP-DATA-CONTRATO  TO WK-BXN-DATA-CONTRATO.
           MOVE WK-DATA-EXEC          TO WK-BXN-DATA-BAIXA.
           COMPUTE WK-BXN-SALDO-BAIXA =
                   WK-SALDO-DEVEDOR + RCS-TAB-VALOR(WK-IND-RCS).
           COMPUTE WK-BXN-PROVISAO ROUNDED =
                   RCS-TAB-VALOR(WK-IND-RCS)
                   * PRV-TAB-PCT(WK-BANDA) / 100.
           MOVE 'AT'                  TO WK-BXN-MOTIVO.
           MOVE WK-DIAS-ATRASO        TO WK-BXN-DIAS-ATRASO.
           MOVE ZEROS                 TO WK-BXN-RECUPERADO.
           MOVE ZEROS                 TO WK-BXN-DATA-ULT-RECUP.
           WRITE REG-BAIXNOVO FROM WK-BAIXA-NOVA.
           ADD WK-BXN-SALDO-BAIXA     TO WK-TOT-SALDO.
           ADD WK-BXN-PROVISAO        TO WK-TOT-PROVISAO.
           MOVE FD-EMP-EMPRESA        TO WK-PAR-EMPRESA.
           MOVE 'RPRV'                TO WK-PAR-DEBITO.
           MOVE 'DPRV'                TO WK-PAR-CREDITO.
           MOVE WK-BXN-PROVISAO       TO WK-PAR-VALOR.
           PERFORM 915-GRAVAR-PAR.
           MOVE 'DPER'                TO WK-PAR-DEBITO.
           MOVE 'CEMP'                TO WK-PAR-CREDITO.
           MOVE WK-BXN-SALDO-BAIXA    TO WK-PAR-VALOR.
           PERFORM 915-GRAVAR-PAR.
           MOVE WK-BXN-CODIGO         TO WK-LB-CODIGO.
           MOVE WK-BXN-CONTRATO       TO WK-LB-CONTRATO.
           MOVE WK-BXN-EMPRESA        TO WK-LB-EMPRESA.
           MOVE WK-BXN-DIAS-ATRASO    TO WK-LB-DIAS.
           MOVE WK-BXN-SALDO-BAIXA    TO WK-LB-SALDO.
           MOVE WK-BXN-PROVISAO       TO WK-LB-PROVISAO.
           WRITE REG-RELBXA FROM WK-LINHA-BAIXA.
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
       500-APOIO SECTION.
       510-PROCURAR-RECUSA.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-RCS FROM 1 BY 1
                   UNTIL WK-IND-RCS > WK-TOT-RECUSAS
                   OR ITEM-ACHADO
               IF RCS-TAB-CODIGO(WK-IND-RCS) = WK-LSU-CODIGO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-RCS
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 925-GRAVAR-TRAILER.
           MOVE 'CONTRATOS BAIXADOS COMO PERDA ' TO WK-LT-ROTULO.
           MOVE WK-TOT-BAIXAS      TO WK-LT-QTDE.
           MOVE WK-TOT-SALDO       TO WK-LT-VALOR.
           WRITE REG-RELBXA FROM WK-LINHA-TOTAL.
           MOVE 'PROVISAO REVERTIDA            ' TO WK-LT-ROTULO.
           MOVE WK-TOT-BAIXAS      TO WK-LT-QTDE.
           MOVE WK-TOT-PROVISAO    TO WK-LT-VALOR.
           WRITE REG-RELBXA FROM WK-LINHA-TOTAL.
           MOVE 'RECEITA DE RECUPERACAO        ' TO WK-LT-ROTULO.
           MOVE WK-TOT-RECUPERACOES TO WK-LT-QTDE.
           MOVE WK-TOT-RECUPERADO  TO WK-LT-VALOR.
           WRITE REG-RELBXA FROM WK-LINHA-TOTAL.
           PERFORM 950-DEPURAR-RECUSAS.
           DISPLAY 'LIMITE DE PERDA (DIAS UTEIS) = ' WK-PARM-DIAS.
           DISPLAY 'CONTRATOS LIDOS            = ' WK-REGS-LIDOS.
           DISPLAY 'CONTRATOS BAIXADOS         = ' WK-TOT-BAIXAS.
           DISPLAY 'RECUPERACOES RECONHECIDAS  = '
                   WK-TOT-RECUPERACOES.
           DISPLAY 'RECEBIMENTOS SEM BAIXA     = ' WK-TOT-SEM-BAIXA.
           DISPLAY 'RECUSAS ABSORVIDAS         = ' WK-TOT-ABSORVIDAS.
           IF WK-TOT-SEM-BAIXA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-EMPREST.
           CLOSE ARQ-EMPNOVO.
           CLOSE ARQ-BAIXNOVO.
           CLOSE ARQ-BXFEED.
           CLOSE ARQ-RELBXA.
      *
      *    O PAR SAI EM DUAS LINHAS BALANCEADAS
       915-GRAVAR-PAR.
           IF WK-PAR-VALOR NOT = ZEROS
               MOVE SPACES          TO REG-BXFEED
               MOVE 'BX'            TO BF-TIPO-REGISTRO
               MOVE WK-PAR-EMPRESA  TO BF-CODFUN
               MOVE WK-PAR-DEBITO   TO BF-CENTRO-CUSTO
               MOVE WK-PAR-VALOR    TO BF-VALOR
               MOVE 'D'             TO BF-SINAL
               MOVE WK-DATA-EXEC    TO BF-DATA-REFERENCIA
               MOVE WK-PAR-CREDITO  TO BF-CENTRO-ORIGEM
               WRITE REG-BXFEED
               ADD 1 TO WK-QTDE-FEED
               ADD WK-PAR-VALOR TO WK-TOT-DEBITOS
               MOVE SPACES          TO REG-BXFEED
               MOVE 'BX'            TO BF-TIPO-REGISTRO
               MOVE WK-PAR-EMPRESA  TO BF-CODFUN
               MOVE WK-PAR-CREDITO  TO BF-CENTRO-CUSTO
               MOVE WK-PAR-VALOR    TO BF-VALOR
               MOVE 'C'             TO BF-SINAL
               MOVE WK-DATA-EXEC    TO BF-DATA-REFERENCIA
               MOVE WK-PAR-DEBITO   TO BF-CENTRO-ORIGEM
               WRITE REG-BXFEED
               ADD 1 TO WK-QTDE-FEED
               ADD WK-PAR-VALOR TO WK-TOT-CREDITOS
           END-IF.
       925-GRAVAR-TRAILER.
           MOVE SPACES          TO REG-BXFEED.
           MOVE '99'            TO BF-TIPO-REGISTRO.
           MOVE WK-QTDE-FEED    TO BF-TRL-QTDE.
           MOVE WK-TOT-DEBITOS  TO BF-TRL-DEBITOS.
           MOVE WK-TOT-CREDITOS TO BF-TRL-CREDITOS.
           WRITE REG-BXFEED.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO139'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-SEM-BAIXA TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
      *
      *    COPIA NOVA DO RECUSAS.EMP SEM AS PARCELAS DOS
      *    CONTRATOS BAIXADOS COMO PERDA
       950-DEPURAR-RECUSAS.
           OPEN OUTPUT ARQ-RECNOVO.
           OPEN INPUT ARQ-RECUSEMP.
           IF WK-FS-RECUSEMP = '00'
               PERFORM 112-LER-RECUSEMP
               PERFORM 951-COPIAR-RECUSA
                   UNTIL WK-FS-RECUSEMP = '10'
               CLOSE ARQ-RECUSEMP
           END-IF.
           CLOSE ARQ-RECNOVO.
       951-COPIAR-RECUSA.
           MOVE FD-SUS-REGISTRO TO WK-LANCAM-SUSP.
           SET ITEM-NAO-ACHADO TO TRUE.
           IF SUS-MOT-LIMITE
            AND WK-LSU-TIPO = 'D'
            AND WK-LSU-NOTA >= 800000 AND WK-LSU-NOTA <= 899999
               PERFORM 510-PROCURAR-RECUSA
           END-IF.
           IF ITEM-ACHADO
            AND RCS-TAB-BAIXADO(WK-IND-RCS) = 'S'
               ADD 1 TO WK-TOT-ABSORVIDAS
           ELSE
               WRITE REG-RECNOVO FROM REG-SUSPLAN
           END-IF.
           PERFORM 112-LER-RECUSEMP.
