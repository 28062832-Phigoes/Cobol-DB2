       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO137.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    ACORDOS DE RENEGOCIACAO DE DIVIDAS: LE OS    *
      *    PEDIDOS DE ACORDO DA MESA DE COBRANCA        *
      *    (CLIENTE, CONTRATO DE EMPRESTIMO, INCLUSAO   *
      *    DO CHEQUE ESPECIAL, ENTRADA, DESCONTO, TAXA, *
      *    PRAZO E SISTEMA) E JUNTA NUM CONTRATO NOVO   *
      *    DE PARCELAS A DIVIDA DO EMPRESTIMO (SALDO    *
      *    DEVEDOR DO CRONOGRAMA DO ALUNO64 MAIS AS     *
      *    PARCELAS RECUSADAS NO RECUSAS.EMP) E/OU O    *
      *    ESTOURO DO CHEQUE ESPECIAL ALEM DO LIMITE    *
      *    (CLIENTEN), MENOS A ENTRADA (PAGA NO BALCAO) *
      *    E O DESCONTO CONCEDIDO. O CONTRATO ORIGINAL  *
      *    FECHA COMO R=RENEGOCIADO, O CONTRATO DO      *
      *    ACORDO SAI NO EMPADD (NUMERACAO DO CONTCTL,  *
      *    COMO NA ORIGINACAO DO ALUNO116) PARA O JOB   *
      *    MESCLAR NO MESTRE, O ESTOURO VIRA CREDITO    *
      *    NA CONTA CORRENTE NO LAYOUT LANCAM (FAIXA    *
      *    690000-694999, VIA BALANCE LINE) E O ACORDO  *
      *    ENTRA VIGENTE NO MESTRE DE ACORDOS, QUE      *
      *    MARCA O CLIENTE COMO RENEGOCIADO PARA O      *
      *    AGING DO ALUNO115 E E ACOMPANHADO TODO MES   *
      *    PELO ALUNO138. AS PARCELAS RECUSADAS QUE     *
      *    ENTRARAM NO ACORDO SAEM DA COPIA NOVA DO     *
      *    RECUSAS.EMP (RECNOVO), PARA O ALUNO65 NAO    *
      *    AS REFATURAR. PEDIDO RECUSADO SAI NO         *
      *    DEMONSTRATIVO COM O MOTIVO                   *
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
           SELECT ARQ-PEDACORD ASSIGN TO PEDACORD
               FILE STATUS IS WK-FS-PEDACORD.
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-RECUSEMP ASSIGN TO RECUSEMP
               FILE STATUS IS WK-FS-RECUSEMP.
           SELECT ARQ-RECNOVO  ASSIGN TO RECNOVO
               FILE STATUS IS WK-FS-RECNOVO.
           SELECT ARQ-ACDVELH  ASSIGN TO ACDVELH
               FILE STATUS IS WK-FS-ACDVELH.
           SELECT ARQ-ACDNOVO  ASSIGN TO ACDNOVO
               FILE STATUS IS WK-FS-ACDNOVO.
           SELECT ARQ-EMPNOVO  ASSIGN TO EMPNOVO
               FILE STATUS IS WK-FS-EMPNOVO.
           SELECT ARQ-EMPADD   ASSIGN TO EMPADD
               FILE STATUS IS WK-FS-EMPADD.
           SELECT ARQ-LANCACD  ASSIGN TO LANCACD
               FILE STATUS IS WK-FS-LANCACD.
           SELECT ARQ-RELACD   ASSIGN TO RELACD
               FILE STATUS IS WK-FS-RELACD.
           SELECT ARQ-CONTCTL  ASSIGN TO CONTCTL
               FILE STATUS IS WK-FS-CONTCTL.
           SELECT ARQ-NOTACTL  ASSIGN TO NOTACTL
               FILE STATUS IS WK-FS-NOTACTL.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-PEDACORD
            RECORDING MODE IS F.
       01  REG-PEDACORD.
           05 FD-PAC-CODIGO         PIC 9(5).
           05 FD-PAC-CONTRATO       PIC 9(6).
           05 FD-PAC-INCLUI-CC      PIC X(01).
           05 FD-PAC-ENTRADA        PIC 9(7)V99.
           05 FD-PAC-DESCONTO       PIC 9(7)V99.
           05 FD-PAC-TAXA           PIC 9(2)V9(4).
           05 FD-PAC-PRAZO          PIC 9(3).
           05 FD-PAC-SISTEMA        PIC X(01).
              88 PAC-SIS-VALIDO               VALUE 'P' 'S' ' '.
           05 FILLER                PIC X(40).
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
       FD   ARQ-RECUSEMP
            RECORDING MODE IS F.
           COPY SUSPLAN.
       FD   ARQ-RECNOVO
            RECORDING MODE IS F.
       01  REG-RECNOVO              PIC X(80).
       FD   ARQ-ACDVELH
            RECORDING MODE IS F.
           COPY ACORDO.
       FD   ARQ-ACDNOVO
            RECORDING MODE IS F.
       01  REG-ACDNOVO              PIC X(100).
       FD   ARQ-EMPNOVO
            RECORDING MODE IS F.
       01  REG-EMPNOVO              PIC X(60).
       FD   ARQ-EMPADD
            RECORDING MODE IS F.
       01  REG-EMPADD               PIC X(60).
       FD   ARQ-LANCACD
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-RELACD
            RECORDING MODE IS F.
       01  REG-RELACD               PIC X(100).
       FD   ARQ-CONTCTL
            RECORDING MODE IS F.
       01  REG-CONTCTL.
           05 FD-CCT-ULTIMO-CONTRATO PIC 9(6).
           05 FILLER                PIC X(14).
       FD   ARQ-NOTACTL
            RECORDING MODE IS F.
       01  REG-NOTACTL.
           05 FD-NTC-ULTIMA-NOTA    PIC 9(6).
           05 FILLER                PIC X(14).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-PEDACORD    PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-RECUSEMP    PIC XX             VALUE SPACES.
       77  WK-FS-RECNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-ACDVELH     PIC XX             VALUE SPACES.
       77  WK-FS-ACDNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-EMPNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-EMPADD      PIC XX             VALUE SPACES.
       77  WK-FS-LANCACD     PIC XX             VALUE SPACES.
       77  WK-FS-RELACD      PIC XX             VALUE SPACES.
       77  WK-FS-CONTCTL     PIC XX             VALUE SPACES.
       77  WK-FS-NOTACTL     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-ACORDOS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-RENEGOCIADOS PIC 9(05)        VALUE ZEROS.
       77  WK-TOT-ABSORVIDAS PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    CARTAO: OPERADOR DA MESA DE COBRANCA QUE FECHOU OS
      *    ACORDOS (GRAVADO EM CADA ACORDO)
       01  WK-PARM-CARD.
           05 WK-PARM-OPERADOR     PIC X(08)     VALUE SPACES.
      *
      *    FAIXA DE NOTAS RESERVADA AOS CREDITOS DE ACORDO
       77  WK-PROXIMA-NOTA   PIC 9(6)           VALUE 690000.
       77  WK-PROXIMO-CONTRATO PIC 9(6)         VALUE ZEROS.
      *
      *    PEDIDOS DE ACORDO CARREGADOS POR CLIENTE.
      *    SITUACAO: P=PENDENTE F=FEITO R=RECUSADO
       01  TABELA-PEDIDOS.
           05 PED-ENTRADA            OCCURS 500 TIMES.
              10 PED-TAB-CODIGO      PIC 9(5).
              10 PED-TAB-CONTRATO    PIC 9(6).
              10 PED-TAB-INCLUI-CC   PIC X(1).
              10 PED-TAB-ENTRADA     PIC 9(7)V99.
              10 PED-TAB-DESCONTO    PIC 9(7)V99.
              10 PED-TAB-TAXA        PIC 9(2)V9(4).
              10 PED-TAB-PRAZO       PIC 9(3).
              10 PED-TAB-SISTEMA     PIC X(1).
              10 PED-TAB-SITUACAO    PIC X(1).
              10 PED-TAB-CLIENTE-OK  PIC X(1).
              10 PED-TAB-EMPRESA     PIC 99.
              10 PED-TAB-VALOR-CC    PIC 9(7)V99.
              10 PED-TAB-VAL-ATRASO  PIC 9(7)V99.
              10 PED-TAB-QTDE-ATRASO PIC 9(3).
       77  WK-TOT-PEDIDOS    PIC 9(03)          VALUE ZEROS.
       77  WK-IND-PED        PIC 9(03)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 PEDIDO-ACHADO                     VALUE 'S'.
           88 PEDIDO-NAO-ACHADO                 VALUE 'N'.
      *
      *    CLIENTES COM ACORDO VIGENTE NO MESTRE DE ACORDOS
       01  TABELA-VIGENTES.
           05 VIG-ENTRADA            OCCURS 2000 TIMES.
              10 VIG-TAB-CODIGO      PIC 9(5).
       77  WK-TOT-VIGENTES   PIC 9(04)          VALUE ZEROS.
       77  WK-IND-VIG        PIC 9(04)          VALUE ZEROS.
       77  WK-ACHOU-VIG      PIC X              VALUE 'N'.
           88 VIGENTE-ACHADO                    VALUE 'S'.
           88 VIGENTE-NAO-ACHADO                VALUE 'N'.
      *
      *    IMAGEM DO LANCAMENTO DENTRO DO REGISTRO SUSPENSO
       01  WK-LANCAM-SUSP.
           05 WK-LSU-CODIGO         PIC 9(5).
           05 WK-LSU-TIPO           PIC X(01).
           05 WK-LSU-VALOR          PIC 9(6)V99.
           05 WK-LSU-NOTA           PIC 9(6).
           05 FILLER                PIC X(40).
      *
       77  WK-CODIGO-EXAME   PIC 9(5)           VALUE ZEROS.
       77  WK-LIMITE-NEG     PIC S9(7)V99       VALUE ZEROS.
       77  WK-SALDO-DEVEDOR  PIC S9(8)V99       VALUE ZEROS.
       77  WK-VALOR-EMPREST  PIC 9(7)V99        VALUE ZEROS.
       77  WK-DIVIDA         PIC 9(8)V99        VALUE ZEROS.
       77  WK-ABATIMENTO     PIC 9(8)V99        VALUE ZEROS.
       77  WK-FINANCIADO     PIC 9(8)V99        VALUE ZEROS.
       77  WK-CONTRATO-ORIG  PIC 9(6)           VALUE ZEROS.
       77  WK-MOTIVO         PIC X(21)          VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
      *    IMAGEM DO CONTRATO DO ACORDO NO LAYOUT EMPREST
       01  WK-EMPREST-NOVO.
           05 WK-EMN-CODIGO         PIC 9(5).
           05 WK-EMN-CONTRATO       PIC 9(6).
           05 WK-EMN-PRINCIPAL      PIC 9(7)V99.
           05 WK-EMN-TAXA-MENSAL    PIC 9(2)V9(4).
           05 WK-EMN-PRAZO          PIC 9(3).
           05 WK-EMN-PARCELAS-FATUR PIC 9(3).
           05 WK-EMN-PRESTACAO      PIC 9(7)V99.
           05 WK-EMN-SITUACAO       PIC X(01).
           05 WK-EMN-DATA-CONTRATO  PIC 9(8).
           05 WK-EMN-EMPRESA        PIC 99.
           05 WK-EMN-INDEXADO       PIC X(01).
           05 WK-EMN-INDEXADOR      PIC X(03).
           05 WK-EMN-SISTEMA        PIC X(01).
           05 WK-EMN-CONSIGNADO     PIC X(01).
           05 WK-EMN-CONVENIO       PIC 99.
      *
      *    IMAGEM DO ACORDO NOVO NO LAYOUT DO MESTRE DE ACORDOS
       01  WK-ACORDO-NOVO.
           05 WK-ACN-CODIGO         PIC 9(5).
           05 WK-ACN-CONTRATO       PIC 9(6).
           05 WK-ACN-CONTRATO-ORIG  PIC 9(6).
           05 WK-ACN-DATA           PIC 9(8).
           05 WK-ACN-VALOR-EMPREST  PIC 9(7)V99.
           05 WK-ACN-VALOR-CC       PIC 9(7)V99.
           05 WK-ACN-ENTRADA        PIC 9(7)V99.
           05 WK-ACN-DESCONTO       PIC 9(7)V99.
           05 WK-ACN-PRAZO          PIC 9(3).
           05 WK-ACN-SITUACAO       PIC X(01).
           05 WK-ACN-PARC-ATRASO    PIC 9(3).
           05 WK-ACN-DATA-SITUACAO  PIC 9(8).
           05 WK-ACN-OPERADOR       PIC X(08).
           05 FILLER                PIC X(16).
      *
      *    MOTIVOS DE RECUSA DO PEDIDO:
      *      PEDIDO INVALIDO       = CAMPOS FORA DO DOMINIO
      *      PEDIDO DUPLICADO      = OUTRO PEDIDO DO CLIENTE
      *      CLIENTE INEXISTENTE   = FORA DO CLIENTEN
      *      ACORDO JA VIGENTE     = CLIENTE JA RENEGOCIADO
      *      CONTRATO INEXISTENTE  = FORA DO EMPREST
      *      CONTRATO NAO ATIVO    = LIQUIDADO/RENEGOCIADO
      *      SEM DIVIDA A ACORDAR  = NADA A RENEGOCIAR
      *      ENTRADA/DESC EXCEDEM  = ABATIMENTO >= DIVIDA
      *      PRESTACAO SEM CALCULO = ALUNO64 RECUSOU
       01  WK-LINHA-ACORDO.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
           05 WK-LA-CODIGO         PIC 9(5).
           05 FILLER               PIC X(06)     VALUE ' ORIG '.
           05 WK-LA-CONTRATO       PIC 9(6).
           05 FILLER               PIC X(08)     VALUE ' DIVIDA '.
           05 WK-LA-DIVIDA         PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(08)     VALUE ' ACORDO '.
           05 WK-LA-ACORDO         PIC 9(6).
           05 FILLER               PIC X(07)     VALUE ' PREST '.
           05 WK-LA-PRESTACAO      PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-SITUACAO       PIC X(21).
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
           ACCEPT WK-PARM-CARD FROM SYSIN.
           IF WK-PARM-OPERADOR = SPACES
               DISPLAY 'OPERADOR NAO INFORMADO NO CARTAO - '
                       'ACORDOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-EMPREST.
           OPEN OUTPUT ARQ-EMPNOVO.
           OPEN OUTPUT ARQ-EMPADD.
           OPEN OUTPUT ARQ-LANCACD.
           OPEN OUTPUT ARQ-RELACD.
           OPEN OUTPUT ARQ-ACDNOVO.
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
           PERFORM 110-CARREGAR-PEDIDOS.
           PERFORM 120-CARREGAR-CLIENTEN.
           PERFORM 130-CARREGAR-RECUSAS.
           PERFORM 140-CARREGAR-ACORDOS.
           PERFORM 150-CONFERIR-PEDIDO
               VARYING WK-IND-PED FROM 1 BY 1
               UNTIL WK-IND-PED > WK-TOT-PEDIDOS.
           PERFORM 160-LER-ULTIMO-CONTRATO.
           PERFORM 170-LER-ULTIMA-NOTA.
           PERFORM 301-LER-EMPREST.
       110-CARREGAR-PEDIDOS.
           OPEN INPUT ARQ-PEDACORD.
           EVALUATE WK-FS-PEDACORD
               WHEN '00'
                   PERFORM 112-LER-PEDACORD
                   PERFORM 111-ACUMULAR-PEDIDO
                       UNTIL WK-FS-PEDACORD = '10'
                   CLOSE ARQ-PEDACORD
               WHEN OTHER
                   DISPLAY 'ARQUIVO PEDACORD NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       111-ACUMULAR-PEDIDO.
           ADD 1 TO WK-REGS-LIDOS.
           IF WK-TOT-PEDIDOS >= 500
               DISPLAY 'TABELA DE PEDIDOS CHEIA (MAXIMO 500 '
                       'REGISTROS) - ACORDOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-PEDIDOS.
           MOVE WK-TOT-PEDIDOS TO WK-IND-PED.
           MOVE FD-PAC-CODIGO    TO PED-TAB-CODIGO(WK-IND-PED).
           MOVE FD-PAC-CONTRATO  TO PED-TAB-CONTRATO(WK-IND-PED).
           MOVE FD-PAC-INCLUI-CC TO PED-TAB-INCLUI-CC(WK-IND-PED).
           MOVE FD-PAC-ENTRADA   TO PED-TAB-ENTRADA(WK-IND-PED).
           MOVE FD-PAC-DESCONTO  TO PED-TAB-DESCONTO(WK-IND-PED).
           MOVE FD-PAC-TAXA      TO PED-TAB-TAXA(WK-IND-PED).
           MOVE FD-PAC-PRAZO     TO PED-TAB-PRAZO(WK-IND-PED).
           MOVE FD-PAC-SISTEMA   TO PED-TAB-SISTEMA(WK-IND-PED).
           MOVE 'P'              TO PED-TAB-SITUACAO(WK-IND-PED).
           MOVE 'N'              TO PED-TAB-CLIENTE-OK(WK-IND-PED).
           MOVE ZEROS            TO PED-TAB-EMPRESA(WK-IND-PED)
                                    PED-TAB-VALOR-CC(WK-IND-PED)
                                    PED-TAB-VAL-ATRASO(WK-IND-PED)
                                    PED-TAB-QTDE-ATRASO(WK-IND-PED).
           EVALUATE TRUE
               WHEN FD-PAC-CODIGO NOT NUMERIC
                OR FD-PAC-CONTRATO NOT NUMERIC
                OR FD-PAC-ENTRADA NOT NUMERIC
                OR FD-PAC-DESCONTO NOT NUMERIC
                OR FD-PAC-TAXA NOT NUMERIC
                OR FD-PAC-PRAZO NOT NUMERIC
                OR FD-PAC-PRAZO = ZEROS OR FD-PAC-PRAZO > 360
                OR NOT PAC-SIS-VALIDO
                OR (FD-PAC-INCLUI-CC NOT = 'S'
                    AND FD-PAC-INCLUI-CC NOT = 'N')
                OR (FD-PAC-CONTRATO = ZEROS
                    AND FD-PAC-INCLUI-CC NOT = 'S')
                   MOVE 'PEDIDO INVALIDO' TO WK-MOTIVO
                   PERFORM 260-RECUSAR-PEDIDO
               WHEN OTHER
                   PERFORM 113-CONFERIR-DUPLICADO
           END-EVALUATE.
           PERFORM 112-LER-PEDACORD.
       112-LER-PEDACORD.
           READ ARQ-PEDACORD
               AT END
                   MOVE '10' TO WK-FS-PEDACORD
           END-READ.
      *
      *    UM ACORDO POR CLIENTE NA RODADA: O SEGUNDO PEDIDO
      *    DO MESMO CLIENTE E RECUSADO
       113-CONFERIR-DUPLICADO.
           MOVE FD-PAC-CODIGO TO WK-CODIGO-EXAME.
           SET PEDIDO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-PED FROM 1 BY 1
                   UNTIL WK-IND-PED >= WK-TOT-PEDIDOS
                   OR PEDIDO-ACHADO
               IF PED-TAB-CODIGO(WK-IND-PED) = WK-CODIGO-EXAME
                AND PED-TAB-SITUACAO(WK-IND-PED) = 'P'
                   SET PEDIDO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           MOVE WK-TOT-PEDIDOS TO WK-IND-PED.
           IF PEDIDO-ACHADO
               MOVE 'PEDIDO DUPLICADO' TO WK-MOTIVO
               PERFORM 260-RECUSAR-PEDIDO
           END-IF.
      *
      *    O ESTOURO DO CHEQUE ESPECIAL (SALDO CC ABAIXO DE
      *    MENOS O LIMITE, COMO NA COBRANCA DO ALUNO71) SO
      *    ENTRA NO ACORDO QUANDO O PEDIDO O INCLUI
       120-CARREGAR-CLIENTEN.
           OPEN INPUT ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
               WHEN '00'
                   PERFORM 122-LER-CLIENTEN
                   PERFORM 121-ACUMULAR-CLIENTE
                       UNTIL WK-FS-CLIENTEN = '10'
                   CLOSE ARQ-CLIENTEN
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIENTEN NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       121-ACUMULAR-CLIENTE.
           MOVE FD-CLN-CODIGO TO WK-CODIGO-EXAME.
           PERFORM 510-PROCURAR-PEDIDO-CLIENTE.
           IF PEDIDO-ACHADO
               MOVE 'S' TO PED-TAB-CLIENTE-OK(WK-IND-PED)
               MOVE FD-CLN-EMPRESA TO PED-TAB-EMPRESA(WK-IND-PED)
               COMPUTE WK-LIMITE-NEG = 0 - FD-CLN-LIMITE
               IF PED-TAB-INCLUI-CC(WK-IND-PED) = 'S'
                AND FD-CLN-SALDO-CC < WK-LIMITE-NEG
                   COMPUTE PED-TAB-VALOR-CC(WK-IND-PED) =
                           WK-LIMITE-NEG - FD-CLN-SALDO-CC
               END-IF
           END-IF.
           PERFORM 122-LER-CLIENTEN.
       122-LER-CLIENTEN.
           READ ARQ-CLIENTEN
               AT END
                   MOVE '10' TO WK-FS-CLIENTEN
           END-READ.
      *
      *    AS PARCELAS DE EMPRESTIMO RECUSADAS POR LIMITE
      *    DESDE O ULTIMO FATURAMENTO (FAIXA 800000+, MOTIVO
      *    LI) SAO A PARTE VENCIDA DA DIVIDA DO CONTRATO
       130-CARREGAR-RECUSAS.
           OPEN INPUT ARQ-RECUSEMP.
           EVALUATE WK-FS-RECUSEMP
               WHEN '00'
                   PERFORM 132-LER-RECUSEMP
                   PERFORM 131-ACUMULAR-RECUSA
                       UNTIL WK-FS-RECUSEMP = '10'
                   CLOSE ARQ-RECUSEMP
               WHEN OTHER
                   DISPLAY 'ARQUIVO RECUSEMP NAO ENCONTRADO - '
                           'ACORDOS SEM PARCELAS VENCIDAS'
           END-EVALUATE.
       131-ACUMULAR-RECUSA.
           MOVE FD-SUS-REGISTRO TO WK-LANCAM-SUSP.
           IF SUS-MOT-LIMITE
            AND WK-LSU-TIPO = 'D'
            AND WK-LSU-NOTA >= 800000 AND WK-LSU-NOTA <= 899999
               MOVE WK-LSU-CODIGO TO WK-CODIGO-EXAME
               PERFORM 510-PROCURAR-PEDIDO-CLIENTE
               IF PEDIDO-ACHADO
                AND PED-TAB-CONTRATO(WK-IND-PED) NOT = ZEROS
                   ADD WK-LSU-VALOR
                       TO PED-TAB-VAL-ATRASO(WK-IND-PED)
                   ADD 1 TO PED-TAB-QTDE-ATRASO(WK-IND-PED)
               END-IF
           END-IF.
           PERFORM 132-LER-RECUSEMP.
       132-LER-RECUSEMP.
           READ ARQ-RECUSEMP
               AT END
                   MOVE '10' TO WK-FS-RECUSEMP
           END-READ.
      *
      *    O MESTRE DE ACORDOS PASSA INTEIRO PARA A GERACAO
      *    NOVA; OS CLIENTES COM ACORDO VIGENTE NAO FECHAM
      *    OUTRO. SEM MESTRE GRAVADO E O PRIMEIRO ACORDO
       140-CARREGAR-ACORDOS.
           OPEN INPUT ARQ-ACDVELH.
           EVALUATE WK-FS-ACDVELH
               WHEN '00'
                   PERFORM 142-LER-ACDVELH
                   PERFORM 141-ACUMULAR-ACORDO
                       UNTIL WK-FS-ACDVELH = '10'
                   CLOSE ARQ-ACDVELH
               WHEN OTHER
                   DISPLAY 'ARQUIVO ACDVELH NAO ENCONTRADO - '
                           'PRIMEIRA RODADA DE ACORDOS'
           END-EVALUATE.
       141-ACUMULAR-ACORDO.
           WRITE REG-ACDNOVO FROM REG-ACORDO.
           IF ACD-SIT-VIGENTE
               IF WK-TOT-VIGENTES >= 2000
                   DISPLAY 'TABELA DE ACORDOS CHEIA (MAXIMO 2000 '
                           'REGISTROS) - ACORDOS ABORTADOS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-VIGENTES
               MOVE FD-ACD-CODIGO TO VIG-TAB-CODIGO(WK-TOT-VIGENTES)
           END-IF.
           PERFORM 142-LER-ACDVELH.
       142-LER-ACDVELH.
           READ ARQ-ACDVELH
               AT END
                   MOVE '10' TO WK-FS-ACDVELH
           END-READ.
       150-CONFERIR-PEDIDO.
           IF PED-TAB-SITUACAO(WK-IND-PED) = 'P'
               MOVE PED-TAB-CODIGO(WK-IND-PED) TO WK-CODIGO-EXAME
               PERFORM 520-PROCURAR-VIGENTE
               EVALUATE TRUE
                   WHEN PED-TAB-CLIENTE-OK(WK-IND-PED) = 'N'
                       MOVE 'CLIENTE INEXISTENTE' TO WK-MOTIVO
                       PERFORM 260-RECUSAR-PEDIDO
                   WHEN VIGENTE-ACHADO
                       MOVE 'ACORDO JA VIGENTE' TO WK-MOTIVO
                       PERFORM 260-RECUSAR-PEDIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
      *    A NUMERACAO DE CONTRATOS E A MESMA DA ORIGINACAO
      *    (ARQUIVO CONTCTL DO ALUNO116)
       160-LER-ULTIMO-CONTRATO.
           OPEN INPUT ARQ-CONTCTL.
           EVALUATE WK-FS-CONTCTL
               WHEN '00'
                   READ ARQ-CONTCTL
                       AT END
                           MOVE '10' TO WK-FS-CONTCTL
                   END-READ
                   IF WK-FS-CONTCTL = '00'
                    AND FD-CCT-ULTIMO-CONTRATO NUMERIC
                       MOVE FD-CCT-ULTIMO-CONTRATO
                            TO WK-PROXIMO-CONTRATO
                   END-IF
                   CLOSE ARQ-CONTCTL
               WHEN OTHER
                   DISPLAY 'ARQUIVO CONTCTL NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO'
           END-EVALUATE.
      *
      *    A NUMERACAO DA FAIXA CONTINUA DA ULTIMA NOTA
      *    EMITIDA NA EXECUCAO ANTERIOR (ARQUIVO NOTACTL);
      *    SEM CONTROLE GRAVADO, COMECA NO INICIO DA FAIXA
       170-LER-ULTIMA-NOTA.
           OPEN INPUT ARQ-NOTACTL.
           EVALUATE WK-FS-NOTACTL
               WHEN '00'
                   READ ARQ-NOTACTL
                       AT END
                           MOVE '10' TO WK-FS-NOTACTL
                   END-READ
                   IF WK-FS-NOTACTL = '00'
                    AND FD-NTC-ULTIMA-NOTA >= 690000
                    AND FD-NTC-ULTIMA-NOTA <= 694999
                       MOVE FD-NTC-ULTIMA-NOTA TO WK-PROXIMA-NOTA
                   END-IF
                   CLOSE ARQ-NOTACTL
               WHEN OTHER
                   DISPLAY 'ARQUIVO NOTACTL NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO DA FAIXA'
           END-EVALUATE.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           PERFORM 210-PROCURAR-PEDIDO.
           IF PEDIDO-ACHADO
               PERFORM 220-RENEGOCIAR-CONTRATO
           END-IF.
           WRITE REG-EMPNOVO FROM REG-EMPREST.
           PERFORM 301-LER-EMPREST.
       210-PROCURAR-PEDIDO.
           SET PEDIDO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-PED FROM 1 BY 1
                   UNTIL WK-IND-PED > WK-TOT-PEDIDOS
                   OR PEDIDO-ACHADO
               IF PED-TAB-CODIGO(WK-IND-PED) = FD-EMP-CODIGO
                AND PED-TAB-CONTRATO(WK-IND-PED)
                        = FD-EMP-CONTRATO
                AND PED-TAB-SITUACAO(WK-IND-PED) = 'P'
                   SET PEDIDO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF PEDIDO-ACHADO
               SUBTRACT 1 FROM WK-IND-PED
           END-IF.
      *
      *    DIVIDA DO EMPRESTIMO = SALDO DEVEDOR DO CRONOGRAMA
      *    NA ULTIMA PARCELA FATURADA (COMO NA QUITACAO DO
      *    ALUNO114) MAIS AS PARCELAS FATURADAS E RECUSADAS,
      *    QUE NAO FORAM PAGAS. ACORDO FEITO FECHA O CONTRATO
      *    COMO RENEGOCIADO
       220-RENEGOCIAR-CONTRATO.
           MOVE FD-EMP-CONTRATO TO WK-CONTRATO-ORIG.
           IF NOT EMP-SIT-ATIVO
               MOVE ZEROS TO WK-DIVIDA
               MOVE 'CONTRATO NAO ATIVO' TO WK-MOTIVO
               PERFORM 260-RECUSAR-PEDIDO
           ELSE
               MOVE FD-EMP-PRINCIPAL   TO LK-AMT-PRINCIPAL
               MOVE FD-EMP-TAXA-MENSAL TO LK-AMT-TAXA-MENSAL
               MOVE FD-EMP-PRAZO       TO LK-AMT-PRAZO
               MOVE FD-EMP-SISTEMA     TO LK-AMT-SISTEMA
               CALL 'ALUNO64' USING LK-AMT-COM
               IF LK-AMT-OK
                   IF FD-EMP-PARCELAS-FATUR = ZEROS
                       MOVE FD-EMP-PRINCIPAL TO WK-SALDO-DEVEDOR
                   ELSE
                       MOVE LK-AMT-SALDO(FD-EMP-PARCELAS-FATUR)
                            TO WK-SALDO-DEVEDOR
                   END-IF
                   COMPUTE WK-VALOR-EMPREST =
                           WK-SALDO-DEVEDOR
                           + PED-TAB-VAL-ATRASO(WK-IND-PED)
                   PERFORM 230-FECHAR-ACORDO
                   IF PED-TAB-SITUACAO(WK-IND-PED) = 'F'
                       MOVE 'R' TO FD-EMP-SITUACAO
                       ADD 1 TO WK-TOT-RENEGOCIADOS
                   END-IF
               ELSE
                   MOVE ZEROS TO WK-DIVIDA
                   MOVE 'PRESTACAO SEM CALCULO' TO WK-MOTIVO
                   PERFORM 260-RECUSAR-PEDIDO
               END-IF
           END-IF.
      *
      *    VALOR FINANCIADO = DIVIDA (EMPRESTIMO + ESTOURO DO
      *    CHEQUE ESPECIAL) - ENTRADA - DESCONTO, EM PARCELAS
      *    PELO SISTEMA PEDIDO (EM BRANCO = PRICE)
       230-FECHAR-ACORDO.
           COMPUTE WK-DIVIDA = WK-VALOR-EMPREST
                             + PED-TAB-VALOR-CC(WK-IND-PED).
           COMPUTE WK-ABATIMENTO = PED-TAB-ENTRADA(WK-IND-PED)
                                 + PED-TAB-DESCONTO(WK-IND-PED).
           EVALUATE TRUE
               WHEN WK-DIVIDA = ZEROS
                   MOVE 'SEM DIVIDA A ACORDAR' TO WK-MOTIVO
                   PERFORM 260-RECUSAR-PEDIDO
               WHEN WK-ABATIMENTO >= WK-DIVIDA
                   MOVE 'ENTRADA/DESC EXCEDEM' TO WK-MOTIVO
                   PERFORM 260-RECUSAR-PEDIDO
               WHEN OTHER
                   COMPUTE WK-FINANCIADO = WK-DIVIDA - WK-ABATIMENTO
                   PERFORM 235-CALCULAR-ACORDO
           END-EVALUATE.
       235-CALCULAR-ACORDO.
           IF WK-FINANCIADO > 9999999,99
               SET LK-AMT-ERRO TO TRUE
           ELSE
               MOVE WK-FINANCIADO TO LK-AMT-PRINCIPAL
               MOVE PED-TAB-TAXA(WK-IND-PED) TO LK-AMT-TAXA-MENSAL
               MOVE PED-TAB-PRAZO(WK-IND-PED) TO LK-AMT-PRAZO
               IF PED-TAB-SISTEMA(WK-IND-PED) = 'S'
                   SET LK-AMT-SAC   TO TRUE
               ELSE
                   SET LK-AMT-PRICE TO TRUE
               END-IF
               CALL 'ALUNO64' USING LK-AMT-COM
           END-IF.
           IF LK-AMT-OK
               PERFORM 240-REGISTRAR-ACORDO
           ELSE
               MOVE 'PRESTACAO SEM CALCULO' TO WK-MOTIVO
               PERFORM 260-RECUSAR-PEDIDO
           END-IF.
       240-REGISTRAR-ACORDO.
           ADD 1 TO WK-TOT-ACORDOS.
           ADD 1 TO WK-PROXIMO-CONTRATO.
           MOVE 'F' TO PED-TAB-SITUACAO(WK-IND-PED).
           MOVE SPACES              TO WK-EMPREST-NOVO.
           MOVE PED-TAB-CODIGO(WK-IND-PED) TO WK-EMN-CODIGO.
           MOVE WK-PROXIMO-CONTRATO TO WK-EMN-CONTRATO.
           MOVE WK-FINANCIADO       TO WK-EMN-PRINCIPAL.
           MOVE PED-TAB-TAXA(WK-IND-PED) TO WK-EMN-TAXA-MENSAL.
           MOVE PED-TAB-PRAZO(WK-IND-PED) TO WK-EMN-PRAZO.
           MOVE ZEROS               TO WK-EMN-PARCELAS-FATUR.
           MOVE LK-AMT-PRESTACAO    TO WK-EMN-PRESTACAO.
           MOVE 'A'                 TO WK-EMN-SITUACAO.
           MOVE WK-DATA-EXEC        TO WK-EMN-DATA-CONTRATO.
           MOVE PED-TAB-EMPRESA(WK-IND-PED) TO WK-EMN-EMPRESA.
           MOVE 'N'                 TO WK-EMN-INDEXADO.
           MOVE SPACES              TO WK-EMN-INDEXADOR.
           MOVE LK-AMT-SISTEMA      TO WK-EMN-SISTEMA.
           MOVE 'N'                 TO WK-EMN-CONSIGNADO.
           MOVE ZEROS               TO WK-EMN-CONVENIO.
           WRITE REG-EMPADD FROM WK-EMPREST-NOVO.
           IF PED-TAB-VALOR-CC(WK-IND-PED) > ZEROS
               PERFORM 245-GERAR-CREDITO-CC
           END-IF.
           MOVE SPACES              TO WK-ACORDO-NOVO.
           MOVE PED-TAB-CODIGO(WK-IND-PED) TO WK-ACN-CODIGO.
           MOVE WK-PROXIMO-CONTRATO TO WK-ACN-CONTRATO.
           MOVE WK-CONTRATO-ORIG    TO WK-ACN-CONTRATO-ORIG.
           MOVE WK-DATA-EXEC        TO WK-ACN-DATA.
           MOVE WK-VALOR-EMPREST    TO WK-ACN-VALOR-EMPREST.
           MOVE PED-TAB-VALOR-CC(WK-IND-PED) TO WK-ACN-VALOR-CC.
           MOVE PED-TAB-ENTRADA(WK-IND-PED)  TO WK-ACN-ENTRADA.
           MOVE PED-TAB-DESCONTO(WK-IND-PED) TO WK-ACN-DESCONTO.
           MOVE PED-TAB-PRAZO(WK-IND-PED)    TO WK-ACN-PRAZO.
           MOVE 'V'                 TO WK-ACN-SITUACAO.
           MOVE ZEROS               TO WK-ACN-PARC-ATRASO.
           MOVE WK-DATA-EXEC        TO WK-ACN-DATA-SITUACAO.
           MOVE WK-PARM-OPERADOR    TO WK-ACN-OPERADOR.
           WRITE REG-ACDNOVO FROM WK-ACORDO-NOVO.
           MOVE PED-TAB-CODIGO(WK-IND-PED) TO WK-LA-CODIGO.
           MOVE WK-CONTRATO-ORIG    TO WK-LA-CONTRATO.
           MOVE WK-DIVIDA           TO WK-LA-DIVIDA.
           MOVE WK-PROXIMO-CONTRATO TO WK-LA-ACORDO.
           MOVE LK-AMT-PRESTACAO    TO WK-LA-PRESTACAO.
           MOVE 'ACORDO FEITO'      TO WK-LA-SITUACAO.
           WRITE REG-RELACD FROM WK-LINHA-ACORDO.
      *
      *    O ESTOURO ENTRA NO ACORDO E SAI DA CONTA: CREDITO
      *    NA CONTA CORRENTE PELO BALANCE LINE
       245-GERAR-CREDITO-CC.
           MOVE SPACES              TO REG-LANCAM.
           MOVE PED-TAB-CODIGO(WK-IND-PED) TO FD-LAN-CODIGO.
           MOVE 'C'                 TO FD-LAN-TIPO.
           MOVE PED-TAB-VALOR-CC(WK-IND-PED) TO FD-LAN-VALOR.
           PERFORM 250-PROXIMA-NOTA.
           MOVE 'C'                 TO FD-LAN-CONTA.
           MOVE WK-DATA-EXEC        TO FD-LAN-DATA.
           MOVE ZEROS               TO FD-LAN-NOTA-ORIG.
           MOVE ZEROS               TO FD-LAN-AGENCIA.
           MOVE 'I'                 TO FD-LAN-CANAL.
           MOVE PED-TAB-EMPRESA(WK-IND-PED) TO FD-LAN-EMPRESA.
           WRITE REG-LANCAM.
       250-PROXIMA-NOTA.
           IF WK-PROXIMA-NOTA >= 694999
               DISPLAY 'FAIXA DE NOTAS DE ACORDO ESGOTADA '
                       '(690000-694999) - ACORDOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-PROXIMA-NOTA.
           MOVE WK-PROXIMA-NOTA TO FD-LAN-NOTA.
       260-RECUSAR-PEDIDO.
           ADD 1 TO WK-TOT-REJEITADOS.
           MOVE 'R' TO PED-TAB-SITUACAO(WK-IND-PED).
           MOVE PED-TAB-CODIGO(WK-IND-PED)   TO WK-LA-CODIGO.
           MOVE PED-TAB-CONTRATO(WK-IND-PED) TO WK-LA-CONTRATO.
           MOVE WK-DIVIDA         TO WK-LA-DIVIDA.
           MOVE ZEROS             TO WK-LA-ACORDO WK-LA-PRESTACAO.
           MOVE WK-MOTIVO         TO WK-LA-SITUACAO.
           WRITE REG-RELACD FROM WK-LINHA-ACORDO.
           MOVE ZEROS             TO WK-DIVIDA.
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
       510-PROCURAR-PEDIDO-CLIENTE.
           SET PEDIDO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-PED FROM 1 BY 1
                   UNTIL WK-IND-PED > WK-TOT-PEDIDOS
                   OR PEDIDO-ACHADO
               IF PED-TAB-CODIGO(WK-IND-PED) = WK-CODIGO-EXAME
                AND PED-TAB-SITUACAO(WK-IND-PED) = 'P'
                   SET PEDIDO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF PEDIDO-ACHADO
               SUBTRACT 1 FROM WK-IND-PED
           END-IF.
       520-PROCURAR-VIGENTE.
           SET VIGENTE-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-VIG FROM 1 BY 1
                   UNTIL WK-IND-VIG > WK-TOT-VIGENTES
                   OR VIGENTE-ACHADO
               IF VIG-TAB-CODIGO(WK-IND-VIG) = WK-CODIGO-EXAME
                   SET VIGENTE-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF VIGENTE-ACHADO
               SUBTRACT 1 FROM WK-IND-VIG
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 905-ACORDAR-SOBRAS
               VARYING WK-IND-PED FROM 1 BY 1
               UNTIL WK-IND-PED > WK-TOT-PEDIDOS.
           DISPLAY 'PEDIDOS DE ACORDO LIDOS   = ' WK-REGS-LIDOS.
           DISPLAY 'ACORDOS FEITOS            = ' WK-TOT-ACORDOS.
           DISPLAY 'CONTRATOS RENEGOCIADOS    = '
                   WK-TOT-RENEGOCIADOS.
           DISPLAY 'PEDIDOS RECUSADOS         = ' WK-TOT-REJEITADOS.
           IF WK-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 950-DEPURAR-RECUSAS.
           DISPLAY 'RECUSAS ABSORVIDAS        = ' WK-TOT-ABSORVIDAS.
           PERFORM 940-GRAVAR-CONTCTL.
           PERFORM 945-GRAVAR-NOTACTL.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-EMPREST.
           CLOSE ARQ-EMPNOVO.
           CLOSE ARQ-EMPADD.
           CLOSE ARQ-LANCACD.
           CLOSE ARQ-RELACD.
           CLOSE ARQ-ACDNOVO.
      *
      *    PEDIDO AINDA PENDENTE DEPOIS DO MESTRE: SO O
      *    CHEQUE ESPECIAL (SEM CONTRATO) VIRA ACORDO AQUI;
      *    COM CONTRATO, O CONTRATO NAO EXISTE NO EMPREST
       905-ACORDAR-SOBRAS.
           IF PED-TAB-SITUACAO(WK-IND-PED) = 'P'
               IF PED-TAB-CONTRATO(WK-IND-PED) = ZEROS
                   MOVE ZEROS TO WK-CONTRATO-ORIG
                   MOVE ZEROS TO WK-VALOR-EMPREST
                   PERFORM 230-FECHAR-ACORDO
               ELSE
                   MOVE 'CONTRATO INEXISTENTE' TO WK-MOTIVO
                   PERFORM 260-RECUSAR-PEDIDO
               END-IF
           END-IF.
      ***************************************
       940-GRAVAR-CONTCTL.
           OPEN OUTPUT ARQ-CONTCTL.
           MOVE SPACES              TO REG-CONTCTL.
           MOVE WK-PROXIMO-CONTRATO TO FD-CCT-ULTIMO-CONTRATO.
           WRITE REG-CONTCTL.
           CLOSE ARQ-CONTCTL.
       945-GRAVAR-NOTACTL.
           OPEN OUTPUT ARQ-NOTACTL.
           MOVE SPACES          TO REG-NOTACTL.
           MOVE WK-PROXIMA-NOTA TO FD-NTC-ULTIMA-NOTA.
           WRITE REG-NOTACTL.
           CLOSE ARQ-NOTACTL.
      *
      *    COPIA NOVA DO RECUSAS.EMP SEM AS PARCELAS QUE
      *    ENTRARAM NA DIVIDA DE UM ACORDO FEITO
       950-DEPURAR-RECUSAS.
           OPEN OUTPUT ARQ-RECNOVO.
           OPEN INPUT ARQ-RECUSEMP.
           IF WK-FS-RECUSEMP = '00'
               PERFORM 132-LER-RECUSEMP
               PERFORM 951-COPIAR-RECUSA
                   UNTIL WK-FS-RECUSEMP = '10'
               CLOSE ARQ-RECUSEMP
           END-IF.
           CLOSE ARQ-RECNOVO.
       951-COPIAR-RECUSA.
           MOVE FD-SUS-REGISTRO TO WK-LANCAM-SUSP.
           SET PEDIDO-NAO-ACHADO TO TRUE.
           IF SUS-MOT-LIMITE
            AND WK-LSU-TIPO = 'D'
            AND WK-LSU-NOTA >= 800000 AND WK-LSU-NOTA <= 899999
               MOVE WK-LSU-CODIGO TO WK-CODIGO-EXAME
               PERFORM 952-PROCURAR-ACORDO-FEITO
           END-IF.
           IF PEDIDO-ACHADO
               ADD 1 TO WK-TOT-ABSORVIDAS
           ELSE
               WRITE REG-RECNOVO FROM REG-SUSPLAN
           END-IF.
           PERFORM 132-LER-RECUSEMP.
       952-PROCURAR-ACORDO-FEITO.
           PERFORM VARYING WK-IND-PED FROM 1 BY 1
                   UNTIL WK-IND-PED > WK-TOT-PEDIDOS
                   OR PEDIDO-ACHADO
               IF PED-TAB-CODIGO(WK-IND-PED) = WK-CODIGO-EXAME
                AND PED-TAB-SITUACAO(WK-IND-PED) = 'F'
                AND PED-TAB-CONTRATO(WK-IND-PED) NOT = ZEROS
                   SET PEDIDO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO137'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
