       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO146.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    RESGATE ANTECIPADO DE CDB: LE OS PEDIDOS DO  *
      *    DIA (CLIENTE, TITULO, TOTAL OU PARCIAL E     *
      *    VALOR BRUTO DO PARCIAL) E PASSA O MESTRE     *
      *    CDBMAST PARA O CDBNOVO APLICANDO OS PEDIDOS  *
      *    DE CADA TITULO. O PEDIDO E CRITICADO CONTRA  *
      *    O TITULO (DO CLIENTE, ATIVO, ANTES DO        *
      *    VENCIMENTO E FORA DA CARENCIA DO PRODUTO).   *
      *    O RENDIMENTO DA PARTE RESGATADA E REFEITO    *
      *    PELA TAXA DE PENALIDADE DO PRODUTO NOS MESES *
      *    CORRIDOS (NUNCA ACIMA DO RENDIMENTO JA       *
      *    CAPITALIZADO) E A DIFERENCA E A PENALIDADE.  *
      *    O IR REGRESSIVO (ALUNO145) INCIDE SOBRE O    *
      *    RENDIMENTO REFEITO; O LIQUIDO VOLTA PARA A   *
      *    CONTA CORRENTE PELO LAYOUT LANCAM (FAIXA     *
      *    660000-669999, NOTACTL DO ALUNO118), O       *
      *    IMPOSTO VAI PARA O HISTORICO IRRETIDO E      *
      *    IMPOSTO E PENALIDADE SAEM NOS PARES CDBP X   *
      *    IRRF E CDBP X RPEN DO ANTFEED (LAYOUT        *
      *    GLFEED). O PARCIAL REDUZ APLICADO E SALDO NA *
      *    MESMA PROPORCAO E O TITULO FICA ATIVO.       *
      *    CARENCIA EM DIAS CORRIDOS E TAXA MENSAL DE   *
      *    PENALIDADE VEM DO PARAMETRO ANTECIP-XX DO    *
      *    PRODUTO (ALUNO46). RESGATES, PENALIDADES E   *
      *    REJEICOES SAEM NO RELANT (ALUNO48) PARA A    *
      *    MESA DE INVESTIMENTOS                        *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESGANT  ASSIGN TO RESGANT
               FILE STATUS IS WK-FS-RESGANT.
           SELECT ARQ-CDBMAST  ASSIGN TO CDBMAST
               FILE STATUS IS WK-FS-CDBMAST.
           SELECT ARQ-CDBNOVO  ASSIGN TO CDBNOVO
               FILE STATUS IS WK-FS-CDBNOVO.
           SELECT ARQ-LANCCDB  ASSIGN TO LANCCDB
               FILE STATUS IS WK-FS-LANCCDB.
           SELECT ARQ-IRRETIDO ASSIGN TO IRRETIDO
               FILE STATUS IS WK-FS-IRRETIDO.
           SELECT ARQ-ANTFEED  ASSIGN TO ANTFEED
               FILE STATUS IS WK-FS-ANTFEED.
           SELECT ARQ-RELANT   ASSIGN TO RELANT
               FILE STATUS IS WK-FS-RELANT.
           SELECT ARQ-NOTACTL  ASSIGN TO NOTACTL
               FILE STATUS IS WK-FS-NOTACTL.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      *    PEDIDO DE RESGATE ANTECIPADO: TIPO T = TOTAL,
      *    P = PARCIAL (VALOR BRUTO A SAIR DO SALDO)
       FD   ARQ-RESGANT
            RECORDING MODE IS F.
       01  REG-RESGANT.
           05 FD-RAN-CODIGO         PIC 9(5).
           05 FD-RAN-TITULO         PIC 9(6).
           05 FD-RAN-TIPO           PIC X(01).
           05 FD-RAN-VALOR          PIC 9(9)V99.
           05 FILLER                PIC X(57).
       FD   ARQ-CDBMAST
            RECORDING MODE IS F.
           COPY CDBMAST.
       FD   ARQ-CDBNOVO
            RECORDING MODE IS F.
       01  REG-CDBNOVO              PIC X(68).
       FD   ARQ-LANCCDB
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-IRRETIDO
            RECORDING MODE IS F.
           COPY IRRETIDO.
       FD   ARQ-ANTFEED
            RECORDING MODE IS F.
       01  REG-ANTFEED.
           05 AF-TIPO-REGISTRO      PIC X(02).
           05 AF-CODFUN             PIC 9(5).
           05 AF-CENTRO-CUSTO       PIC X(04).
           05 AF-VALOR              PIC 9(9)V99.
           05 AF-SINAL              PIC X(01).
           05 AF-DATA-REFERENCIA    PIC 9(8).
           05 AF-CENTRO-ORIGEM      PIC X(04).
           05 FILLER                PIC X(45).
       01  REG-AFTRAILER REDEFINES REG-ANTFEED.
           05 FILLER                PIC X(02).
           05 AF-TRL-QTDE           PIC 9(7).
           05 AF-TRL-DEBITOS        PIC 9(11)V99.
           05 AF-TRL-CREDITOS       PIC 9(11)V99.
           05 FILLER                PIC X(45).
       FD   ARQ-RELANT
            RECORDING MODE IS F.
       01  REG-RELANT               PIC X(133).
       FD   ARQ-NOTACTL
            RECORDING MODE IS F.
       01  REG-NOTACTL.
           05 FD-NTC-ULTIMA-NOTA    PIC 9(6).
           05 FILLER                PIC X(14).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-RESGANT     PIC XX             VALUE SPACES.
       77  WK-FS-CDBMAST     PIC XX             VALUE SPACES.
       77  WK-FS-CDBNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-LANCCDB     PIC XX             VALUE SPACES.
       77  WK-FS-IRRETIDO    PIC XX             VALUE SPACES.
       77  WK-FS-ANTFEED     PIC XX             VALUE SPACES.
       77  WK-FS-RELANT      PIC XX             VALUE SPACES.
       77  WK-FS-NOTACTL     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-PEDIDOS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-TOTAIS     PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-PARCIAIS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       01  WK-DATA-APLIC     PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-APLIC-R REDEFINES WK-DATA-APLIC.
           05 WK-APL-ANO           PIC 9(4).
           05 WK-APL-MES           PIC 99.
           05 WK-APL-DIA           PIC 99.
      *
      *    FAIXA DE NOTAS RESERVADA AO CDB (A MESMA DO
      *    ALUNO118 E DO ALUNO119, COM O MESMO NOTACTL)
       77  WK-PROXIMA-NOTA   PIC 9(6)           VALUE 660000.
      *
      *    PEDIDOS DO DIA: SITUACAO P = PENDENTE,
      *    F = FEITO (RESGATADO OU REJEITADO)
       01  TABELA-PEDIDOS.
           05 PED-ENTRADA            OCCURS 2000 TIMES.
              10 PED-TAB-CODIGO      PIC 9(5).
              10 PED-TAB-TITULO      PIC 9(6).
              10 PED-TAB-TIPO        PIC X(01).
                 88 PED-TOTAL                 VALUE 'T'.
                 88 PED-PARCIAL               VALUE 'P'.
              10 PED-TAB-VALOR       PIC 9(9)V99.
              10 PED-TAB-SITUACAO    PIC X(01).
                 88 PED-PENDENTE              VALUE 'P'.
                 88 PED-FEITO                 VALUE 'F'.
       77  WK-TOT-TAB-PED    PIC 9(05)          VALUE ZEROS.
       77  WK-IND-PED        PIC 9(05)          VALUE ZEROS.
      *
      *    CARENCIA E PENALIDADE POR PRODUTO, GUARDADAS NA
      *    PRIMEIRA CONSULTA AO PARMFILE
       01  TABELA-PRODUTOS.
           05 PRD-ENTRADA            OCCURS 100 TIMES.
              10 PRD-TAB-PRODUTO     PIC X(02).
              10 PRD-TAB-CARENCIA    PIC 9(5).
              10 PRD-TAB-TAXA-PENAL  PIC 9(2)V9(4).
       77  WK-TOT-PRODUTOS   PIC 9(03)          VALUE ZEROS.
       77  WK-IND-PRD        PIC 9(03)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
       77  WK-PRODUTO        PIC X(02)          VALUE SPACES.
       01  WK-NOME-ANTECIP.
           05 FILLER               PIC X(08)     VALUE 'ANTECIP-'.
           05 WK-NAN-PRODUTO       PIC X(02)     VALUE SPACES.
       01  WK-VALOR-ANTECIP.
           05 WK-VAN-CARENCIA      PIC 9(5).
           05 WK-VAN-TAXA-PENAL    PIC 9(2)V9(4).
           05 FILLER               PIC X(09).
      *
      *    APURACAO DO RESGATE
       77  WK-MOTIVO         PIC X(40)          VALUE SPACES.
       77  WK-VALOR-BRUTO    PIC 9(9)V99        VALUE ZEROS.
       77  WK-PRINC-RESG     PIC 9(9)V99        VALUE ZEROS.
       77  WK-REND-ATUAL     PIC 9(9)V99        VALUE ZEROS.
       77  WK-REND-PENAL     PIC 9(9)V99        VALUE ZEROS.
       77  WK-PENALIDADE     PIC 9(9)V99        VALUE ZEROS.
       77  WK-VALOR-IR       PIC 9(9)V99        VALUE ZEROS.
       77  WK-VALOR-LIQUIDO  PIC 9(9)V99        VALUE ZEROS.
       77  WK-MESES-APLIC    PIC 9(4)           VALUE ZEROS.
       77  WK-IND-MES        PIC 9(4)           VALUE ZEROS.
       77  WK-FATOR-PENAL    PIC 9(3)V9(9)      VALUE ZEROS.
      *
      *    IMPOSTO E PENALIDADE POR EMPRESA PARA OS PARES
      *    CONTABEIS (INDICE = EMPRESA + 1)
       01  TABELA-EMPRESAS.
           05 EMR-ENTRADA            OCCURS 100 TIMES.
              10 EMR-TAB-IR          PIC 9(11)V99.
              10 EMR-TAB-PENALIDADE  PIC 9(11)V99.
       77  WK-IND-EMR        PIC 9(3)           VALUE ZEROS.
       77  WK-PAR-EMPRESA    PIC 9(5)           VALUE ZEROS.
       77  WK-PAR-DEBITO     PIC X(04)          VALUE SPACES.
       77  WK-PAR-CREDITO    PIC X(04)          VALUE SPACES.
       77  WK-PAR-VALOR      PIC 9(11)V99       VALUE ZEROS.
       77  WK-QTDE-FEED      PIC 9(7)           VALUE ZEROS.
       77  WK-TOT-DEBITOS    PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-CREDITOS   PIC 9(11)V99       VALUE ZEROS.
      *
      *    TOTAIS DO DIA
       77  WK-TOT-BRUTO      PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-PENALIDADE PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-IR         PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-LIQUIDO    PIC 9(11)V99       VALUE ZEROS.
       77  WK-VAL-EDIT       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO145 (IR REGRESSIVO)
           COPY IRCALC.
      *
      *    AREA DE COMUNICACAO COM O SERVICO CENTRAL DE
      *    PARAMETROS (ALUNO46)
           COPY PARMSRV.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-LINHA-RESGATE.
           05 FILLER               PIC X(04)     VALUE 'CLI '.
           05 WK-LR-CODIGO         PIC 9(5).
           05 FILLER               PIC X(05)     VALUE ' TIT '.
           05 WK-LR-TITULO         PIC 9(6).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-TIPO           PIC X(07).
           05 FILLER               PIC X(07)     VALUE ' BRUTO '.
           05 WK-LR-BRUTO          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(12)     VALUE
              ' PENALIDADE '.
           05 WK-LR-PENALIDADE     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(04)     VALUE ' IR '.
           05 WK-LR-IR             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(09)     VALUE ' LIQUIDO '.
           05 WK-LR-LIQUIDO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(06)     VALUE ' DIAS '.
           05 WK-LR-DIAS           PIC ZZZZ9.
      *
       01  WK-LINHA-REJEICAO.
           05 FILLER               PIC X(04)     VALUE 'CLI '.
           05 WK-LJ-CODIGO         PIC 9(5).
           05 FILLER               PIC X(05)     VALUE ' TIT '.
           05 WK-LJ-TITULO         PIC 9(6).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LJ-TIPO           PIC X(07).
           05 FILLER               PIC X(13)     VALUE
              ' REJEITADO - '.
           05 WK-LJ-MOTIVO         PIC X(40).
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-CDBMAST = '10'.
           PERFORM 260-REJEITAR-SEM-TITULO
               VARYING WK-IND-PED FROM 1 BY 1
               UNTIL WK-IND-PED > WK-TOT-TAB-PED.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           INITIALIZE TABELA-EMPRESAS.
           PERFORM 110-CARREGAR-PEDIDOS.
           OPEN INPUT  ARQ-CDBMAST.
           OPEN OUTPUT ARQ-CDBNOVO.
           OPEN OUTPUT ARQ-LANCCDB.
           OPEN EXTEND ARQ-IRRETIDO.
           OPEN OUTPUT ARQ-ANTFEED.
           OPEN OUTPUT ARQ-RELANT.
           EVALUATE WK-FS-CDBMAST
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CDBMAST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CDBMAST
                           ' NO COMANDO OPEN CDBMAST'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 120-LER-ULTIMA-NOTA.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'RESGATES ANTECIPADOS DE CDB - MESA DE INVESTIMENTOS'
                TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           PERFORM 301-LER-CDBMAST.
       110-CARREGAR-PEDIDOS.
           OPEN INPUT ARQ-RESGANT.
           EVALUATE WK-FS-RESGANT
               WHEN '00'
                   PERFORM 112-LER-RESGANT
                   PERFORM 111-ACUMULAR-PEDIDO
                       UNTIL WK-FS-RESGANT = '10'
                   CLOSE ARQ-RESGANT
               WHEN OTHER
                   DISPLAY 'ARQUIVO RESGANT NAO ENCONTRADO - '
                           'NENHUM RESGATE ANTECIPADO NO DIA'
           END-EVALUATE.
       111-ACUMULAR-PEDIDO.
           IF WK-TOT-TAB-PED >= 2000
               DISPLAY 'TABELA DE PEDIDOS CHEIA (MAXIMO 2000 '
                       'REGISTROS) - RESGATE ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-PEDIDOS.
           ADD 1 TO WK-TOT-TAB-PED.
           MOVE FD-RAN-CODIGO TO PED-TAB-CODIGO(WK-TOT-TAB-PED).
           MOVE FD-RAN-TITULO TO PED-TAB-TITULO(WK-TOT-TAB-PED).
           MOVE FD-RAN-TIPO   TO PED-TAB-TIPO(WK-TOT-TAB-PED).
           IF FD-RAN-VALOR NUMERIC
               MOVE FD-RAN-VALOR TO PED-TAB-VALOR(WK-TOT-TAB-PED)
           ELSE
               MOVE ZEROS TO PED-TAB-VALOR(WK-TOT-TAB-PED)
           END-IF.
           SET PED-PENDENTE(WK-TOT-TAB-PED) TO TRUE.
           PERFORM 112-LER-RESGANT.
       112-LER-RESGANT.
           READ ARQ-RESGANT
               AT END
                   MOVE '10' TO WK-FS-RESGANT
           END-READ.
       120-LER-ULTIMA-NOTA.
           OPEN INPUT ARQ-NOTACTL.
           EVALUATE WK-FS-NOTACTL
               WHEN '00'
                   READ ARQ-NOTACTL
                       AT END
                           MOVE '10' TO WK-FS-NOTACTL
                   END-READ
                   IF WK-FS-NOTACTL = '00'
                    AND FD-NTC-ULTIMA-NOTA >= 660000
                    AND FD-NTC-ULTIMA-NOTA <= 669999
                       MOVE FD-NTC-ULTIMA-NOTA TO WK-PROXIMA-NOTA
                   END-IF
                   CLOSE ARQ-NOTACTL
               WHEN OTHER
                   DISPLAY 'ARQUIVO NOTACTL NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO DA FAIXA'
           END-EVALUATE.
      ***************************************
      *    CADA TITULO DO MESTRE RECEBE OS SEUS PEDIDOS NA
      *    ORDEM DO ARQUIVO (UM PARCIAL SEGUIDO DE OUTRO
      *    PEDIDO VE O SALDO JA REDUZIDO)
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           PERFORM 210-ATENDER-PEDIDO
               VARYING WK-IND-PED FROM 1 BY 1
               UNTIL WK-IND-PED > WK-TOT-TAB-PED.
           WRITE REG-CDBNOVO FROM REG-CDBMAST.
           PERFORM 301-LER-CDBMAST.
       210-ATENDER-PEDIDO.
           IF PED-PENDENTE(WK-IND-PED)
            AND PED-TAB-TITULO(WK-IND-PED) = FD-CDB-TITULO
               SET PED-FEITO(WK-IND-PED) TO TRUE
               PERFORM 220-CRITICAR-PEDIDO
               IF WK-MOTIVO = SPACES
                   PERFORM 230-APURAR-RESGATE
               END-IF
               IF WK-MOTIVO = SPACES
                   PERFORM 240-RESGATAR
               ELSE
                   PERFORM 250-REJEITAR
               END-IF
           END-IF.
       220-CRITICAR-PEDIDO.
           MOVE SPACES TO WK-MOTIVO.
           EVALUATE TRUE
               WHEN PED-TAB-CODIGO(WK-IND-PED) NOT = FD-CDB-CODIGO
                   MOVE 'TITULO DE OUTRO CLIENTE' TO WK-MOTIVO
               WHEN NOT CDB-SIT-ATIVO
                   MOVE 'TITULO NAO ATIVO' TO WK-MOTIVO
               WHEN FD-CDB-DATA-VENCTO <= WK-DATA-EXEC
                   MOVE 'TITULO VENCIDO - RESGATE NO VENCIMENTO'
                        TO WK-MOTIVO
               WHEN NOT PED-TOTAL(WK-IND-PED)
                AND NOT PED-PARCIAL(WK-IND-PED)
                   MOVE 'TIPO DE RESGATE INVALIDO' TO WK-MOTIVO
               WHEN PED-PARCIAL(WK-IND-PED)
                AND (PED-TAB-VALOR(WK-IND-PED) = ZEROS
                 OR PED-TAB-VALOR(WK-IND-PED)
                    NOT < FD-CDB-SALDO-ATUAL)
                   MOVE 'VALOR PARCIAL ZERADO OU ACIMA DO SALDO'
                        TO WK-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    A PARTE RESGATADA LEVA O PRINCIPAL NA PROPORCAO DO
      *    SALDO; O RENDIMENTO DELA E REFEITO PELA TAXA DE
      *    PENALIDADE NOS MESES CHEIOS DESDE A APLICACAO, E
      *    OS DIAS CORRIDOS DO ALUNO145 CONFEREM A CARENCIA
       230-APURAR-RESGATE.
           PERFORM 232-OBTER-PRODUTO.
           IF PED-TOTAL(WK-IND-PED)
               MOVE FD-CDB-SALDO-ATUAL    TO WK-VALOR-BRUTO
               MOVE FD-CDB-VALOR-APLICADO TO WK-PRINC-RESG
           ELSE
               MOVE PED-TAB-VALOR(WK-IND-PED) TO WK-VALOR-BRUTO
               COMPUTE WK-PRINC-RESG ROUNDED =
                       FD-CDB-VALOR-APLICADO * WK-VALOR-BRUTO
                       / FD-CDB-SALDO-ATUAL
           END-IF.
           IF WK-VALOR-BRUTO > WK-PRINC-RESG
               COMPUTE WK-REND-ATUAL = WK-VALOR-BRUTO - WK-PRINC-RESG
           ELSE
               MOVE ZEROS TO WK-REND-ATUAL
           END-IF.
           MOVE FD-CDB-DATA-APLICACAO TO WK-DATA-APLIC.
           COMPUTE WK-MESES-APLIC =
                   (WK-EXE-ANO * 12 + WK-EXE-MES)
                   - (WK-APL-ANO * 12 + WK-APL-MES).
           IF WK-EXE-DIA < WK-APL-DIA AND WK-MESES-APLIC > ZEROS
               SUBTRACT 1 FROM WK-MESES-APLIC
           END-IF.
           MOVE 1 TO WK-FATOR-PENAL.
           PERFORM 236-CAPITALIZAR-PENALIDADE
               VARYING WK-IND-MES FROM 1 BY 1
               UNTIL WK-IND-MES > WK-MESES-APLIC.
           COMPUTE WK-REND-PENAL ROUNDED =
                   WK-PRINC-RESG * (WK-FATOR-PENAL - 1).
           IF WK-REND-PENAL > WK-REND-ATUAL
               MOVE WK-REND-ATUAL TO WK-REND-PENAL
           END-IF.
           COMPUTE WK-PENALIDADE = WK-REND-ATUAL - WK-REND-PENAL.
           MOVE FD-CDB-DATA-APLICACAO TO LK-IRC-DATA-APLICACAO.
           MOVE WK-DATA-EXEC          TO LK-IRC-DATA-RESGATE.
           MOVE WK-REND-PENAL         TO LK-IRC-RENDIMENTO.
           CALL 'ALUNO145' USING LK-IRC-COM.
           MOVE LK-IRC-VALOR-IR       TO WK-VALOR-IR.
           COMPUTE WK-VALOR-LIQUIDO =
                   WK-PRINC-RESG + WK-REND-PENAL - WK-VALOR-IR.
           IF LK-IRC-DIAS < PRD-TAB-CARENCIA(WK-IND-PRD)
               MOVE 'DENTRO DA CARENCIA DO PRODUTO' TO WK-MOTIVO
           END-IF.
      *
      *    CARENCIA E TAXA DE PENALIDADE DO PRODUTO DO TITULO
      *    (BRANCO = 00); SEM PARAMETRO VALEM 30 DIAS E
      *    0,1000 AO MES
       232-OBTER-PRODUTO.
           MOVE FD-CDB-PRODUTO TO WK-PRODUTO.
           IF WK-PRODUTO = SPACES
               MOVE '00' TO WK-PRODUTO
           END-IF.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-PRD FROM 1 BY 1
                   UNTIL WK-IND-PRD > WK-TOT-PRODUTOS
                   OR ITEM-ACHADO
               IF PRD-TAB-PRODUTO(WK-IND-PRD) = WK-PRODUTO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-PRD
           ELSE
               PERFORM 234-CARREGAR-PRODUTO
           END-IF.
       234-CARREGAR-PRODUTO.
           IF WK-TOT-PRODUTOS >= 100
               DISPLAY 'TABELA DE PRODUTOS CHEIA (MAXIMO 100 '
                       'REGISTROS) - RESGATE ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-PRODUTOS.
           MOVE WK-TOT-PRODUTOS TO WK-IND-PRD.
           MOVE WK-PRODUTO TO PRD-TAB-PRODUTO(WK-IND-PRD).
           MOVE WK-PRODUTO TO WK-NAN-PRODUTO.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO146' TO LK-PRM-PROGRAMA.
           MOVE WK-NOME-ANTECIP TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           MOVE LK-PRM-VALOR TO WK-VALOR-ANTECIP.
           IF LK-PRM-OK
            AND WK-VAN-CARENCIA NUMERIC
            AND WK-VAN-TAXA-PENAL NUMERIC
               MOVE WK-VAN-CARENCIA
                    TO PRD-TAB-CARENCIA(WK-IND-PRD)
               MOVE WK-VAN-TAXA-PENAL
                    TO PRD-TAB-TAXA-PENAL(WK-IND-PRD)
           ELSE
               DISPLAY 'PARAMETRO ' WK-NOME-ANTECIP
                       ' AUSENTE OU INVALIDO - CARENCIA 30 DIAS '
                       'E PENALIDADE 0,1000 AO MES'
               MOVE 30     TO PRD-TAB-CARENCIA(WK-IND-PRD)
               MOVE 0,1000 TO PRD-TAB-TAXA-PENAL(WK-IND-PRD)
           END-IF.
       236-CAPITALIZAR-PENALIDADE.
           COMPUTE WK-FATOR-PENAL ROUNDED =
                   WK-FATOR-PENAL
                   * (1 + PRD-TAB-TAXA-PENAL(WK-IND-PRD) / 100).
      *
      *    O LIQUIDO VOLTA PARA A CONTA CORRENTE; O PARCIAL
      *    TIRA DO TITULO O BRUTO DO SALDO E O PRINCIPAL DO
      *    APLICADO, E O TOTAL FECHA O TITULO
       240-RESGATAR.
           MOVE SPACES            TO REG-LANCAM.
           MOVE FD-CDB-CODIGO     TO FD-LAN-CODIGO.
           MOVE 'C'               TO FD-LAN-TIPO.
           MOVE WK-VALOR-LIQUIDO  TO FD-LAN-VALOR.
           PERFORM 270-PROXIMA-NOTA.
           MOVE 'C'               TO FD-LAN-CONTA.
           MOVE WK-DATA-EXEC      TO FD-LAN-DATA.
           MOVE ZEROS             TO FD-LAN-NOTA-ORIG.
           MOVE ZEROS             TO FD-LAN-AGENCIA.
           MOVE 'I'               TO FD-LAN-CANAL.
           MOVE FD-CDB-EMPRESA    TO FD-LAN-EMPRESA.
           WRITE REG-LANCAM.
           IF WK-VALOR-IR > ZEROS
               PERFORM 245-GRAVAR-IRRETIDO
           END-IF.
           COMPUTE WK-IND-EMR = FD-CDB-EMPRESA + 1.
           ADD WK-VALOR-IR   TO EMR-TAB-IR(WK-IND-EMR).
           ADD WK-PENALIDADE TO EMR-TAB-PENALIDADE(WK-IND-EMR).
           ADD WK-VALOR-BRUTO   TO WK-TOT-BRUTO.
           ADD WK-PENALIDADE    TO WK-TOT-PENALIDADE.
           ADD WK-VALOR-IR      TO WK-TOT-IR.
           ADD WK-VALOR-LIQUIDO TO WK-TOT-LIQUIDO.
           SUBTRACT WK-VALOR-BRUTO FROM FD-CDB-SALDO-ATUAL.
           SUBTRACT WK-PRINC-RESG  FROM FD-CDB-VALOR-APLICADO.
           IF PED-TOTAL(WK-IND-PED)
               ADD 1 TO WK-TOT-TOTAIS
               MOVE 'R' TO FD-CDB-SITUACAO
               MOVE 'TOTAL  ' TO WK-LR-TIPO
           ELSE
               ADD 1 TO WK-TOT-PARCIAIS
               MOVE 'PARCIAL' TO WK-LR-TIPO
           END-IF.
           MOVE FD-CDB-CODIGO    TO WK-LR-CODIGO.
           MOVE FD-CDB-TITULO    TO WK-LR-TITULO.
           MOVE WK-VALOR-BRUTO   TO WK-LR-BRUTO.
           MOVE WK-PENALIDADE    TO WK-LR-PENALIDADE.
           MOVE WK-VALOR-IR      TO WK-LR-IR.
           MOVE WK-VALOR-LIQUIDO TO WK-LR-LIQUIDO.
           MOVE LK-IRC-DIAS      TO WK-LR-DIAS.
           MOVE WK-LINHA-RESGATE TO LK-REL-DETALHE.
           PERFORM 910-DETALHAR.
       245-GRAVAR-IRRETIDO.
           MOVE SPACES                TO REG-IRRETIDO.
           MOVE FD-CDB-CODIGO         TO FD-IRR-CODIGO.
           MOVE FD-CDB-TITULO         TO FD-IRR-TITULO.
           MOVE FD-CDB-EMPRESA        TO FD-IRR-EMPRESA.
           MOVE WK-DATA-EXEC          TO FD-IRR-DATA.
           MOVE LK-IRC-DIAS           TO FD-IRR-DIAS.
           MOVE WK-REND-PENAL         TO FD-IRR-RENDIMENTO.
           MOVE LK-IRC-ALIQUOTA       TO FD-IRR-ALIQUOTA.
           MOVE WK-VALOR-IR           TO FD-IRR-VALOR.
           MOVE WK-PROXIMA-NOTA       TO FD-IRR-NOTA.
           SET IRR-ORIG-ANTECIPADO    TO TRUE.
           WRITE REG-IRRETIDO.
       250-REJEITAR.
           ADD 1 TO WK-TOT-REJEITADOS.
           MOVE PED-TAB-CODIGO(WK-IND-PED) TO WK-LJ-CODIGO.
           MOVE PED-TAB-TITULO(WK-IND-PED) TO WK-LJ-TITULO.
           EVALUATE TRUE
               WHEN PED-TOTAL(WK-IND-PED)
                   MOVE 'TOTAL  ' TO WK-LJ-TIPO
               WHEN PED-PARCIAL(WK-IND-PED)
                   MOVE 'PARCIAL' TO WK-LJ-TIPO
               WHEN OTHER
                   MOVE PED-TAB-TIPO(WK-IND-PED) TO WK-LJ-TIPO
           END-EVALUATE.
           MOVE WK-MOTIVO TO WK-LJ-MOTIVO.
           MOVE WK-LINHA-REJEICAO TO LK-REL-DETALHE.
           PERFORM 910-DETALHAR.
      *
      *    PEDIDO QUE NAO ENCONTROU O TITULO NO MESTRE
       260-REJEITAR-SEM-TITULO.
           IF PED-PENDENTE(WK-IND-PED)
               SET PED-FEITO(WK-IND-PED) TO TRUE
               MOVE 'TITULO NAO CADASTRADO' TO WK-MOTIVO
               PERFORM 250-REJEITAR
           END-IF.
       270-PROXIMA-NOTA.
           IF WK-PROXIMA-NOTA >= 669999
               DISPLAY 'FAIXA DE NOTAS DE CDB ESGOTADA '
                       '(660000-669999) - RESGATE ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-PROXIMA-NOTA.
           MOVE WK-PROXIMA-NOTA TO FD-LAN-NOTA.
      ***************************************
       300-LER-CDBMAST SECTION.
       301-LER-CDBMAST.
           READ ARQ-CDBMAST.
           EVALUATE WK-FS-CDBMAST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CDBMAST
                           ' NO COMANDO READ CDBMAST'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'PEDIDOS: '       DELIMITED BY SIZE
                  WK-TOT-PEDIDOS    DELIMITED BY SIZE
                  '   TOTAIS: '     DELIMITED BY SIZE
                  WK-TOT-TOTAIS     DELIMITED BY SIZE
                  '   PARCIAIS: '   DELIMITED BY SIZE
                  WK-TOT-PARCIAIS   DELIMITED BY SIZE
                  '   REJEITADOS: ' DELIMITED BY SIZE
                  WK-TOT-REJEITADOS DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHAR.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-TOT-BRUTO TO WK-VAL-EDIT.
           STRING 'VALOR BRUTO RESGATADO:    ' DELIMITED BY SIZE
                  WK-VAL-EDIT                  DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHAR.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-TOT-PENALIDADE TO WK-VAL-EDIT.
           STRING 'PENALIDADES COBRADAS:     ' DELIMITED BY SIZE
                  WK-VAL-EDIT                  DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHAR.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-TOT-IR TO WK-VAL-EDIT.
           STRING 'IR RETIDO NA FONTE:       ' DELIMITED BY SIZE
                  WK-VAL-EDIT                  DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHAR.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-TOT-LIQUIDO TO WK-VAL-EDIT.
           STRING 'LIQUIDO CREDITADO:        ' DELIMITED BY SIZE
                  WK-VAL-EDIT                  DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHAR.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           PERFORM 920-GRAVAR-PARES
               VARYING WK-IND-EMR FROM 1 BY 1
               UNTIL WK-IND-EMR > 100.
           PERFORM 925-GRAVAR-TRAILER.
           DISPLAY 'PEDIDOS LIDOS          = ' WK-TOT-PEDIDOS.
           DISPLAY 'RESGATES TOTAIS        = ' WK-TOT-TOTAIS.
           DISPLAY 'RESGATES PARCIAIS      = ' WK-TOT-PARCIAIS.
           DISPLAY 'PEDIDOS REJEITADOS     = ' WK-TOT-REJEITADOS.
           MOVE WK-TOT-PENALIDADE TO WK-VAL-EDIT.
           DISPLAY 'PENALIDADES COBRADAS   = ' WK-VAL-EDIT.
           MOVE WK-TOT-IR TO WK-VAL-EDIT.
           DISPLAY 'IR RETIDO NOS RESGATES = ' WK-VAL-EDIT.
           IF WK-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 940-GRAVAR-NOTACTL.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CDBMAST.
           CLOSE ARQ-CDBNOVO.
           CLOSE ARQ-LANCCDB.
           CLOSE ARQ-IRRETIDO.
           CLOSE ARQ-ANTFEED.
           CLOSE ARQ-RELANT.
       910-DETALHAR.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
      ***************************************
       915-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELANT
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
      *    O IR RETIDO SAI DO PASSIVO DO CDB (CDBP) PARA O
      *    IMPOSTO A RECOLHER (IRRF) E A PENALIDADE PARA A
      *    RECEITA DE PENALIDADE (RPEN), POR EMPRESA
      *    (CODFUN = EMPRESA)
       920-GRAVAR-PARES.
           COMPUTE WK-PAR-EMPRESA = WK-IND-EMR - 1.
           MOVE 'CDBP' TO WK-PAR-DEBITO.
           MOVE 'IRRF' TO WK-PAR-CREDITO.
           MOVE EMR-TAB-IR(WK-IND-EMR) TO WK-PAR-VALOR.
           PERFORM 922-GRAVAR-PAR.
           MOVE 'RPEN' TO WK-PAR-CREDITO.
           MOVE EMR-TAB-PENALIDADE(WK-IND-EMR) TO WK-PAR-VALOR.
           PERFORM 922-GRAVAR-PAR.
      *
      *    O PAR SAI EM DUAS LINHAS BALANCEADAS
       922-GRAVAR-PAR.
           IF WK-PAR-VALOR NOT = ZEROS
               MOVE SPACES          TO REG-ANTFEED
               MOVE 'RA'            TO AF-TIPO-REGISTRO
               MOVE WK-PAR-EMPRESA  TO AF-CODFUN
               MOVE WK-PAR-DEBITO   TO AF-CENTRO-CUSTO
               MOVE WK-PAR-VALOR    TO AF-VALOR
               MOVE 'D'             TO AF-SINAL
               MOVE WK-DATA-EXEC    TO AF-DATA-REFERENCIA
               MOVE WK-PAR-CREDITO  TO AF-CENTRO-ORIGEM
               WRITE REG-ANTFEED
               ADD 1 TO WK-QTDE-FEED
               ADD WK-PAR-VALOR TO WK-TOT-DEBITOS
               MOVE SPACES          TO REG-ANTFEED
               MOVE 'RA'            TO AF-TIPO-REGISTRO
               MOVE WK-PAR-EMPRESA  TO AF-CODFUN
               MOVE WK-PAR-CREDITO  TO AF-CENTRO-CUSTO
               MOVE WK-PAR-VALOR    TO AF-VALOR
               MOVE 'C'             TO AF-SINAL
               MOVE WK-DATA-EXEC    TO AF-DATA-REFERENCIA
               MOVE WK-PAR-DEBITO   TO AF-CENTRO-ORIGEM
               WRITE REG-ANTFEED
               ADD 1 TO WK-QTDE-FEED
               ADD WK-PAR-VALOR TO WK-TOT-CREDITOS
           END-IF.
       925-GRAVAR-TRAILER.
           MOVE SPACES          TO REG-ANTFEED.
           MOVE '99'            TO AF-TIPO-REGISTRO.
           MOVE WK-QTDE-FEED    TO AF-TRL-QTDE.
           MOVE WK-TOT-DEBITOS  TO AF-TRL-DEBITOS.
           MOVE WK-TOT-CREDITOS TO AF-TRL-CREDITOS.
           WRITE REG-ANTFEED.
      ***************************************
       940-GRAVAR-NOTACTL.
           OPEN OUTPUT ARQ-NOTACTL.
           MOVE SPACES          TO REG-NOTACTL.
           MOVE WK-PROXIMA-NOTA TO FD-NTC-ULTIMA-NOTA.
           WRITE REG-NOTACTL.
           CLOSE ARQ-NOTACTL.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO146'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
