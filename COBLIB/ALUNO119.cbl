      *    O TITULO ATIVO CAPITALIZA O SALDO PELA SUA   *
      *    TAXA MENSAL; O TITULO VENCIDO (DIA NAO UTIL  *
      *    ROLA PARA O PROXIMO DIA UTIL PELO ALUNO63)   *
      *    TEM PRINCIPAL MAIS RENDIMENTO, LIQUIDOS DO   *
      *    IMPOSTO DE RENDA RETIDO, CREDITADOS DE       *
      *    VOLTA NA CONTA CORRENTE PELO LAYOUT LANCAM   *
      *    (FAIXA 660000-669999) E FECHA COMO           *
      *    RESGATADO. O IR SEGUE A TABELA REGRESSIVA    *
      *    POR DIAS CORRIDOS DA APLICACAO AO RESGATE    *
      *    (SUBROTINA ALUNO145, FAIXAS IR-REGRESS-1 A 4 *
      *    DO PARMFILE) SOBRE O RENDIMENTO, E SAI COMO  *
      *    MOVIMENTO PROPRIO NO HISTORICO IRRETIDO E NO *
      *    PAR CONTABIL CDBP X IRRF (LAYOUT GLFEED) POR *
      *    EMPRESA. O DEMONSTRATIVO DE POSICAO SAI POR  *
      *    CLIENTE. O RENDIMENTO                        *
      *    CORRE DA ULTIMA CAPITALIZACAO (OU DA         *
      *    APLICACAO NO MES) ATE A RODADA, COM O FATOR  *
      *    DO SERVICO DE CONTAGEM DE DIAS (ALUNO148) NA *
      *    CONVENCAO DO PRODUTO (PARAMETRO              *
      *    ALUNO119/CONVENCAO-<PRODUTO>)                *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-LANCCDB.
           SELECT ARQ-RELCDB   ASSIGN TO RELCDB
               FILE STATUS IS WK-FS-RELCDB.
           SELECT ARQ-IRRETIDO ASSIGN TO IRRETIDO
               FILE STATUS IS WK-FS-IRRETIDO.
           SELECT ARQ-IRFEED   ASSIGN TO IRFEED
               FILE STATUS IS WK-FS-IRFEED.
           SELECT ARQ-NOTACTL  ASSIGN TO NOTACTL
               FILE STATUS IS WK-FS-NOTACTL.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
       FD   ARQ-RELCDB
            RECORDING MODE IS F.
       01  REG-RELCDB               PIC X(100).
       FD   ARQ-IRRETIDO
            RECORDING MODE IS F.
           COPY IRRETIDO.
       FD   ARQ-IRFEED
            RECORDING MODE IS F.
       01  REG-IRFEED.
           05 IF-TIPO-REGISTRO      PIC X(02).
           05 IF-CODFUN             PIC 9(5).
           05 IF-CENTRO-CUSTO       PIC X(04).
           05 IF-VALOR              PIC 9(9)V99.
           05 IF-SINAL              PIC X(01).
           05 IF-DATA-REFERENCIA    PIC 9(8).
           05 IF-CENTRO-ORIGEM      PIC X(04).
           05 FILLER                PIC X(45).
       01  REG-IFTRAILER REDEFINES REG-IRFEED.
           05 FILLER                PIC X(02).
           05 IF-TRL-QTDE           PIC 9(7).
           05 IF-TRL-DEBITOS        PIC 9(11)V99.
           05 IF-TRL-CREDITOS       PIC 9(11)V99.
           05 FILLER                PIC X(45).
       FD   ARQ-NOTACTL
            RECORDING MODE IS F.
       01  REG-NOTACTL.
       77  WK-FS-CDBNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-LANCCDB     PIC XX             VALUE SPACES.
       77  WK-FS-RELCDB      PIC XX             VALUE SPACES.
       77  WK-FS-IRRETIDO    PIC XX             VALUE SPACES.
       77  WK-FS-IRFEED      PIC XX             VALUE SPACES.
       77  WK-FS-NOTACTL     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-RENDIDO    PIC 9(11)V99       VALUE ZEROS.
       77  WK-REND-EDIT      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    PERIODO DA CAPITALIZACAO: DA ULTIMA CAPITALIZACAO
      *    (OU DA APLICACAO, SE MAIS RECENTE QUE UM MES ANTES
      *    DA RODADA) ATE A RODADA OU O VENCIMENTO; FATOR DO
      *    SERVICO DE CONTAGEM DE DIAS (ALUNO148) NA CONVENCAO
      *    DO PRODUTO (PARAMETRO ALUNO119/CONVENCAO-<PRODUTO>,
      *    PADRAO 30/360)
       77  WK-INICIO-CAPITAL PIC 9(8)           VALUE ZEROS.
       77  WK-FIM-CAPITAL    PIC 9(8)           VALUE ZEROS.
       77  WK-MES-ANTERIOR   PIC 9(8)           VALUE ZEROS.
       77  WK-CONVENCAO      PIC X(01)          VALUE 'T'.
       77  WK-PRODUTO        PIC X(02)          VALUE SPACES.
           COPY DIACONT.
           COPY PARMSRV.
      *
      *    APURACAO DO IMPOSTO NO RESGATE
       77  WK-RENDIMENTO-TOT PIC 9(9)V99        VALUE ZEROS.
       77  WK-ALIQUOTA       PIC 9(3)V99        VALUE ZEROS.
       77  WK-VALOR-IR       PIC 9(9)V99        VALUE ZEROS.
       77  WK-VALOR-LIQUIDO  PIC 9(9)V99        VALUE ZEROS.
       77  WK-DIAS-APLICADO  PIC 9(5)           VALUE ZEROS.
       77  WK-TOT-IR         PIC 9(11)V99       VALUE ZEROS.
       77  WK-IR-EDIT        PIC ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
      *
      *    IR RETIDO POR EMPRESA PARA O PAR CONTABIL
      *    (INDICE = EMPRESA + 1)
       01  TABELA-IR-EMPRESA.
           05 IRE-ENTRADA          OCCURS 100 TIMES.
              10 IRE-TAB-VALOR     PIC 9(11)V99.
       77  WK-IND-IRE        PIC 9(3)           VALUE ZEROS.
       77  WK-QTDE-FEED      PIC 9(7)           VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO145 (IR REGRESSIVO)
           COPY IRCALC.
      *
      *    AREA DE COMUNICACAO COM O ALUNO63 (CALENDARIO)
           COPY CALSRV.
      *
           05 WK-LP-VENCTO         PIC 9(8).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LP-SITUACAO       PIC X(34)     VALUE SPACES.
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
           INITIALIZE TABELA-IR-EMPRESA.
           OPEN INPUT  ARQ-CDBMAST.
           OPEN OUTPUT ARQ-CDBNOVO.
           OPEN OUTPUT ARQ-LANCCDB.
           OPEN OUTPUT ARQ-RELCDB.
           OPEN EXTEND ARQ-IRRETIDO.
           OPEN OUTPUT ARQ-IRFEED.
           EVALUATE WK-FS-CDBMAST
               WHEN '00'
                   CONTINUE
                   STOP RUN
           END-EVALUATE.
           PERFORM 120-LER-ULTIMA-NOTA.
           SET LK-DCT-SOMAR-MESES TO TRUE.
           MOVE WK-DATA-EXEC TO LK-DCT-DATA-INICIO.
           MOVE -1           TO LK-DCT-QTDE-MESES.
           CALL 'ALUNO148' USING LK-DCT-COM.
           MOVE LK-DCT-DATA-FIM TO WK-MES-ANTERIOR.
           PERFORM 301-LER-CDBMAST.
       120-LER-ULTIMA-NOTA.
           OPEN INPUT ARQ-NOTACTL.
           PERFORM 301-LER-CDBMAST.
       210-CAPITALIZAR.
           ADD 1 TO WK-TOT-CAPITALIZA.
           MOVE ZEROS TO WK-RENDIMENTO.
           IF FD-CDB-DATA-CAPITAL NUMERIC
            AND FD-CDB-DATA-CAPITAL > ZEROS
               MOVE FD-CDB-DATA-CAPITAL TO WK-INICIO-CAPITAL
           ELSE
               IF FD-CDB-DATA-APLICACAO > WK-MES-ANTERIOR
                   MOVE FD-CDB-DATA-APLICACAO TO WK-INICIO-CAPITAL
               ELSE
                   MOVE WK-MES-ANTERIOR       TO WK-INICIO-CAPITAL
               END-IF
           END-IF.
           IF FD-CDB-DATA-VENCTO < WK-DATA-EXEC
               MOVE FD-CDB-DATA-VENCTO TO WK-FIM-CAPITAL
           ELSE
               MOVE WK-DATA-EXEC       TO WK-FIM-CAPITAL
           END-IF.
           IF WK-FIM-CAPITAL > WK-INICIO-CAPITAL
               PERFORM 215-CALCULAR-FATOR
               COMPUTE WK-RENDIMENTO ROUNDED =
                       FD-CDB-SALDO-ATUAL * (LK-DCT-FATOR - 1)
               MOVE WK-FIM-CAPITAL TO FD-CDB-DATA-CAPITAL
           END-IF.
           ADD WK-RENDIMENTO TO FD-CDB-SALDO-ATUAL.
           ADD WK-RENDIMENTO TO WK-TOT-RENDIDO.
       215-CALCULAR-FATOR.
           MOVE FD-CDB-PRODUTO TO WK-PRODUTO.
           IF WK-PRODUTO = SPACES
               MOVE '00' TO WK-PRODUTO
           END-IF.
           MOVE 'T' TO WK-CONVENCAO.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO119'   TO LK-PRM-PROGRAMA.
           MOVE SPACES       TO LK-PRM-NOME.
           STRING 'CONVENCAO-' WK-PRODUTO DELIMITED BY SIZE
                  INTO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:1) TO WK-CONVENCAO
           END-IF.
           SET LK-DCT-ENTRE-DATAS    TO TRUE.
           MOVE WK-CONVENCAO         TO LK-DCT-CONVENCAO.
           SET LK-DCT-COMPOSTO       TO TRUE.
           MOVE WK-INICIO-CAPITAL    TO LK-DCT-DATA-INICIO.
           MOVE WK-FIM-CAPITAL       TO LK-DCT-DATA-FIM.
           MOVE FD-CDB-TAXA-MENSAL   TO LK-DCT-TAXA-MENSAL.
           CALL 'ALUNO148' USING LK-DCT-COM.
           IF NOT LK-DCT-OK
               DISPLAY 'ERRO ' LK-DCT-STATUS
                       ' NO FATOR DO TITULO ' FD-CDB-TITULO
                       ' (CONVENCAO ' WK-CONVENCAO
                       ') - CAPITALIZACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    VENCIMENTO EM DIA NAO UTIL PAGA NO PROXIMO DIA
      *    UTIL; VENCIDO ATE HOJE, O SALDO VOLTA PARA A
           ELSE
               PERFORM 240-RELATAR-POSICAO
           END-IF.
      *
      *    O CREDITO E O SALDO MENOS O IR RETIDO; O IMPOSTO
      *    SAI NO HISTORICO IRRETIDO COM A NOTA DO CREDITO
       230-RESGATAR.
           ADD 1 TO WK-TOT-RESGATADOS.
           PERFORM 235-APURAR-IR.
           MOVE SPACES            TO REG-LANCAM.
           MOVE FD-CDB-CODIGO     TO FD-LAN-CODIGO.
           MOVE 'C'               TO FD-LAN-TIPO.
           MOVE WK-VALOR-LIQUIDO  TO FD-LAN-VALOR.
           PERFORM 250-PROXIMA-NOTA.
           MOVE 'C'               TO FD-LAN-CONTA.
           MOVE WK-DATA-EXEC      TO FD-LAN-DATA.
           MOVE 'I'               TO FD-LAN-CANAL.
           MOVE FD-CDB-EMPRESA    TO FD-LAN-EMPRESA.
           WRITE REG-LANCAM.
           IF WK-VALOR-IR > ZEROS
               PERFORM 238-GRAVAR-IRRETIDO
           END-IF.
           MOVE 'R' TO FD-CDB-SITUACAO.
           MOVE FD-CDB-TITULO      TO WK-LP-TITULO.
           MOVE FD-CDB-CODIGO      TO WK-LP-CODIGO.
           MOVE FD-CDB-SALDO-ATUAL TO WK-LP-SALDO.
           MOVE FD-CDB-DATA-VENCTO TO WK-LP-VENCTO.
           MOVE WK-VALOR-IR        TO WK-IR-EDIT.
           MOVE SPACES             TO WK-LP-SITUACAO.
           STRING 'RESGATADO - IR ' WK-IR-EDIT
                  DELIMITED BY SIZE INTO WK-LP-SITUACAO
           END-STRING.
           WRITE REG-RELCDB FROM WK-LINHA-POSICAO.
      *
      *    RENDIMENTO = SALDO MENOS O VALOR APLICADO; DIAS,
      *    ALIQUOTA E IMPOSTO PELO ALUNO145 ATE A DATA DO
      *    RESGATE
       235-APURAR-IR.
           IF FD-CDB-SALDO-ATUAL > FD-CDB-VALOR-APLICADO
               COMPUTE WK-RENDIMENTO-TOT =
                       FD-CDB-SALDO-ATUAL - FD-CDB-VALOR-APLICADO
           ELSE
               MOVE ZEROS TO WK-RENDIMENTO-TOT
           END-IF.
           MOVE FD-CDB-DATA-APLICACAO TO LK-IRC-DATA-APLICACAO.
           MOVE WK-DATA-EFETIVA       TO LK-IRC-DATA-RESGATE.
           MOVE WK-RENDIMENTO-TOT     TO LK-IRC-RENDIMENTO.
           CALL 'ALUNO145' USING LK-IRC-COM.
           MOVE LK-IRC-DIAS      TO WK-DIAS-APLICADO.
           MOVE LK-IRC-ALIQUOTA  TO WK-ALIQUOTA.
           MOVE LK-IRC-VALOR-IR  TO WK-VALOR-IR.
           COMPUTE WK-VALOR-LIQUIDO =
                   FD-CDB-SALDO-ATUAL - WK-VALOR-IR.
       238-GRAVAR-IRRETIDO.
           MOVE SPACES                TO REG-IRRETIDO.
           MOVE FD-CDB-CODIGO         TO FD-IRR-CODIGO.
           MOVE FD-CDB-TITULO         TO FD-IRR-TITULO.
           MOVE FD-CDB-EMPRESA        TO FD-IRR-EMPRESA.
           MOVE WK-DATA-EXEC          TO FD-IRR-DATA.
           MOVE WK-DIAS-APLICADO      TO FD-IRR-DIAS.
           MOVE WK-RENDIMENTO-TOT     TO FD-IRR-RENDIMENTO.
           MOVE WK-ALIQUOTA           TO FD-IRR-ALIQUOTA.
           MOVE WK-VALOR-IR           TO FD-IRR-VALOR.
           MOVE WK-PROXIMA-NOTA       TO FD-IRR-NOTA.
           SET IRR-ORIG-VENCIMENTO    TO TRUE.
           WRITE REG-IRRETIDO.
           ADD WK-VALOR-IR TO WK-TOT-IR.
           COMPUTE WK-IND-IRE = FD-CDB-EMPRESA + 1.
           ADD WK-VALOR-IR TO IRE-TAB-VALOR(WK-IND-IRE).
       240-RELATAR-POSICAO.
           MOVE FD-CDB-TITULO      TO WK-LP-TITULO.
           MOVE FD-CDB-CODIGO      TO WK-LP-CODIGO.
           DISPLAY 'TITULOS RESGATADOS     = '
                   WK-TOT-RESGATADOS.
           DISPLAY 'RENDIMENTO DO MES      = ' WK-REND-EDIT.
           MOVE WK-TOT-IR TO WK-REND-EDIT.
           DISPLAY 'IR RETIDO NOS RESGATES = ' WK-REND-EDIT.
           PERFORM 920-GRAVAR-IRFEED
               VARYING WK-IND-IRE FROM 1 BY 1
               UNTIL WK-IND-IRE > 100.
           PERFORM 925-GRAVAR-TRAILER.
           PERFORM 940-GRAVAR-NOTACTL.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CDBMAST.
           CLOSE ARQ-CDBNOVO.
           CLOSE ARQ-LANCCDB.
           CLOSE ARQ-RELCDB.
           CLOSE ARQ-IRRETIDO.
           CLOSE ARQ-IRFEED.
      *
      *    O IR RETIDO SAI DO PASSIVO DO CDB (CDBP) PARA O
      *    IMPOSTO A RECOLHER (IRRF), EM PAR BALANCEADO POR
      *    EMPRESA (CODFUN = EMPRESA)
       920-GRAVAR-IRFEED.
           IF IRE-TAB-VALOR(WK-IND-IRE) > ZEROS
               MOVE SPACES          TO REG-IRFEED
               MOVE 'IR'            TO IF-TIPO-REGISTRO
               COMPUTE IF-CODFUN = WK-IND-IRE - 1
               MOVE 'CDBP'          TO IF-CENTRO-CUSTO
               MOVE IRE-TAB-VALOR(WK-IND-IRE) TO IF-VALOR
               MOVE 'D'             TO IF-SINAL
               MOVE WK-DATA-EXEC    TO IF-DATA-REFERENCIA
               MOVE 'IRRF'          TO IF-CENTRO-ORIGEM
               WRITE REG-IRFEED
               ADD 1 TO WK-QTDE-FEED
               MOVE SPACES          TO REG-IRFEED
               MOVE 'IR'            TO IF-TIPO-REGISTRO
               COMPUTE IF-CODFUN = WK-IND-IRE - 1
               MOVE 'IRRF'          TO IF-CENTRO-CUSTO
               MOVE IRE-TAB-VALOR(WK-IND-IRE) TO IF-VALOR
               MOVE 'C'             TO IF-SINAL
               MOVE WK-DATA-EXEC    TO IF-DATA-REFERENCIA
               MOVE 'CDBP'          TO IF-CENTRO-ORIGEM
               WRITE REG-IRFEED
               ADD 1 TO WK-QTDE-FEED
           END-IF.
       925-GRAVAR-TRAILER.
           MOVE SPACES          TO REG-IRFEED.
           MOVE '99'            TO IF-TIPO-REGISTRO.
           MOVE WK-QTDE-FEED    TO IF-TRL-QTDE.
           MOVE WK-TOT-IR       TO IF-TRL-DEBITOS.
           MOVE WK-TOT-IR       TO IF-TRL-CREDITOS.
           WRITE REG-IRFEED.
      ***************************************
       940-GRAVAR-NOTACTL.
           OPEN OUTPUT ARQ-NOTACTL.
