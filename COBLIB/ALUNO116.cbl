      ***************************************************
      *    ORIGINACAO DE EMPRESTIMOS COM SCORE          *
      *    INTERNO: LE AS PROPOSTAS (CLIENTE,           *
      *    PRINCIPAL, TAXA, PRAZO, SISTEMA), PONTUA     *
      *    CADA PROPONENTE COM O QUE A CASA JA SABE -   *
      *    SEGMENTO DO ALUNO38, SALDO MEDIO DO          *
      *    ALUNO76, DIAS EM NEGATIVO DO CLIENTEN,       *
      *    EXPOSICAO ATIVA NO EMPREST E RECUSAS POR     *
      *    LIMITE NO SUSPENSO ACUMULADO - E APLICA O    *
      *    CORTE DE SCORE E A REGRA DE COMPROMETIMENTO  *
      *    (PRESTACOES SOBRE O SALDO MEDIO; NO SAC VALE *
      *    A PRIMEIRA PRESTACAO, QUE E A MAIOR).        *
      *    PROPOSTA APROVADA VIRA CONTRATO NOVO NO      *
      *    SISTEMA PEDIDO (NUMERACAO PERSISTIDA NO      *
      *    CONTCTL, PRESTACAO DO ALUNO64) NO ARQUIVO    *
      *    EMPADD, QUE O JOB CLASSIFICA E MESCLA NO     *
      *    MESTRE; A RECUSADA SAI NO RELATORIO DE       *
      *    DECISAO COM O CODIGO DO MOTIVO PARA O COMITE *
      *    DE CREDITO. PROPOSTA COM A EMPRESA DO        *
      *    CONVENIO PREENCHIDA VIRA CONTRATO CONSIGNADO *
      *    (DESCONTADO NA FOLHA PELO ALUNO96).          *
      *    PRINCIPAL ACIMA DO LIMITE DA POLITICA DE     *
      *    GARANTIAS EXIGE COLATERAL PRE-CADASTRADO     *
      *    (CONTRATO 000000 NO GARANTIA) QUE COBRE O    *
      *    PERCENTUAL DA POLITICA; NA APROVACAO, AS     *
      *    GARANTIAS PRE-CADASTRADAS DO CLIENTE SAO     *
      *    VINCULADAS AO CONTRATO NOVO POR MOVIMENTO V  *
      *    (GARVINC) PARA A MANUTENCAO DO ALUNO142.     *
      *    PROPOSTA DE MEMBRO DE GRUPO ECONOMICO        *
      *    (GRUPOECO) QUE LEVARIA A EXPOSICAO DO GRUPO  *
      *    (EXPGRUPO DO ALUNO162, MAIS O APROVADO NO    *
      *    LOTE) ACIMA DO LIMITE DO GRUPO VAI PARA A    *
      *    FILA DE APROVACAO A QUATRO OLHOS (PENDAPR,   *
      *    MOTIVO G); APROVADA, VOLTA CARIMBADA PELO    *
      *    ALUNO107 NO PROPEMP DA RODADA SEGUINTE E     *
      *    NAO PASSA DE NOVO PELO LIMITE DO GRUPO       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-RELDEC.
           SELECT ARQ-CONTCTL  ASSIGN TO CONTCTL
               FILE STATUS IS WK-FS-CONTCTL.
           SELECT ARQ-GARANTIA ASSIGN TO GARANTIA
               FILE STATUS IS WK-FS-GARANTIA.
           SELECT ARQ-GARVINC  ASSIGN TO GARVINC
               FILE STATUS IS WK-FS-GARVINC.
           SELECT ARQ-GRUPOECO ASSIGN TO GRUPOECO
               FILE STATUS IS WK-FS-GRUPOECO.
           SELECT ARQ-EXPGRUPO ASSIGN TO EXPGRUPO
               FILE STATUS IS WK-FS-EXPGRUPO.
           SELECT ARQ-PENDAPR  ASSIGN TO PENDAPR
               FILE STATUS IS WK-FS-PENDAPR.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
           05 FD-PPE-PRINCIPAL      PIC 9(7)V99.
           05 FD-PPE-TAXA           PIC 9(2)V9(4).
           05 FD-PPE-PRAZO          PIC 9(3).
           05 FD-PPE-SISTEMA        PIC X(01).
              88 PPE-SIS-SAC                  VALUE 'S'.
              88 PPE-SIS-VALIDO               VALUE 'P' 'S' ' '.
           05 FD-PPE-CONVENIO       PIC 99.
           05 FD-PPE-APROVACAO      PIC X(01).
              88 PPE-APROVADA                 VALUE 'A'.
           05 FD-PPE-APROVADOR      PIC X(08).
           05 FILLER                PIC X(45).
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
           COPY SUSPLAN.
       FD   ARQ-EMPADD
            RECORDING MODE IS F.
       01  REG-EMPADD               PIC X(60).
       FD   ARQ-RELDEC
            RECORDING MODE IS F.
       01  REG-RELDEC               PIC X(100).
       01  REG-CONTCTL.
           05 FD-CCT-ULTIMO-CONTRATO PIC 9(6).
           05 FILLER                PIC X(14).
       FD   ARQ-GARANTIA
            RECORDING MODE IS F.
           COPY GARANTIA.
       FD   ARQ-GARVINC
            RECORDING MODE IS F.
           COPY MOVGAR.
       FD   ARQ-GRUPOECO
            RECORDING MODE IS F.
           COPY GRUPOECO.
       FD   ARQ-EXPGRUPO
            RECORDING MODE IS F.
           COPY EXPGRUPO.
       FD   ARQ-PENDAPR
            RECORDING MODE IS F.
           COPY PENDAPR.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       77  WK-FS-EMPADD      PIC XX             VALUE SPACES.
       77  WK-FS-RELDEC      PIC XX             VALUE SPACES.
       77  WK-FS-CONTCTL     PIC XX             VALUE SPACES.
       77  WK-FS-GARANTIA    PIC XX             VALUE SPACES.
       77  WK-FS-GARVINC     PIC XX             VALUE SPACES.
       77  WK-FS-GRUPOECO    PIC XX             VALUE SPACES.
       77  WK-FS-EXPGRUPO    PIC XX             VALUE SPACES.
       77  WK-FS-PENDAPR     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APROVADAS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-RECUSADAS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-VINCULOS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-PENDENTES  PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    CARTAO: SCORE DE CORTE E COMPROMETIMENTO MAXIMO
      *    (PRESTACOES SOBRE O SALDO MEDIO, EM PERCENTO);
      *    LIMITE E COBERTURA DE GARANTIA SO VALEM QUANDO A
      *    POLITICA NAO ESTA NO ARQUIVO CENTRAL (ALUNO46)
       01  WK-PARM-CARD.
           05 WK-PARM-CORTE        PIC 9(3)      VALUE ZEROS.
           05 WK-PARM-COMPROM      PIC 9(3)      VALUE ZEROS.
           05 WK-PARM-LIMITE-GAR   PIC 9(7)      VALUE ZEROS.
           05 WK-PARM-COBERT-GAR   PIC 9(3)      VALUE ZEROS.
      *
      *    POLITICA DE GARANTIAS (PARAMETRO GARANT-POLIT DO
      *    ALUNO116, LIDO TAMBEM PELO RELATORIO ALUNO143):
      *    PRINCIPAL ACIMA DO LIMITE EXIGE COLATERAL DE PELO
      *    MENOS COBERTURA PCT DO PRINCIPAL; IDADE MAXIMA DA
      *    AVALIACAO EM MESES (USADA SO NO RELATORIO)
       01  WK-POLITICA-GARANTIA.
           05 WK-POL-LIMITE        PIC 9(7)      VALUE ZEROS.
           05 WK-POL-COBERTURA     PIC 9(3)      VALUE ZEROS.
           05 WK-POL-IDADE-AVAL    PIC 9(3)      VALUE ZEROS.
       77  WK-GARANTIA-EXIGIDA PIC 9(9)V99      VALUE ZEROS.
      *
      *    GARANTIAS PRE-CADASTRADAS (CONTRATO 000000) POR
      *    CLIENTE: ITENS E VALOR DOS COLATERAIS COM GRAVAME
      *    REGISTRADO OU PENDENTE
       01  TABELA-PRE-GARANTIAS.
           05 PGA-ENTRADA            OCCURS 2000 TIMES.
              10 PGA-TAB-CODIGO      PIC 9(5).
              10 PGA-TAB-ITENS       PIC 9(3).
              10 PGA-TAB-COLATERAL   PIC 9(11)V99.
       77  WK-TOT-PRE-GARANT PIC 9(04)          VALUE ZEROS.
       77  WK-IND-PGA        PIC 9(04)          VALUE ZEROS.
       77  WK-ACHOU-PGA      PIC X              VALUE 'N'.
           88 GARANTIA-ACHADA                   VALUE 'S'.
           88 GARANTIA-NAO-ACHADA               VALUE 'N'.
      *
      *    GRUPOS ECONOMICOS: LIMITE E EXPOSICAO APURADA PELO
      *    ALUNO162, ACRESCIDA DO QUE O LOTE APROVA OU
      *    ENCAMINHA; MEMBROS COM A POSICAO DO SEU GRUPO
       01  TABELA-GRUPOS.
           05 GRP-ENTRADA            OCCURS 5000 TIMES.
              10 GRP-TAB-GRUPO       PIC 9(5).
              10 GRP-TAB-LIMITE      PIC 9(11)V99.
              10 GRP-TAB-EXPOSICAO   PIC 9(11)V99.
       77  WK-TOT-GRUPOS     PIC 9(05)          VALUE ZEROS.
       77  WK-IND-GRP        PIC 9(05)          VALUE ZEROS.
       01  TABELA-MEMBROS.
           05 MEM-ENTRADA            OCCURS 5000 TIMES.
              10 MEM-TAB-CODIGO      PIC 9(5).
              10 MEM-TAB-IND-GRUPO   PIC 9(5).
       77  WK-TOT-MEMBROS    PIC 9(05)          VALUE ZEROS.
       77  WK-IND-MEM        PIC 9(05)          VALUE ZEROS.
       77  WK-GRUPO-EXAME    PIC 9(5)           VALUE ZEROS.
       77  WK-ACHOU-GRP      PIC X              VALUE 'N'.
           88 GRUPO-ACHADO                      VALUE 'S'.
           88 GRUPO-NAO-ACHADO                  VALUE 'N'.
       77  WK-EXPOSICAO-NOVA PIC 9(11)V99       VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O SERVICO CENTRAL DE
      *    PARAMETROS (ALUNO46)
           COPY PARMSRV.
      *
      *    PERFIS CARREGADOS POR CLIENTE
       01  TABELA-PERFIS.
       77  WK-TETO-COMPROM   PIC S9(9)V99       VALUE ZEROS.
       77  WK-PROXIMO-CONTRATO PIC 9(6)         VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
      *    IMAGEM DO CONTRATO NOVO NO LAYOUT EMPREST
           05 WK-EMN-EMPRESA        PIC 99.
           05 WK-EMN-INDEXADO       PIC X(01).
           05 WK-EMN-INDEXADOR      PIC X(03).
           05 WK-EMN-SISTEMA        PIC X(01).
           05 WK-EMN-CONSIGNADO     PIC X(01).
           05 WK-EMN-CONVENIO       PIC 99.
      *
      *    MOTIVOS DE RECUSA:
      *      SC = SCORE ABAIXO DO CORTE
      *      CP = COMPROMETIMENTO ACIMA DO TETO
      *      CA = CLIENTE SEM CADASTRO NA GERACAO
      *      ST = SITUACAO FORA DE ATIVA
      *      PR = PROPOSTA INVALIDA OU PRESTACAO SEM CALCULO
      *      GA = GARANTIA INSUFICIENTE ACIMA DO LIMITE
      *      GR = EXPOSICAO DO GRUPO ECONOMICO ACIMA DO
      *           LIMITE (PENDENTE NA FILA DE APROVACAO)
       01  WK-LINHA-DECISAO.
           05 FILLER               PIC X(09)     VALUE 'PROPOSTA '.
           05 WK-LD-CODIGO         PIC 9(5).
           05 FILLER               PIC X(10)     VALUE ' CONTRATO '.
           05 WK-LD-CONTRATO       PIC 9(6).
           05 FILLER               PIC X(13)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF WK-PARM-COMPROM = ZEROS
               MOVE 30 TO WK-PARM-COMPROM
           END-IF.
           PERFORM 105-OBTER-POLITICA.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-PROPEMP.
           OPEN OUTPUT ARQ-EMPADD.
           OPEN OUTPUT ARQ-RELDEC.
           OPEN EXTEND ARQ-GARVINC.
           OPEN EXTEND ARQ-PENDAPR.
           EVALUATE WK-FS-PROPEMP
               WHEN '00'
                   CONTINUE
           PERFORM 140-CARREGAR-EMPREST.
           PERFORM 150-CARREGAR-RECUSAS.
           PERFORM 160-LER-ULTIMO-CONTRATO.
           PERFORM 170-CARREGAR-GARANTIAS.
           PERFORM 180-CARREGAR-GRUPOS.
           PERFORM 190-CARREGAR-EXPOSICAO.
           PERFORM 301-LER-PROPEMP.
      *
      *    POLITICA DE GARANTIAS DO ARQUIVO CENTRAL; SEM ELA,
      *    VALEM AS COLUNAS DO CARTAO (LIMITE 50.000, COBERTURA
      *    100% QUANDO EM BRANCO)
       105-OBTER-POLITICA.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO116' TO LK-PRM-PROGRAMA.
           MOVE 'GARANT-POLIT' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:13) TO WK-POLITICA-GARANTIA
           ELSE
               MOVE WK-PARM-LIMITE-GAR TO WK-POL-LIMITE
               MOVE WK-PARM-COBERT-GAR TO WK-POL-COBERTURA
           END-IF.
           IF WK-POL-LIMITE NOT NUMERIC
            OR WK-POL-LIMITE = ZEROS
               MOVE 50000 TO WK-POL-LIMITE
           END-IF.
           IF WK-POL-COBERTURA NOT NUMERIC
            OR WK-POL-COBERTURA = ZEROS
               MOVE 100 TO WK-POL-COBERTURA
           END-IF.
       110-CARREGAR-CLIENTEN.
           OPEN INPUT ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
                   DISPLAY 'ARQUIVO CONTCTL NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO'
           END-EVALUATE.
      *
      *    SEM O CADASTRO DE GARANTIAS NENHUMA PROPOSTA ACIMA
      *    DO LIMITE TEM COLATERAL: SAO TODAS RECUSADAS (GA)
       170-CARREGAR-GARANTIAS.
           OPEN INPUT ARQ-GARANTIA.
           EVALUATE WK-FS-GARANTIA
               WHEN '00'
                   PERFORM 307-LER-GARANTIA
                   PERFORM 171-ACUMULAR-GARANTIA
                       UNTIL WK-FS-GARANTIA = '10'
                   CLOSE ARQ-GARANTIA
               WHEN OTHER
                   DISPLAY 'ARQUIVO GARANTIA NAO ENCONTRADO - '
                           'PROPOSTAS ACIMA DO LIMITE SEM GARANTIA'
           END-EVALUATE.
       171-ACUMULAR-GARANTIA.
           IF FD-GAR-CONTRATO = ZEROS
               MOVE FD-GAR-CODIGO TO WK-CODIGO-EXAME
               PERFORM 520-PROCURAR-GARANTIA
               IF GARANTIA-NAO-ACHADA
                   IF WK-TOT-PRE-GARANT >= 2000
                       DISPLAY 'TABELA DE GARANTIAS CHEIA (MAXIMO '
                               '2000 REGISTROS) - ORIGINACAO '
                               'ABORTADA'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WK-TOT-PRE-GARANT
                   MOVE WK-TOT-PRE-GARANT TO WK-IND-PGA
                   MOVE FD-GAR-CODIGO TO PGA-TAB-CODIGO(WK-IND-PGA)
                   MOVE ZEROS TO PGA-TAB-ITENS(WK-IND-PGA)
                                 PGA-TAB-COLATERAL(WK-IND-PGA)
               END-IF
               ADD 1 TO PGA-TAB-ITENS(WK-IND-PGA)
               IF GAR-COLATERAL
                AND NOT COL-GRAV-LIBERADO
                   ADD FD-GAR-COL-VALOR
                       TO PGA-TAB-COLATERAL(WK-IND-PGA)
               END-IF
           END-IF.
           PERFORM 307-LER-GARANTIA.
      *
      *    SEM O CADASTRO DE GRUPOS NENHUMA PROPOSTA PASSA
      *    PELO LIMITE DE GRUPO
       180-CARREGAR-GRUPOS.
           OPEN INPUT ARQ-GRUPOECO.
           EVALUATE WK-FS-GRUPOECO
               WHEN '00'
                   PERFORM 308-LER-GRUPOECO
                   PERFORM 181-ACUMULAR-GRUPO
                       UNTIL WK-FS-GRUPOECO = '10'
                   CLOSE ARQ-GRUPOECO
               WHEN OTHER
                   DISPLAY 'ARQUIVO GRUPOECO NAO ENCONTRADO - '
                           'SEM LIMITE DE GRUPO ECONOMICO'
           END-EVALUATE.
       181-ACUMULAR-GRUPO.
           IF GRE-REG-GRUPO
               IF WK-TOT-GRUPOS >= 5000
                   DISPLAY 'TABELA DE GRUPOS CHEIA (MAXIMO '
                           '5000 REGISTROS) - ORIGINACAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-GRUPOS
               MOVE FD-GRE-GRUPO  TO GRP-TAB-GRUPO(WK-TOT-GRUPOS)
               MOVE FD-GRE-LIMITE TO GRP-TAB-LIMITE(WK-TOT-GRUPOS)
               MOVE ZEROS TO GRP-TAB-EXPOSICAO(WK-TOT-GRUPOS)
           ELSE
               MOVE FD-GRE-GRUPO TO WK-GRUPO-EXAME
               PERFORM 530-PROCURAR-GRUPO
               IF GRUPO-ACHADO
                   IF WK-TOT-MEMBROS >= 5000
                       DISPLAY 'TABELA DE MEMBROS CHEIA (MAXIMO '
                               '5000 REGISTROS) - ORIGINACAO '
                               'ABORTADA'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WK-TOT-MEMBROS
                   MOVE FD-GRE-CODIGO
                        TO MEM-TAB-CODIGO(WK-TOT-MEMBROS)
                   MOVE WK-IND-GRP
                        TO MEM-TAB-IND-GRUPO(WK-TOT-MEMBROS)
               END-IF
           END-IF.
           PERFORM 308-LER-GRUPOECO.
      *
      *    SEM A APURACAO DO ALUNO162 A EXPOSICAO DOS GRUPOS
      *    PARTE DE ZERO (SO O QUE O LOTE APROVA)
       190-CARREGAR-EXPOSICAO.
           OPEN INPUT ARQ-EXPGRUPO.
           EVALUATE WK-FS-EXPGRUPO
               WHEN '00'
                   PERFORM 309-LER-EXPGRUPO
                   PERFORM 191-ACUMULAR-EXPOSICAO
                       UNTIL WK-FS-EXPGRUPO = '10'
                   CLOSE ARQ-EXPGRUPO
               WHEN OTHER
                   DISPLAY 'ARQUIVO EXPGRUPO NAO ENCONTRADO - '
                           'EXPOSICAO DOS GRUPOS ZERADA'
           END-EVALUATE.
       191-ACUMULAR-EXPOSICAO.
           MOVE FD-EXG-GRUPO TO WK-GRUPO-EXAME.
           PERFORM 530-PROCURAR-GRUPO.
           IF GRUPO-ACHADO
               MOVE FD-EXG-TOTAL TO GRP-TAB-EXPOSICAO(WK-IND-GRP)
           END-IF.
           PERFORM 309-LER-EXPGRUPO.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
                OR FD-PPE-PRINCIPAL = ZEROS
                OR FD-PPE-PRAZO NOT NUMERIC
                OR FD-PPE-PRAZO = ZEROS OR FD-PPE-PRAZO > 360
                OR NOT PPE-SIS-VALIDO
                   MOVE 'PR' TO WK-MOTIVO
               WHEN PERFIL-NAO-ACHADO
                   MOVE 'CA' TO WK-MOTIVO
               WHEN OTHER
                   PERFORM 210-PONTUAR
                   PERFORM 220-DECIDIR
                   IF WK-MOTIVO = SPACES
                       PERFORM 225-EXIGIR-GARANTIA
                   END-IF
                   IF WK-MOTIVO = SPACES
                    AND NOT PPE-APROVADA
                       PERFORM 227-LIMITAR-GRUPO
                   END-IF
           END-EVALUATE.
           EVALUATE WK-MOTIVO
               WHEN SPACES
                   PERFORM 230-REGISTRAR-CONTRATO
               WHEN 'GR'
                   PERFORM 245-ENCAMINHAR-APROVACAO
               WHEN OTHER
                   PERFORM 240-REGISTRAR-RECUSA
           END-EVALUATE.
           PERFORM 301-LER-PROPEMP.
      *
      *    SCORE ADITIVO PELO COMPORTAMENTO JA CONHECIDO:
      *
      *    CORTE DE SCORE E REGRA DE COMPROMETIMENTO: AS
      *    PRESTACOES (ATUAIS + A NOVA) NAO PODEM PASSAR DO
      *    PERCENTUAL DO SALDO MEDIO. NO SAC A NOVA ENTRA
      *    PELA PRIMEIRA PRESTACAO, QUE E A MAIOR; SISTEMA
      *    EM BRANCO NA PROPOSTA E PRICE
       220-DECIDIR.
           IF WK-SCORE < WK-PARM-CORTE
               MOVE 'SC' TO WK-MOTIVO
               MOVE FD-PPE-PRINCIPAL TO LK-AMT-PRINCIPAL
               MOVE FD-PPE-TAXA      TO LK-AMT-TAXA-MENSAL
               MOVE FD-PPE-PRAZO     TO LK-AMT-PRAZO
               IF PPE-SIS-SAC
                   SET LK-AMT-SAC    TO TRUE
               ELSE
                   SET LK-AMT-PRICE  TO TRUE
               END-IF
               CALL 'ALUNO64' USING LK-AMT-COM
               IF LK-AMT-OK
                   COMPUTE WK-COMPROMETIDO =
                   MOVE 'PR' TO WK-MOTIVO
               END-IF
           END-IF.
      *
      *    ACIMA DO LIMITE DA POLITICA, O COLATERAL
      *    PRE-CADASTRADO DO CLIENTE TEM QUE COBRIR O
      *    PERCENTUAL DO PRINCIPAL PEDIDO
       225-EXIGIR-GARANTIA.
           IF FD-PPE-PRINCIPAL > WK-POL-LIMITE
               COMPUTE WK-GARANTIA-EXIGIDA ROUNDED =
                       FD-PPE-PRINCIPAL * WK-POL-COBERTURA / 100
               PERFORM 520-PROCURAR-GARANTIA
               IF GARANTIA-NAO-ACHADA
                   MOVE 'GA' TO WK-MOTIVO
               ELSE
                   IF PGA-TAB-COLATERAL(WK-IND-PGA)
                          < WK-GARANTIA-EXIGIDA
                       MOVE 'GA' TO WK-MOTIVO
                   END-IF
               END-IF
           END-IF.
      *
      *    A EXPOSICAO DO GRUPO DO PROPONENTE MAIS O
      *    PRINCIPAL PEDIDO NAO PODE PASSAR DO LIMITE DO
      *    GRUPO SEM O AVAL DE UM REVISOR
       227-LIMITAR-GRUPO.
           PERFORM 540-PROCURAR-MEMBRO.
           IF GRUPO-ACHADO
               COMPUTE WK-EXPOSICAO-NOVA =
                       GRP-TAB-EXPOSICAO(WK-IND-GRP)
                       + FD-PPE-PRINCIPAL
               IF WK-EXPOSICAO-NOVA > GRP-TAB-LIMITE(WK-IND-GRP)
                   MOVE 'GR' TO WK-MOTIVO
               END-IF
           END-IF.
      *
      *    O PRINCIPAL APROVADO OU ENCAMINHADO PASSA A CONTAR
      *    NA EXPOSICAO DO GRUPO PARA AS PROPOSTAS SEGUINTES
       228-SOMAR-EXPOSICAO.
           PERFORM 540-PROCURAR-MEMBRO.
           IF GRUPO-ACHADO
               ADD FD-PPE-PRINCIPAL TO GRP-TAB-EXPOSICAO(WK-IND-GRP)
           END-IF.
       230-REGISTRAR-CONTRATO.
           ADD 1 TO WK-TOT-APROVADAS.
           PERFORM 228-SOMAR-EXPOSICAO.
           ADD 1 TO WK-PROXIMO-CONTRATO.
           MOVE SPACES             TO WK-EMPREST-NOVO.
           MOVE FD-PPE-CODIGO      TO WK-EMN-CODIGO.
           MOVE PRF-TAB-EMPRESA(WK-IND-PRF) TO WK-EMN-EMPRESA.
           MOVE 'N'                TO WK-EMN-INDEXADO.
           MOVE SPACES             TO WK-EMN-INDEXADOR.
           MOVE LK-AMT-SISTEMA     TO WK-EMN-SISTEMA.
           IF FD-PPE-CONVENIO NUMERIC
            AND FD-PPE-CONVENIO > ZEROS
               MOVE 'S'            TO WK-EMN-CONSIGNADO
               MOVE FD-PPE-CONVENIO TO WK-EMN-CONVENIO
           ELSE
               MOVE 'N'            TO WK-EMN-CONSIGNADO
               MOVE ZEROS          TO WK-EMN-CONVENIO
           END-IF.
           WRITE REG-EMPADD FROM WK-EMPREST-NOVO.
           PERFORM 235-VINCULAR-GARANTIAS.
           MOVE FD-PPE-CODIGO      TO WK-LD-CODIGO.
           MOVE FD-PPE-PRINCIPAL   TO WK-LD-PRINCIPAL.
           MOVE WK-SCORE           TO WK-LD-SCORE.
           MOVE SPACES             TO WK-LD-MOTIVO.
           MOVE WK-PROXIMO-CONTRATO TO WK-LD-CONTRATO.
           WRITE REG-RELDEC FROM WK-LINHA-DECISAO.
      *
      *    AS GARANTIAS PRE-CADASTRADAS PASSAM AO CONTRATO
      *    NOVO NA PROXIMA MANUTENCAO (ALUNO142); ZERADAS NA
      *    TABELA PARA NAO COBRIREM OUTRA PROPOSTA DO LOTE
       235-VINCULAR-GARANTIAS.
           PERFORM 520-PROCURAR-GARANTIA.
           IF GARANTIA-ACHADA
            AND PGA-TAB-ITENS(WK-IND-PGA) > ZEROS
               MOVE SPACES              TO REG-MOVGAR
               SET MGA-VINCULACAO       TO TRUE
               MOVE ZEROS               TO FD-MGA-CONTRATO
               MOVE FD-PPE-CODIGO       TO FD-MGA-CODIGO
               MOVE SPACE               TO FD-MGA-TIPO
               MOVE ZEROS               TO FD-MGA-SEQ
               MOVE WK-PROXIMO-CONTRATO TO FD-MGA-CONTRATO-NOVO
               WRITE REG-MOVGAR
               ADD 1 TO WK-TOT-VINCULOS
               MOVE ZEROS TO PGA-TAB-ITENS(WK-IND-PGA)
                             PGA-TAB-COLATERAL(WK-IND-PGA)
           END-IF.
       240-REGISTRAR-RECUSA.
           ADD 1 TO WK-TOT-RECUSADAS.
           MOVE FD-PPE-CODIGO    TO WK-LD-CODIGO.
           MOVE WK-MOTIVO        TO WK-LD-MOTIVO.
           MOVE ZEROS            TO WK-LD-CONTRATO.
           WRITE REG-RELDEC FROM WK-LINHA-DECISAO.
      *
      *    A PROPOSTA VAI INTEIRA (LAYOUT PROPEMP) PARA A
      *    FILA; O ALUNO107 A DEVOLVE APROVADA NO MOVEMPAP
       245-ENCAMINHAR-APROVACAO.
           ADD 1 TO WK-TOT-PENDENTES.
           PERFORM 228-SOMAR-EXPOSICAO.
           MOVE SPACES           TO REG-PENDAPR.
           MOVE 'ALUNO116'       TO FD-PAP-ORIGEM.
           MOVE REG-PROPEMP      TO FD-PAP-MOVIMENTO.
           MOVE 'ALUNO116'       TO FD-PAP-OPERADOR1.
           MOVE WK-DATA-EXEC     TO FD-PAP-DATA.
           MOVE WK-HORA-EXEC     TO FD-PAP-HORA.
           SET PAP-DEC-PENDENTE  TO TRUE.
           MOVE SPACES           TO FD-PAP-OPERADOR2.
           SET PAP-MOT-GRUPO     TO TRUE.
           WRITE REG-PENDAPR.
           MOVE FD-PPE-CODIGO    TO WK-LD-CODIGO.
           MOVE FD-PPE-PRINCIPAL TO WK-LD-PRINCIPAL.
           MOVE WK-SCORE         TO WK-LD-SCORE.
           MOVE 'PENDENTE '      TO WK-LD-DECISAO.
           MOVE WK-MOTIVO        TO WK-LD-MOTIVO.
           MOVE ZEROS            TO WK-LD-CONTRATO.
           WRITE REG-RELDEC FROM WK-LINHA-DECISAO.
      ***************************************
       300-LEITURAS SECTION.
       301-LER-PROPEMP.
               AT END
                   MOVE '10' TO WK-FS-SUSPACUM
           END-READ.
       307-LER-GARANTIA.
           READ ARQ-GARANTIA
               AT END
                   MOVE '10' TO WK-FS-GARANTIA
           END-READ.
       308-LER-GRUPOECO.
           READ ARQ-GRUPOECO
               AT END
                   MOVE '10' TO WK-FS-GRUPOECO
           END-READ.
       309-LER-EXPGRUPO.
           READ ARQ-EXPGRUPO
               AT END
                   MOVE '10' TO WK-FS-EXPGRUPO
           END-READ.
      ***************************************
       500-APOIO SECTION.
       510-PROCURAR-PERFIL.
           IF PERFIL-ACHADO
               SUBTRACT 1 FROM WK-IND-PRF
           END-IF.
       520-PROCURAR-GARANTIA.
           SET GARANTIA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-PGA FROM 1 BY 1
                   UNTIL WK-IND-PGA > WK-TOT-PRE-GARANT
                   OR GARANTIA-ACHADA
               IF PGA-TAB-CODIGO(WK-IND-PGA) = WK-CODIGO-EXAME
                   SET GARANTIA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF GARANTIA-ACHADA
               SUBTRACT 1 FROM WK-IND-PGA
           END-IF.
       530-PROCURAR-GRUPO.
           SET GRUPO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-GRP FROM 1 BY 1
                   UNTIL WK-IND-GRP > WK-TOT-GRUPOS
                   OR GRUPO-ACHADO
               IF GRP-TAB-GRUPO(WK-IND-GRP) = WK-GRUPO-EXAME
                   SET GRUPO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF GRUPO-ACHADO
               SUBTRACT 1 FROM WK-IND-GRP
           END-IF.
      *
      *    DEVOLVE EM WK-IND-GRP O GRUPO DO PROPONENTE
       540-PROCURAR-MEMBRO.
           SET GRUPO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-MEM FROM 1 BY 1
                   UNTIL WK-IND-MEM > WK-TOT-MEMBROS
                   OR GRUPO-ACHADO
               IF MEM-TAB-CODIGO(WK-IND-MEM) = FD-PPE-CODIGO
                   SET GRUPO-ACHADO TO TRUE
                   MOVE MEM-TAB-IND-GRUPO(WK-IND-MEM) TO WK-IND-GRP
               END-IF
           END-PERFORM.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'PROPOSTAS LIDAS     = ' WK-REGS-LIDOS.
           DISPLAY 'PROPOSTAS APROVADAS = ' WK-TOT-APROVADAS.
           DISPLAY 'PROPOSTAS RECUSADAS = ' WK-TOT-RECUSADAS.
           DISPLAY 'VINCULOS DE GARANTIA= ' WK-TOT-VINCULOS.
           DISPLAY 'PENDENTES POR GRUPO = ' WK-TOT-PENDENTES.
           PERFORM 940-GRAVAR-CONTCTL.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-PROPEMP.
           CLOSE ARQ-EMPADD.
           CLOSE ARQ-RELDEC.
           CLOSE ARQ-GARVINC.
           CLOSE ARQ-PENDAPR.
      ***************************************
       940-GRAVAR-CONTCTL.
           OPEN OUTPUT ARQ-CONTCTL.
