       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO207.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MARGEM BRUTA MENSAL POR PRODUTO, VENDEDOR E  *
      *    UF NA COMPETENCIA DO CARTAO SYSIN (AAAAMM,   *
      *    ZERADO = MES DA EXECUCAO): RECEITA DO        *
      *    VENDAS3N LIQUIDA DAS DEVOLUCOES, MENOS O     *
      *    ICMS PELA ALIQUOTA DA UF (ARQUIVO ESTADOS, A *
      *    MESMA DO ALUNO62; DEVOLUCAO ESTORNA O        *
      *    IMPOSTO), MENOS O CUSTO DAS UNIDADES PELO    *
      *    CUSTO VIGENTE DA TABELA DE CUSTOS (VIGENCIA  *
      *    MAIS RECENTE ATE O DIA 01 DA COMPETENCIA).   *
      *    VENDA SEM CUSTO VIGENTE OU DE UF SEM         *
      *    ALIQUOTA FICA FORA DAS MARGENS, SO NO TOTAL  *
      *    FINAL, E DA RC 4. EM SEGUIDA A               *
      *    CLASSIFICACAO ABC DE PRODUTOS E DE UFS PELA  *
      *    PARTICIPACAO NA MARGEM POSITIVA (A = ATE 80% *
      *    ACUMULADO, B = ATE 95%, C = O RESTO E AS     *
      *    MARGENS NAO POSITIVAS), COM A CLASSE DA      *
      *    COMPETENCIA ANTERIOR LIDA DO HISTORICO (GDG  *
      *    ABCOLD) E A NOVA GERACAO GRAVADA (ABCNEW).   *
      *    A MARGEM DE CADA PRODUTO ALIMENTA O RANKING  *
      *    DO ALUNO20 COM DOIS ARQUIVOS DE CANDIDATOS:  *
      *    AS MARGENS POSITIVAS (CANDMRG) E AS          *
      *    NEGATIVAS EM MODULO (CANDPRJ). PAGINACAO E   *
      *    CABECALHOS PELO ALUNO48                      *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VENDAS3N   ASSIGN TO VENDAS3N
               FILE STATUS IS WK-FS-VENDAS3N.
           SELECT ARQ-CUSTOS     ASSIGN TO CUSTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-CST-CHAVE
               FILE STATUS IS WK-FS-CUSTOS.
           SELECT ARQ-ESTADOS    ASSIGN TO ESTADOS
               FILE STATUS IS WK-FS-ESTADOS.
           SELECT ARQ-PRODUTOS   ASSIGN TO PRODUTOS
               FILE STATUS IS WK-FS-PRODUTOS.
           SELECT ARQ-VENDEDORES ASSIGN TO VENDEDOR
               FILE STATUS IS WK-FS-VENDEDORES.
           SELECT ARQ-ABCOLD     ASSIGN TO ABCOLD
               FILE STATUS IS WK-FS-ABCOLD.
           SELECT ARQ-ABCNEW     ASSIGN TO ABCNEW
               FILE STATUS IS WK-FS-ABCNEW.
           SELECT ARQ-CANDMRG    ASSIGN TO CANDMRG
               FILE STATUS IS WK-FS-CANDMRG.
           SELECT ARQ-CANDPRJ    ASSIGN TO CANDPRJ
               FILE STATUS IS WK-FS-CANDPRJ.
           SELECT ARQ-RELMARG    ASSIGN TO RELMARG
               FILE STATUS IS WK-FS-RELMARG.
           SELECT ARQ-CTLLOG     ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
           SELECT ARQ-SORTWK     ASSIGN TO SORTWK.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-VENDAS3N
            RECORDING MODE IS F.
       01  REG-VENDAS3N.
           05 FD-VENDEDOR           PIC 99.
           05 FD-ESTADO             PIC XX.
           05 FD-MES                PIC 99.
           05 FD-NOTA               PIC 9(6).
           05 FD-VALOR              PIC S9(6)V99 COMP-3.
           05 FD-ANO                PIC 9(4).
           05 FD-TIPO-TRANS         PIC X(01).
              88 FD-TRANS-VENDA           VALUE 'V'.
              88 FD-TRANS-DEVOLUCAO       VALUE 'D'.
           05 FD-EMPRESA            PIC 99.
           05 FD-PRODUTO            PIC 9(3).
           05 FD-QUANTIDADE         PIC 9(5).
           05 FD-PRECO-UNIT         PIC S9(5)V99 COMP-3.
           05 FD-COMPRADOR          PIC 9(5).
           05 FD-PRAZO              PIC 9(3).
       FD   ARQ-CUSTOS.
           COPY CUSTOPRD.
       FD   ARQ-ESTADOS
            RECORDING MODE IS F.
           COPY ESTADO.
       FD   ARQ-PRODUTOS
            RECORDING MODE IS F.
           COPY PRODUTO.
       FD   ARQ-VENDEDORES
            RECORDING MODE IS F.
           COPY VENDEDOR.
       FD   ARQ-ABCOLD
            RECORDING MODE IS F.
           COPY ABCHIST.
       FD   ARQ-ABCNEW
            RECORDING MODE IS F.
       01  REG-ABCNEW.
           05 FD-ABN-TIPO           PIC X(01).
           05 FD-ABN-CHAVE          PIC X(03).
           05 FD-ABN-ANOMES         PIC 9(06).
           05 FD-ABN-CLASSE         PIC X(01).
           05 FD-ABN-MARGEM         PIC S9(11)V99.
           05 FILLER                PIC X(16).
       FD   ARQ-CANDMRG
            RECORDING MODE IS F.
           COPY CANDIDAT.
       FD   ARQ-CANDPRJ
            RECORDING MODE IS F.
       01  REG-CANDPRJ.
           05 FD-CPJ-NOME           PIC X(25).
           05 FD-CPJ-VALOR          PIC 9(7)V99.
       FD   ARQ-RELMARG
            RECORDING MODE IS F.
       01  REG-RELMARG              PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       SD   ARQ-SORTWK.
       01  REG-SORT.
           05 SRT-TIPO              PIC X(01).
           05 SRT-MARGEM            PIC S9(11)V99.
           05 SRT-CHAVE             PIC X(03).
           05 SRT-NOME              PIC X(20).
       WORKING-STORAGE SECTION.
       77  WK-FS-VENDAS3N    PIC XX             VALUE SPACES.
       77  WK-FS-CUSTOS      PIC XX             VALUE SPACES.
       77  WK-FS-ESTADOS     PIC XX             VALUE SPACES.
       77  WK-FS-PRODUTOS    PIC XX             VALUE SPACES.
       77  WK-FS-VENDEDORES  PIC XX             VALUE SPACES.
       77  WK-FS-ABCOLD      PIC XX             VALUE SPACES.
       77  WK-FS-ABCNEW      PIC XX             VALUE SPACES.
       77  WK-FS-CANDMRG     PIC XX             VALUE SPACES.
       77  WK-FS-CANDPRJ     PIC XX             VALUE SPACES.
       77  WK-FS-RELMARG     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-FORA-MES   PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-VENDAS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DEVOLUCOES PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-SEM-CUSTO  PIC 9(07)          VALUE ZEROS.
       77  WK-VLR-SEM-CUSTO  PIC S9(11)V99      VALUE ZEROS.
       77  WK-TOT-SEM-UF     PIC 9(07)          VALUE ZEROS.
       77  WK-VLR-SEM-UF     PIC S9(11)V99      VALUE ZEROS.
       77  WK-TOT-CANDMRG    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-CANDPRJ    PIC 9(05)          VALUE ZEROS.
       77  WK-PARM-ANOMES    PIC 9(06)          VALUE ZEROS.
       77  WK-REG-ANOMES     PIC 9(06)          VALUE ZEROS.
       77  WK-VIG-REFERENCIA PIC 9(08)          VALUE ZEROS.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    TABELA DE CUSTOS (ORDEM DA CHAVE: PRODUTO E
      *    VIGENCIA CRESCENTE)
       01  TABELA-CUSTOS.
           05 CST-ENTRADA            OCCURS 5000 TIMES.
              10 CST-TAB-PRODUTO     PIC 9(3).
              10 CST-TAB-VIGENCIA    PIC 9(8).
              10 CST-TAB-CUSTO       PIC 9(5)V9(4).
       77  WK-TOT-CUSTOS     PIC 9(4)           VALUE ZEROS.
       77  WK-IND-CST        PIC 9(4)           VALUE ZEROS.
       77  WK-CST-VIGENTE    PIC 9(4)           VALUE ZEROS.
      *
      *    ALIQUOTAS E MARGEM POR UF
       01  TABELA-ESTADOS.
           05 UF-ENTRADA             OCCURS 30 TIMES.
              10 UF-TAB-CODIGO       PIC XX.
              10 UF-TAB-ALIQUOTA     PIC 9(2)V99.
              10 UF-TAB-MOVTO        PIC X(01).
              10 UF-TAB-QTDE         PIC S9(7).
              10 UF-TAB-RECEITA      PIC S9(11)V99.
              10 UF-TAB-ICMS         PIC S9(11)V99.
              10 UF-TAB-CUSTO        PIC S9(11)V99.
       77  WK-TOT-ESTADOS    PIC 99             VALUE ZEROS.
       77  WK-IND-UF         PIC 99             VALUE ZEROS.
      *
      *    MARGEM POR PRODUTO (POSICAO = CODIGO + 1) E POR
      *    VENDEDOR (POSICAO = CODIGO + 1), COM O NOME DO MESTRE
       01  TABELA-PRODUTOS.
           05 PMG-ENTRADA            OCCURS 1000 TIMES.
              10 PMG-TAB-NOME        PIC X(20).
              10 PMG-TAB-MOVTO       PIC X(01).
              10 PMG-TAB-QTDE        PIC S9(7).
              10 PMG-TAB-RECEITA     PIC S9(11)V99.
              10 PMG-TAB-ICMS        PIC S9(11)V99.
              10 PMG-TAB-CUSTO       PIC S9(11)V99.
       77  WK-IND-PMG        PIC 9(4)           VALUE ZEROS.
       77  WK-PRODUTO        PIC 9(3)           VALUE ZEROS.
       01  TABELA-VENDEDORES.
           05 VMG-ENTRADA            OCCURS 100 TIMES.
              10 VMG-TAB-NOME        PIC X(20).
              10 VMG-TAB-MOVTO       PIC X(01).
              10 VMG-TAB-QTDE        PIC S9(7).
              10 VMG-TAB-RECEITA     PIC S9(11)V99.
              10 VMG-TAB-ICMS        PIC S9(11)V99.
              10 VMG-TAB-CUSTO       PIC S9(11)V99.
       77  WK-IND-VMG        PIC 9(3)           VALUE ZEROS.
       77  WK-VENDEDOR       PIC 99             VALUE ZEROS.
      *
      *    CLASSE DA COMPETENCIA ANTERIOR (GERACAO ABCOLD)
       01  TABELA-ABC-ANTERIOR.
           05 ANT-ENTRADA            OCCURS 1100 TIMES.
              10 ANT-TAB-TIPO        PIC X(01).
              10 ANT-TAB-CHAVE       PIC X(03).
              10 ANT-TAB-CLASSE      PIC X(01).
       77  WK-TOT-ANTERIOR   PIC 9(4)           VALUE ZEROS.
       77  WK-IND-ANT        PIC 9(4)           VALUE ZEROS.
       77  WK-ANOMES-ANTERIOR PIC 9(06)         VALUE ZEROS.
      *
      *    VALORES DA LINHA DE VENDA
       77  WK-LIN-QTDE       PIC S9(7)          VALUE ZEROS.
       77  WK-LIN-RECEITA    PIC S9(11)V99      VALUE ZEROS.
       77  WK-LIN-ICMS       PIC S9(11)V99      VALUE ZEROS.
       77  WK-LIN-CUSTO      PIC S9(11)V99      VALUE ZEROS.
      *
      *    LINHA DE MARGEM E TOTAIS DA SECAO
       77  WK-MRG-QTDE       PIC S9(7)          VALUE ZEROS.
       77  WK-MRG-RECEITA    PIC S9(11)V99      VALUE ZEROS.
       77  WK-MRG-ICMS       PIC S9(11)V99      VALUE ZEROS.
       77  WK-MRG-CUSTO      PIC S9(11)V99      VALUE ZEROS.
       77  WK-MARGEM         PIC S9(11)V99      VALUE ZEROS.
       77  WK-PERC-MARGEM    PIC S9(3)V99       VALUE ZEROS.
       77  WK-PREJUIZO       PIC 9(11)V99       VALUE ZEROS.
       77  WK-SEC-QTDE       PIC S9(7)          VALUE ZEROS.
       77  WK-SEC-RECEITA    PIC S9(11)V99      VALUE ZEROS.
       77  WK-SEC-ICMS       PIC S9(11)V99      VALUE ZEROS.
       77  WK-SEC-CUSTO      PIC S9(11)V99      VALUE ZEROS.
      *
      *    CLASSIFICACAO ABC
       77  WK-FIM-SORT       PIC X(1)           VALUE 'N'.
       77  WK-TIPO-ATUAL     PIC X(1)           VALUE SPACES.
       77  WK-POS-PRODUTOS   PIC S9(11)V99      VALUE ZEROS.
       77  WK-POS-UFS        PIC S9(11)V99      VALUE ZEROS.
       77  WK-POS-TIPO       PIC S9(11)V99      VALUE ZEROS.
       77  WK-ACUMULADO      PIC S9(11)V99      VALUE ZEROS.
       77  WK-PERC-ANTES     PIC S9(3)V9(4)     VALUE ZEROS.
       77  WK-PERC-PART      PIC S9(3)V99       VALUE ZEROS.
       77  WK-PERC-ACUM      PIC S9(3)V99       VALUE ZEROS.
       77  WK-POSICAO        PIC 9(4)           VALUE ZEROS.
       77  WK-CLASSE         PIC X(1)           VALUE SPACES.
       77  WK-CLASSE-ANT     PIC X(1)           VALUE SPACES.
       77  WK-QTDE-A         PIC 9(4)           VALUE ZEROS.
       77  WK-QTDE-B         PIC 9(4)           VALUE ZEROS.
       77  WK-QTDE-C         PIC 9(4)           VALUE ZEROS.
       77  WK-QTDE-MUDOU     PIC 9(4)           VALUE ZEROS.
       77  WK-VAL-EDIT       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-ALIQ-EDIT      PIC Z9,99          VALUE ZEROS.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-TITULO.
           05 FILLER               PIC X(47)     VALUE
              'MARGEM BRUTA E CLASSIFICACAO ABC - COMPETENCIA '.
           05 WK-TIT-ANOMES        PIC 9(6).
           05 FILLER               PIC X(07)     VALUE SPACES.
       01  WK-LINHA-SECAO.
           05 WK-LS-TEXTO          PIC X(60).
       01  WK-LINHA-COLUNAS.
           05 WK-LC-CHAVE          PIC X(04).
           05 WK-LC-NOME           PIC X(20).
           05 FILLER               PIC X(11)     VALUE '   UNIDADES'.
           05 FILLER               PIC X(16)
                                   VALUE ' RECEITA LIQUIDA'.
           05 FILLER               PIC X(16)
                                   VALUE '            ICMS'.
           05 FILLER               PIC X(16)
                                   VALUE '           CUSTO'.
           05 FILLER               PIC X(16)
                                   VALUE '    MARGEM BRUTA'.
           05 FILLER               PIC X(09)     VALUE ' MARGEM %'.
       01  WK-LINHA-MARGEM.
           05 WK-LM-CHAVE          PIC X(03).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LM-NOME           PIC X(20).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LM-QTDE           PIC -Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LM-RECEITA        PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LM-ICMS           PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LM-CUSTO          PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LM-MARGEM         PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LM-PERC           PIC -ZZ9,99.
           05 FILLER               PIC X(01)     VALUE '%'.
       01  WK-COLUNAS-ABC.
           05 FILLER               PIC X(05)     VALUE ' POS '.
           05 WK-CC-CHAVE          PIC X(04).
           05 WK-CC-NOME           PIC X(20).
           05 FILLER               PIC X(16)
                                   VALUE '    MARGEM BRUTA'.
           05 FILLER               PIC X(10)     VALUE '   PART.% '.
           05 FILLER               PIC X(13)
                                   VALUE '  ACUM.%     '.
           05 FILLER               PIC X(10)     VALUE 'CLASSE    '.
           05 FILLER               PIC X(05)     VALUE 'ANT. '.
           05 FILLER               PIC X(10)     VALUE 'SITUACAO'.
       01  WK-LINHA-ABC.
           05 WK-LB-POSICAO        PIC ZZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LB-CHAVE          PIC X(03).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LB-NOME           PIC X(20).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LB-MARGEM         PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LB-PART           PIC -ZZ9,99.
           05 FILLER               PIC X(02)     VALUE '% '.
           05 WK-LB-ACUM           PIC -ZZ9,99.
           05 FILLER               PIC X(06)     VALUE '%     '.
           05 WK-LB-CLASSE         PIC X(01).
           05 FILLER               PIC X(09)     VALUE SPACES.
           05 WK-LB-CLASSE-ANT     PIC X(01).
           05 FILLER               PIC X(04)     VALUE SPACES.
           05 WK-LB-SITUACAO       PIC X(10).
       01  WK-LINHA-RESUMO-ABC.
           05 FILLER               PIC X(09)     VALUE 'CLASSE A:'.
           05 WK-LR-QTDE-A         PIC ZZZ9.
           05 FILLER               PIC X(12)     VALUE '   CLASSE B:'.
           05 WK-LR-QTDE-B         PIC ZZZ9.
           05 FILLER               PIC X(12)     VALUE '   CLASSE C:'.
           05 WK-LR-QTDE-C         PIC ZZZ9.
           05 FILLER               PIC X(22)
                                   VALUE '   MUDARAM DE CLASSE:'.
           05 WK-LR-QTDE-MUDOU     PIC ZZZ9.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-ACUMULAR UNTIL WK-FS-VENDAS3N = '10'.
           PERFORM 501-IMPRIMIR-MARGENS.
           SORT ARQ-SORTWK
               ON ASCENDING  KEY SRT-TIPO
               ON DESCENDING KEY SRT-MARGEM
               ON ASCENDING  KEY SRT-CHAVE
               INPUT  PROCEDURE IS 600-LIBERAR-ABC
               OUTPUT PROCEDURE IS 700-CLASSIFICAR-ABC.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-ANOMES FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-ANOMES NOT NUMERIC
            OR WK-PARM-ANOMES = ZEROS
               COMPUTE WK-PARM-ANOMES =
                       WK-EXE-ANO * 100 + WK-EXE-MES
           END-IF.
           COMPUTE WK-VIG-REFERENCIA = WK-PARM-ANOMES * 100 + 1.
           INITIALIZE TABELA-PRODUTOS
                      TABELA-VENDEDORES.
           PERFORM 110-CARREGAR-CUSTOS.
           PERFORM 120-CARREGAR-ESTADOS.
           PERFORM 130-CARREGAR-PRODUTOS.
           PERFORM 140-CARREGAR-VENDEDORES.
           PERFORM 150-CARREGAR-ABC-ANTERIOR.
           OPEN INPUT  ARQ-VENDAS3N.
           EVALUATE WK-FS-VENDAS3N
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO VENDAS3N NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-VENDAS3N
                           ' NO COMANDO OPEN VENDAS3N'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-RELMARG.
           OPEN OUTPUT ARQ-ABCNEW.
           OPEN OUTPUT ARQ-CANDMRG.
           OPEN OUTPUT ARQ-CANDPRJ.
           PERFORM 301-LER-VENDAS3N.
       110-CARREGAR-CUSTOS.
           OPEN INPUT ARQ-CUSTOS.
           IF WK-FS-CUSTOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CUSTOS
                       ' NO COMANDO OPEN CUSTOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 112-LER-CUSTO.
           PERFORM 111-ACUMULAR-CUSTO
               UNTIL WK-FS-CUSTOS = '10'.
           CLOSE ARQ-CUSTOS.
       111-ACUMULAR-CUSTO.
           IF WK-TOT-CUSTOS >= 5000
               DISPLAY 'TABELA DE CUSTOS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CUSTOS.
           MOVE FD-CST-PRODUTO    TO CST-TAB-PRODUTO(WK-TOT-CUSTOS).
           MOVE FD-CST-VIGENCIA   TO CST-TAB-VIGENCIA(WK-TOT-CUSTOS).
           MOVE FD-CST-CUSTO-UNIT TO CST-TAB-CUSTO(WK-TOT-CUSTOS).
           PERFORM 112-LER-CUSTO.
       112-LER-CUSTO.
           READ ARQ-CUSTOS
               AT END
                   MOVE '10' TO WK-FS-CUSTOS
           END-READ.
           IF WK-FS-CUSTOS NOT = '00' AND WK-FS-CUSTOS NOT = '10'
               DISPLAY 'ERRO ' WK-FS-CUSTOS
                       ' NO COMANDO READ CUSTOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       120-CARREGAR-ESTADOS.
           OPEN INPUT ARQ-ESTADOS.
           IF WK-FS-ESTADOS NOT = '00'
               DISPLAY 'ARQUIVO ESTADOS NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 122-LER-ESTADO.
           PERFORM 121-ACUMULAR-ESTADO
               UNTIL WK-FS-ESTADOS = '10'.
           CLOSE ARQ-ESTADOS.
       121-ACUMULAR-ESTADO.
           IF WK-TOT-ESTADOS >= 30
               DISPLAY 'TABELA DE UFS CHEIA (MAXIMO 30 '
                       'REGISTROS) - RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-ESTADOS.
           INITIALIZE UF-ENTRADA(WK-TOT-ESTADOS).
           MOVE FD-UF-CODIGO   TO UF-TAB-CODIGO(WK-TOT-ESTADOS).
           MOVE FD-UF-ALIQUOTA TO UF-TAB-ALIQUOTA(WK-TOT-ESTADOS).
           PERFORM 122-LER-ESTADO.
       122-LER-ESTADO.
           READ ARQ-ESTADOS
               AT END
                   MOVE '10' TO WK-FS-ESTADOS
           END-READ.
       130-CARREGAR-PRODUTOS.
           OPEN INPUT ARQ-PRODUTOS.
           IF WK-FS-PRODUTOS NOT = '00'
               DISPLAY 'ARQUIVO PRODUTOS NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 132-LER-PRODUTO.
           PERFORM 131-GUARDAR-PRODUTO
               UNTIL WK-FS-PRODUTOS = '10'.
           CLOSE ARQ-PRODUTOS.
       131-GUARDAR-PRODUTO.
           IF FD-PRD-CODIGO NUMERIC
               COMPUTE WK-IND-PMG = FD-PRD-CODIGO + 1
               MOVE FD-PRD-NOME TO PMG-TAB-NOME(WK-IND-PMG)
           END-IF.
           PERFORM 132-LER-PRODUTO.
       132-LER-PRODUTO.
           READ ARQ-PRODUTOS
               AT END
                   MOVE '10' TO WK-FS-PRODUTOS
           END-READ.
       140-CARREGAR-VENDEDORES.
           OPEN INPUT ARQ-VENDEDORES.
           IF WK-FS-VENDEDORES NOT = '00'
               DISPLAY 'ARQUIVO VENDEDORES NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 142-LER-VENDEDOR.
           PERFORM 141-GUARDAR-VENDEDOR
               UNTIL WK-FS-VENDEDORES = '10'.
           CLOSE ARQ-VENDEDORES.
       141-GUARDAR-VENDEDOR.
           IF FD-VDR-CODIGO NUMERIC
               COMPUTE WK-IND-VMG = FD-VDR-CODIGO + 1
               MOVE FD-VDR-NOME TO VMG-TAB-NOME(WK-IND-VMG)
           END-IF.
           PERFORM 142-LER-VENDEDOR.
       142-LER-VENDEDOR.
           READ ARQ-VENDEDORES
               AT END
                   MOVE '10' TO WK-FS-VENDEDORES
           END-READ.
      *
      *    A GERACAO ANTERIOR SO VALE SE FOR DE COMPETENCIA
      *    ANTERIOR (REPROCESSAR O MES NAO COMPARA COM ELE MESMO)
       150-CARREGAR-ABC-ANTERIOR.
           OPEN INPUT ARQ-ABCOLD.
           IF WK-FS-ABCOLD NOT = '00'
               DISPLAY 'ARQUIVO ABCOLD NAO ENCONTRADO - '
                       'PRIMEIRA CLASSIFICACAO ABC'
           ELSE
               PERFORM 152-LER-ABCOLD
               PERFORM 151-ACUMULAR-ANTERIOR
                   UNTIL WK-FS-ABCOLD = '10'
               CLOSE ARQ-ABCOLD
           END-IF.
           IF WK-ANOMES-ANTERIOR NOT < WK-PARM-ANOMES
               DISPLAY 'ABCOLD DA COMPETENCIA ' WK-ANOMES-ANTERIOR
                       ' NAO E ANTERIOR A ' WK-PARM-ANOMES
                       ' - CLASSE ANTERIOR IGNORADA'
               MOVE ZEROS TO WK-TOT-ANTERIOR
           END-IF.
       151-ACUMULAR-ANTERIOR.
           IF WK-TOT-ANTERIOR >= 1100
               DISPLAY 'TABELA ABC ANTERIOR CHEIA (MAXIMO 1100 '
                       'REGISTROS) - RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-ANTERIOR.
           MOVE FD-ABC-TIPO   TO ANT-TAB-TIPO(WK-TOT-ANTERIOR).
           MOVE FD-ABC-CHAVE  TO ANT-TAB-CHAVE(WK-TOT-ANTERIOR).
           MOVE FD-ABC-CLASSE TO ANT-TAB-CLASSE(WK-TOT-ANTERIOR).
           MOVE FD-ABC-ANOMES TO WK-ANOMES-ANTERIOR.
           PERFORM 152-LER-ABCOLD.
       152-LER-ABCOLD.
           READ ARQ-ABCOLD
               AT END
                   MOVE '10' TO WK-FS-ABCOLD
           END-READ.
      ***************************************
       200-ACUMULAR SECTION.
       201-ACUMULAR.
           ADD 1 TO WK-REGS-LIDOS.
           COMPUTE WK-REG-ANOMES = FD-ANO * 100 + FD-MES.
           IF WK-REG-ANOMES NOT = WK-PARM-ANOMES
               ADD 1 TO WK-TOT-FORA-MES
           ELSE
               PERFORM 205-PROCURAR-UF
               PERFORM 206-PROCURAR-CUSTO
               MOVE FD-VALOR TO WK-LIN-RECEITA
               IF FD-TRANS-DEVOLUCAO
                   COMPUTE WK-LIN-RECEITA = 0 - WK-LIN-RECEITA
               END-IF
               EVALUATE TRUE
                   WHEN ITEM-NAO-ACHADO
                       ADD 1              TO WK-TOT-SEM-UF
                       ADD WK-LIN-RECEITA TO WK-VLR-SEM-UF
                   WHEN WK-CST-VIGENTE = ZEROS
                       ADD 1              TO WK-TOT-SEM-CUSTO
                       ADD WK-LIN-RECEITA TO WK-VLR-SEM-CUSTO
                   WHEN OTHER
                       PERFORM 210-CALCULAR-LINHA
                       PERFORM 220-ACUMULAR-MARGEM
               END-EVALUATE
           END-IF.
           PERFORM 301-LER-VENDAS3N.
       205-PROCURAR-UF.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-UF FROM 1 BY 1
                   UNTIL WK-IND-UF > WK-TOT-ESTADOS
                   OR ITEM-ACHADO
               IF UF-TAB-CODIGO(WK-IND-UF) = FD-ESTADO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-UF
           END-IF.
      *
      *    VALE A MAIOR VIGENCIA DO PRODUTO QUE NAO SEJA
      *    POSTERIOR AO DIA 01 DA COMPETENCIA (A TABELA VEM NA
      *    ORDEM DA CHAVE, ENTAO A ULTIMA QUE SERVE E A VIGENTE)
       206-PROCURAR-CUSTO.
           MOVE ZEROS TO WK-CST-VIGENTE.
           PERFORM VARYING WK-IND-CST FROM 1 BY 1
                   UNTIL WK-IND-CST > WK-TOT-CUSTOS
               IF CST-TAB-PRODUTO(WK-IND-CST) = FD-PRODUTO
                AND CST-TAB-VIGENCIA(WK-IND-CST)
                    NOT > WK-VIG-REFERENCIA
                   MOVE WK-IND-CST TO WK-CST-VIGENTE
               END-IF
           END-PERFORM.
      *
      *    ICMS PELA ALIQUOTA DA UF E CUSTO DAS UNIDADES; NA
      *    DEVOLUCAO OS TRES VALORES E AS UNIDADES ESTORNAM
       210-CALCULAR-LINHA.
           MOVE FD-QUANTIDADE TO WK-LIN-QTDE.
           COMPUTE WK-LIN-ICMS ROUNDED =
                   FD-VALOR * UF-TAB-ALIQUOTA(WK-IND-UF) / 100.
           COMPUTE WK-LIN-CUSTO ROUNDED =
                   FD-QUANTIDADE * CST-TAB-CUSTO(WK-CST-VIGENTE).
           IF FD-TRANS-DEVOLUCAO
               ADD 1 TO WK-TOT-DEVOLUCOES
               COMPUTE WK-LIN-QTDE  = 0 - WK-LIN-QTDE
               COMPUTE WK-LIN-ICMS  = 0 - WK-LIN-ICMS
               COMPUTE WK-LIN-CUSTO = 0 - WK-LIN-CUSTO
           ELSE
               ADD 1 TO WK-TOT-VENDAS
           END-IF.
       220-ACUMULAR-MARGEM.
           COMPUTE WK-IND-PMG = FD-PRODUTO + 1.
           MOVE 'S'            TO PMG-TAB-MOVTO(WK-IND-PMG).
           ADD WK-LIN-QTDE     TO PMG-TAB-QTDE(WK-IND-PMG).
           ADD WK-LIN-RECEITA  TO PMG-TAB-RECEITA(WK-IND-PMG).
           ADD WK-LIN-ICMS     TO PMG-TAB-ICMS(WK-IND-PMG).
           ADD WK-LIN-CUSTO    TO PMG-TAB-CUSTO(WK-IND-PMG).
           COMPUTE WK-IND-VMG = FD-VENDEDOR + 1.
           MOVE 'S'            TO VMG-TAB-MOVTO(WK-IND-VMG).
           ADD WK-LIN-QTDE     TO VMG-TAB-QTDE(WK-IND-VMG).
           ADD WK-LIN-RECEITA  TO VMG-TAB-RECEITA(WK-IND-VMG).
           ADD WK-LIN-ICMS     TO VMG-TAB-ICMS(WK-IND-VMG).
           ADD WK-LIN-CUSTO    TO VMG-TAB-CUSTO(WK-IND-VMG).
           MOVE 'S'            TO UF-TAB-MOVTO(WK-IND-UF).
           ADD WK-LIN-QTDE     TO UF-TAB-QTDE(WK-IND-UF).
           ADD WK-LIN-RECEITA  TO UF-TAB-RECEITA(WK-IND-UF).
           ADD WK-LIN-ICMS     TO UF-TAB-ICMS(WK-IND-UF).
           ADD WK-LIN-CUSTO    TO UF-TAB-CUSTO(WK-IND-UF).
      ***************************************
       300-LER-VENDAS3N SECTION.
       301-LER-VENDAS3N.
           READ ARQ-VENDAS3N.
           EVALUATE WK-FS-VENDAS3N
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-VENDAS3N
                           ' NO COMANDO READ VENDAS3N'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
      *    MARGEM POR PRODUTO (COM OS CANDIDATOS DO RANKING),
      *    POR VENDEDOR E POR UF, CADA SECAO COM SEU TOTAL
       500-IMPRIMIR-MARGENS SECTION.
       501-IMPRIMIR-MARGENS.
           SET LK-REL-ABRIR TO TRUE.
           MOVE WK-PARM-ANOMES TO WK-TIT-ANOMES.
           MOVE WK-TITULO      TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           MOVE 'MARGEM BRUTA POR PRODUTO' TO WK-LS-TEXTO.
           MOVE 'PRD'     TO WK-LC-CHAVE.
           MOVE 'PRODUTO' TO WK-LC-NOME.
           PERFORM 560-IMPRIMIR-CABECALHO.
           PERFORM 510-IMPRIMIR-PRODUTO
               VARYING WK-IND-PMG FROM 1 BY 1
               UNTIL WK-IND-PMG > 1000.
           PERFORM 570-IMPRIMIR-TOTAL.
           MOVE 'MARGEM BRUTA POR VENDEDOR' TO WK-LS-TEXTO.
           MOVE 'VD'       TO WK-LC-CHAVE.
           MOVE 'VENDEDOR' TO WK-LC-NOME.
           PERFORM 560-IMPRIMIR-CABECALHO.
           PERFORM 520-IMPRIMIR-VENDEDOR
               VARYING WK-IND-VMG FROM 1 BY 1
               UNTIL WK-IND-VMG > 100.
           PERFORM 570-IMPRIMIR-TOTAL.
           MOVE 'MARGEM BRUTA POR UF' TO WK-LS-TEXTO.
           MOVE 'UF'       TO WK-LC-CHAVE.
           MOVE 'ALIQUOTA' TO WK-LC-NOME.
           PERFORM 560-IMPRIMIR-CABECALHO.
           PERFORM 530-IMPRIMIR-UF
               VARYING WK-IND-UF FROM 1 BY 1
               UNTIL WK-IND-UF > WK-TOT-ESTADOS.
           PERFORM 570-IMPRIMIR-TOTAL.
      *
      *    O RESULTADO DO PRODUTO VAI PARA O RANKING: MARGEM
      *    POSITIVA NO CANDMRG, NEGATIVA EM MODULO NO CANDPRJ
       510-IMPRIMIR-PRODUTO.
           IF PMG-TAB-MOVTO(WK-IND-PMG) = 'S'
               COMPUTE WK-PRODUTO = WK-IND-PMG - 1
               MOVE WK-PRODUTO                 TO WK-LM-CHAVE
               MOVE PMG-TAB-NOME(WK-IND-PMG)    TO WK-LM-NOME
               IF PMG-TAB-NOME(WK-IND-PMG) = SPACES
                   MOVE 'NAO CADASTRADO' TO WK-LM-NOME
               END-IF
               MOVE PMG-TAB-QTDE(WK-IND-PMG)    TO WK-MRG-QTDE
               MOVE PMG-TAB-RECEITA(WK-IND-PMG) TO WK-MRG-RECEITA
               MOVE PMG-TAB-ICMS(WK-IND-PMG)    TO WK-MRG-ICMS
               MOVE PMG-TAB-CUSTO(WK-IND-PMG)   TO WK-MRG-CUSTO
               PERFORM 550-IMPRIMIR-LINHA
               PERFORM 515-GRAVAR-CANDIDATO
           END-IF.
       515-GRAVAR-CANDIDATO.
           IF WK-MARGEM >= ZEROS
               MOVE SPACES TO REG-CANDIDATO
               STRING WK-LM-CHAVE ' ' WK-LM-NOME
                      DELIMITED BY SIZE INTO FD-CAN-NOME
               MOVE WK-MARGEM TO FD-CAN-VALOR
               WRITE REG-CANDIDATO
               ADD 1 TO WK-TOT-CANDMRG
           ELSE
               COMPUTE WK-PREJUIZO = 0 - WK-MARGEM
               MOVE SPACES TO REG-CANDPRJ
               STRING WK-LM-CHAVE ' ' WK-LM-NOME
                      DELIMITED BY SIZE INTO FD-CPJ-NOME
               MOVE WK-PREJUIZO TO FD-CPJ-VALOR
               WRITE REG-CANDPRJ
               ADD 1 TO WK-TOT-CANDPRJ
           END-IF.
       520-IMPRIMIR-VENDEDOR.
           IF VMG-TAB-MOVTO(WK-IND-VMG) = 'S'
               COMPUTE WK-VENDEDOR = WK-IND-VMG - 1
               MOVE WK-VENDEDOR                 TO WK-LM-CHAVE
               MOVE VMG-TAB-NOME(WK-IND-VMG)    TO WK-LM-NOME
               IF VMG-TAB-NOME(WK-IND-VMG) = SPACES
                   MOVE 'NAO CADASTRADO' TO WK-LM-NOME
               END-IF
               MOVE VMG-TAB-QTDE(WK-IND-VMG)    TO WK-MRG-QTDE
               MOVE VMG-TAB-RECEITA(WK-IND-VMG) TO WK-MRG-RECEITA
               MOVE VMG-TAB-ICMS(WK-IND-VMG)    TO WK-MRG-ICMS
               MOVE VMG-TAB-CUSTO(WK-IND-VMG)   TO WK-MRG-CUSTO
               PERFORM 550-IMPRIMIR-LINHA
           END-IF.
       530-IMPRIMIR-UF.
           IF UF-TAB-MOVTO(WK-IND-UF) = 'S'
               MOVE UF-TAB-CODIGO(WK-IND-UF)    TO WK-LM-CHAVE
               MOVE UF-TAB-ALIQUOTA(WK-IND-UF)  TO WK-ALIQ-EDIT
               MOVE SPACES                      TO WK-LM-NOME
               STRING WK-ALIQ-EDIT '%' DELIMITED BY SIZE
                      INTO WK-LM-NOME
               MOVE UF-TAB-QTDE(WK-IND-UF)      TO WK-MRG-QTDE
               MOVE UF-TAB-RECEITA(WK-IND-UF)   TO WK-MRG-RECEITA
               MOVE UF-TAB-ICMS(WK-IND-UF)      TO WK-MRG-ICMS
               MOVE UF-TAB-CUSTO(WK-IND-UF)     TO WK-MRG-CUSTO
               PERFORM 550-IMPRIMIR-LINHA
           END-IF.
      *
      *    MARGEM = RECEITA - ICMS - CUSTO, EM % DA RECEITA
       550-IMPRIMIR-LINHA.
           COMPUTE WK-MARGEM =
                   WK-MRG-RECEITA - WK-MRG-ICMS - WK-MRG-CUSTO.
           PERFORM 555-CALCULAR-PERCENTUAL.
           MOVE WK-MRG-QTDE    TO WK-LM-QTDE.
           MOVE WK-MRG-RECEITA TO WK-LM-RECEITA.
           MOVE WK-MRG-ICMS    TO WK-LM-ICMS.
           MOVE WK-MRG-CUSTO   TO WK-LM-CUSTO.
           MOVE WK-MARGEM      TO WK-LM-MARGEM.
           MOVE WK-PERC-MARGEM TO WK-LM-PERC.
           MOVE WK-LINHA-MARGEM TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           ADD WK-MRG-QTDE    TO WK-SEC-QTDE.
           ADD WK-MRG-RECEITA TO WK-SEC-RECEITA.
           ADD WK-MRG-ICMS    TO WK-SEC-ICMS.
           ADD WK-MRG-CUSTO   TO WK-SEC-CUSTO.
       555-CALCULAR-PERCENTUAL.
           MOVE ZEROS TO WK-PERC-MARGEM.
           IF WK-MRG-RECEITA NOT = ZEROS
               COMPUTE WK-PERC-MARGEM ROUNDED =
                       WK-MARGEM * 100 / WK-MRG-RECEITA
                   ON SIZE ERROR
                       MOVE ZEROS TO WK-PERC-MARGEM
               END-COMPUTE
           END-IF.
       560-IMPRIMIR-CABECALHO.
           MOVE WK-LINHA-SECAO   TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE WK-LINHA-COLUNAS TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE ZEROS TO WK-SEC-QTDE WK-SEC-RECEITA
                         WK-SEC-ICMS WK-SEC-CUSTO.
       570-IMPRIMIR-TOTAL.
           MOVE SPACES           TO WK-LM-CHAVE.
           MOVE 'TOTAL'          TO WK-LM-NOME.
           MOVE WK-SEC-QTDE      TO WK-MRG-QTDE.
           MOVE WK-SEC-RECEITA   TO WK-MRG-RECEITA.
           MOVE WK-SEC-ICMS      TO WK-MRG-ICMS.
           MOVE WK-SEC-CUSTO     TO WK-MRG-CUSTO.
           COMPUTE WK-MARGEM =
                   WK-MRG-RECEITA - WK-MRG-ICMS - WK-MRG-CUSTO.
           PERFORM 555-CALCULAR-PERCENTUAL.
           MOVE WK-MRG-QTDE    TO WK-LM-QTDE.
           MOVE WK-MRG-RECEITA TO WK-LM-RECEITA.
           MOVE WK-MRG-ICMS    TO WK-LM-ICMS.
           MOVE WK-MRG-CUSTO   TO WK-LM-CUSTO.
           MOVE WK-MARGEM      TO WK-LM-MARGEM.
           MOVE WK-PERC-MARGEM TO WK-LM-PERC.
           MOVE WK-LINHA-MARGEM TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
      ***************************************
      *    PROCEDIMENTO DE ENTRADA DO SORT: PRODUTOS E UFS COM
      *    MOVIMENTO, PARA A ORDEM DECRESCENTE DE MARGEM
       600-LIBERAR-ABC SECTION.
       601-LIBERAR-ABC.
           PERFORM 602-LIBERAR-PRODUTO
               VARYING WK-IND-PMG FROM 1 BY 1
               UNTIL WK-IND-PMG > 1000.
           PERFORM 603-LIBERAR-UF
               VARYING WK-IND-UF FROM 1 BY 1
               UNTIL WK-IND-UF > WK-TOT-ESTADOS.
           GO TO 609-SAIDA.
       602-LIBERAR-PRODUTO.
           IF PMG-TAB-MOVTO(WK-IND-PMG) = 'S'
               MOVE SPACES TO REG-SORT
               MOVE 'P'    TO SRT-TIPO
               COMPUTE SRT-MARGEM = PMG-TAB-RECEITA(WK-IND-PMG)
                                  - PMG-TAB-ICMS(WK-IND-PMG)
                                  - PMG-TAB-CUSTO(WK-IND-PMG)
               COMPUTE WK-PRODUTO = WK-IND-PMG - 1
               MOVE WK-PRODUTO               TO SRT-CHAVE
               MOVE PMG-TAB-NOME(WK-IND-PMG) TO SRT-NOME
               IF SRT-MARGEM > ZEROS
                   ADD SRT-MARGEM TO WK-POS-PRODUTOS
               END-IF
               RELEASE REG-SORT
           END-IF.
       603-LIBERAR-UF.
           IF UF-TAB-MOVTO(WK-IND-UF) = 'S'
               MOVE SPACES TO REG-SORT
               MOVE 'U'    TO SRT-TIPO
               COMPUTE SRT-MARGEM = UF-TAB-RECEITA(WK-IND-UF)
                                  - UF-TAB-ICMS(WK-IND-UF)
                                  - UF-TAB-CUSTO(WK-IND-UF)
               MOVE UF-TAB-CODIGO(WK-IND-UF) TO SRT-CHAVE
               IF SRT-MARGEM > ZEROS
                   ADD SRT-MARGEM TO WK-POS-UFS
               END-IF
               RELEASE REG-SORT
           END-IF.
       609-SAIDA.
           EXIT.
      ***************************************
      *    PROCEDIMENTO DE SAIDA DO SORT: CLASSE ABC PELA
      *    PARTICIPACAO ACUMULADA NA MARGEM POSITIVA DO TIPO,
      *    COMPARADA COM A CLASSE DA COMPETENCIA ANTERIOR
       700-CLASSIFICAR-ABC SECTION.
       701-CLASSIFICAR-ABC.
           MOVE 'N' TO WK-FIM-SORT.
           PERFORM 702-RETORNAR-ABC.
           PERFORM 703-CLASSIFICAR-TIPO
               UNTIL WK-FIM-SORT = 'S'.
           GO TO 709-SAIDA.
       702-RETORNAR-ABC.
           RETURN ARQ-SORTWK
               AT END
                   MOVE 'S' TO WK-FIM-SORT
           END-RETURN.
       703-CLASSIFICAR-TIPO.
           MOVE SRT-TIPO TO WK-TIPO-ATUAL.
           MOVE ZEROS TO WK-ACUMULADO WK-POSICAO
                         WK-QTDE-A WK-QTDE-B WK-QTDE-C WK-QTDE-MUDOU.
           IF WK-TIPO-ATUAL = 'P'
               MOVE 'CLASSIFICACAO ABC POR MARGEM - PRODUTOS'
                    TO WK-LS-TEXTO
               MOVE 'PRD'     TO WK-CC-CHAVE
               MOVE 'PRODUTO' TO WK-CC-NOME
               MOVE WK-POS-PRODUTOS TO WK-POS-TIPO
           ELSE
               MOVE 'CLASSIFICACAO ABC POR MARGEM - UFS'
                    TO WK-LS-TEXTO
               MOVE 'UF'      TO WK-CC-CHAVE
               MOVE SPACES    TO WK-CC-NOME
               MOVE WK-POS-UFS TO WK-POS-TIPO
           END-IF.
           MOVE WK-LINHA-SECAO TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE WK-COLUNAS-ABC TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           PERFORM 704-CLASSIFICAR-ITEM
               UNTIL WK-FIM-SORT = 'S'
                  OR SRT-TIPO NOT = WK-TIPO-ATUAL.
           MOVE WK-QTDE-A     TO WK-LR-QTDE-A.
           MOVE WK-QTDE-B     TO WK-LR-QTDE-B.
           MOVE WK-QTDE-C     TO WK-LR-QTDE-C.
           MOVE WK-QTDE-MUDOU TO WK-LR-QTDE-MUDOU.
           MOVE WK-LINHA-RESUMO-ABC TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
      *
      *    A = ACUMULADO ANTES DO ITEM ABAIXO DE 80% DA MARGEM
      *    POSITIVA, B = ABAIXO DE 95%, C = O RESTO; MARGEM
      *    ZERADA OU NEGATIVA E SEMPRE C
       704-CLASSIFICAR-ITEM.
           ADD 1 TO WK-POSICAO.
           MOVE ZEROS TO WK-PERC-ANTES WK-PERC-PART.
           IF WK-POS-TIPO > ZEROS
               COMPUTE WK-PERC-ANTES =
                       WK-ACUMULADO * 100 / WK-POS-TIPO
               COMPUTE WK-PERC-PART ROUNDED =
                       SRT-MARGEM * 100 / WK-POS-TIPO
                   ON SIZE ERROR
                       MOVE ZEROS TO WK-PERC-PART
               END-COMPUTE
           END-IF.
           EVALUATE TRUE
               WHEN SRT-MARGEM NOT > ZEROS
                   MOVE 'C' TO WK-CLASSE
                   ADD 1 TO WK-QTDE-C
               WHEN WK-PERC-ANTES < 80
                   MOVE 'A' TO WK-CLASSE
                   ADD 1 TO WK-QTDE-A
                   ADD SRT-MARGEM TO WK-ACUMULADO
               WHEN WK-PERC-ANTES < 95
                   MOVE 'B' TO WK-CLASSE
                   ADD 1 TO WK-QTDE-B
                   ADD SRT-MARGEM TO WK-ACUMULADO
               WHEN OTHER
                   MOVE 'C' TO WK-CLASSE
                   ADD 1 TO WK-QTDE-C
                   ADD SRT-MARGEM TO WK-ACUMULADO
           END-EVALUATE.
           MOVE ZEROS TO WK-PERC-ACUM.
           IF WK-POS-TIPO > ZEROS
               COMPUTE WK-PERC-ACUM ROUNDED =
                       WK-ACUMULADO * 100 / WK-POS-TIPO
           END-IF.
           PERFORM 705-PROCURAR-ANTERIOR.
           MOVE WK-POSICAO    TO WK-LB-POSICAO.
           MOVE SRT-CHAVE     TO WK-LB-CHAVE.
           MOVE SRT-NOME      TO WK-LB-NOME.
           MOVE SRT-MARGEM    TO WK-LB-MARGEM.
           MOVE WK-PERC-PART  TO WK-LB-PART.
           MOVE WK-PERC-ACUM  TO WK-LB-ACUM.
           MOVE WK-CLASSE     TO WK-LB-CLASSE.
           MOVE WK-CLASSE-ANT TO WK-LB-CLASSE-ANT.
           EVALUATE TRUE
               WHEN WK-CLASSE-ANT = SPACE
                   MOVE '-'       TO WK-LB-CLASSE-ANT
                   MOVE 'NOVO'    TO WK-LB-SITUACAO
               WHEN WK-CLASSE < WK-CLASSE-ANT
                   MOVE 'SUBIU'   TO WK-LB-SITUACAO
                   ADD 1 TO WK-QTDE-MUDOU
               WHEN WK-CLASSE > WK-CLASSE-ANT
                   MOVE 'CAIU'    TO WK-LB-SITUACAO
                   ADD 1 TO WK-QTDE-MUDOU
               WHEN OTHER
                   MOVE 'MANTEVE' TO WK-LB-SITUACAO
           END-EVALUATE.
           MOVE WK-LINHA-ABC TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE SPACES         TO REG-ABCNEW.
           MOVE SRT-TIPO       TO FD-ABN-TIPO.
           MOVE SRT-CHAVE      TO FD-ABN-CHAVE.
           MOVE WK-PARM-ANOMES TO FD-ABN-ANOMES.
           MOVE WK-CLASSE      TO FD-ABN-CLASSE.
           MOVE SRT-MARGEM     TO FD-ABN-MARGEM.
           WRITE REG-ABCNEW.
           PERFORM 702-RETORNAR-ABC.
       705-PROCURAR-ANTERIOR.
           MOVE SPACE TO WK-CLASSE-ANT.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-ANT FROM 1 BY 1
                   UNTIL WK-IND-ANT > WK-TOT-ANTERIOR
                   OR ITEM-ACHADO
               IF ANT-TAB-TIPO(WK-IND-ANT) = SRT-TIPO
                AND ANT-TAB-CHAVE(WK-IND-ANT) = SRT-CHAVE
                   SET ITEM-ACHADO TO TRUE
                   MOVE ANT-TAB-CLASSE(WK-IND-ANT) TO WK-CLASSE-ANT
               END-IF
           END-PERFORM.
       709-SAIDA.
           EXIT.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-VLR-SEM-CUSTO TO WK-VAL-EDIT.
           STRING 'VENDAS SEM CUSTO VIGENTE (FORA DAS MARGENS): '
                                             DELIMITED BY SIZE
                  WK-TOT-SEM-CUSTO           DELIMITED BY SIZE
                  '   RECEITA: '             DELIMITED BY SIZE
                  WK-VAL-EDIT                DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-VLR-SEM-UF TO WK-VAL-EDIT.
           STRING 'VENDAS DE UF SEM ALIQUOTA (FORA DAS MARGENS):'
                                             DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WK-TOT-SEM-UF              DELIMITED BY SIZE
                  '   RECEITA: '             DELIMITED BY SIZE
                  WK-VAL-EDIT                DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           DISPLAY 'COMPETENCIA               = ' WK-PARM-ANOMES.
           DISPLAY 'REGISTROS LIDOS           = ' WK-REGS-LIDOS.
           DISPLAY 'FORA DA COMPETENCIA       = ' WK-TOT-FORA-MES.
           DISPLAY 'VENDAS NA MARGEM          = ' WK-TOT-VENDAS.
           DISPLAY 'DEVOLUCOES NA MARGEM      = ' WK-TOT-DEVOLUCOES.
           DISPLAY 'SEM CUSTO VIGENTE         = ' WK-TOT-SEM-CUSTO.
           DISPLAY 'UF SEM ALIQUOTA           = ' WK-TOT-SEM-UF.
           DISPLAY 'CANDIDATOS MARGEM         = ' WK-TOT-CANDMRG.
           DISPLAY 'CANDIDATOS PREJUIZO       = ' WK-TOT-CANDPRJ.
           IF WK-TOT-SEM-CUSTO > ZEROS
            OR WK-TOT-SEM-UF > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-VENDAS3N.
           CLOSE ARQ-RELMARG.
           CLOSE ARQ-ABCNEW.
           CLOSE ARQ-CANDMRG.
           CLOSE ARQ-CANDPRJ.
       910-DETALHE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
      ***************************************
       915-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELMARG
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO207'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           COMPUTE FD-CTL-REGS-REJEIT =
                   WK-TOT-SEM-CUSTO + WK-TOT-SEM-UF.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
