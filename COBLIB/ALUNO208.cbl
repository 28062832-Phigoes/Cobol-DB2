       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO208.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    REGISTRO DE SAIDAS (LIVRO FISCAL) DA         *
      *    COMPETENCIA DO CARTAO SYSIN (AAAAMM, ZERADO  *
      *    = MES DA EXECUCAO): CADA NOTA DO VENDAS3N    *
      *    NA ORDEM DE SERIE (VENDEDOR) E NUMERO, COM   *
      *    A DATA DE EMISSAO (DO CADASTRO TITULOS; SEM  *
      *    TITULO SAI O DIA 00), UF, VALOR CONTABIL,    *
      *    DEVOLUCAO, BASE, ALIQUOTA DO ARQUIVO         *
      *    ESTADOS E ICMS DA NOTA, E A SITUACAO:        *
      *    CANCELADA (DEVOLVIDA POR INTEIRO NA          *
      *    COMPETENCIA), DEVOLVIDA EM PARTE OU          *
      *    DEVOLUCAO DE NOTA DE COMPETENCIA ANTERIOR.   *
      *    OS NUMEROS QUE FALTAM ENTRE AS NOTAS DO      *
      *    VENDEDOR SAEM COMO LACUNA, COM A SITUACAO    *
      *    PELO REGISTRO DE SEQUENCIA DO ALUNO121       *
      *    (REGNOTA): EMITIDA EM OUTRA COMPETENCIA OU   *
      *    NAO EMITIDA. TOTAL EM CADA PAGINA E, NO      *
      *    RESUMO POR UF, O ICMS APURADO DO MESMO JEITO *
      *    DO ALUNO62 (ARREDONDAMENTO SOBRE O TOTAL DA  *
      *    UF, COM A DIFERENCA PARA A SOMA DAS NOTAS),  *
      *    CONFERIDO COM O ICMSINT GERADO PELO ALUNO62  *
      *    SOBRE O MESMO VENDAS3N (DIVERGENCIA, UF SEM  *
      *    ALIQUOTA OU NOTA SEM TITULO = RC 4). GRAVA   *
      *    TAMBEM O ARQUIVO ELETRONICO DO REGISTRO      *
      *    (LIVSAIDA) PARA A ENTREGA AO FISCO.          *
      *    PAGINACAO E CABECALHOS PELO ALUNO48          *
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
           SELECT ARQ-TITULOS    ASSIGN TO TITULOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-TIT-CHAVE
               FILE STATUS IS WK-FS-TITULOS.
           SELECT ARQ-ESTADOS    ASSIGN TO ESTADOS
               FILE STATUS IS WK-FS-ESTADOS.
           SELECT ARQ-REGNOTA    ASSIGN TO REGNOTA
               FILE STATUS IS WK-FS-REGNOTA.
           SELECT ARQ-ICMSINT    ASSIGN TO ICMSINT
               FILE STATUS IS WK-FS-ICMSINT.
           SELECT ARQ-LIVSAIDA   ASSIGN TO LIVSAIDA
               FILE STATUS IS WK-FS-LIVSAIDA.
           SELECT ARQ-RELLIVRO   ASSIGN TO RELLIVRO
               FILE STATUS IS WK-FS-RELLIVRO.
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
       FD   ARQ-TITULOS.
           COPY TITULO.
       FD   ARQ-ESTADOS
            RECORDING MODE IS F.
           COPY ESTADO.
       FD   ARQ-REGNOTA
            RECORDING MODE IS F.
       01  REG-REGNOTA.
           05 RNT-VENDEDOR          PIC 99.
           05 RNT-NOTA              PIC 9(6).
           05 RNT-ANOMES            PIC 9(6).
           05 FILLER                PIC X(6).
       FD   ARQ-ICMSINT
            RECORDING MODE IS F.
       01  REG-ICMSINT.
           05 FD-ICM-UF             PIC XX.
           05 FD-ICM-BASE-LIQUIDA   PIC S9(11)V99.
           05 FD-ICM-IMPOSTO        PIC S9(11)V99.
           05 FD-ICM-ALIQUOTA       PIC 9(2)V99.
           05 FILLER                PIC X(48).
       FD   ARQ-LIVSAIDA
            RECORDING MODE IS F.
           COPY LIVSAIDA.
       FD   ARQ-RELLIVRO
            RECORDING MODE IS F.
       01  REG-RELLIVRO             PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       SD   ARQ-SORTWK.
       01  REG-SORT.
           05 SRT-VENDEDOR          PIC 99.
           05 SRT-NOTA              PIC 9(6).
           05 SRT-ESTADO            PIC XX.
           05 SRT-TIPO              PIC X(01).
           05 SRT-VALOR             PIC S9(7)V99.
       WORKING-STORAGE SECTION.
       77  WK-FS-VENDAS3N    PIC XX             VALUE SPACES.
       77  WK-FS-TITULOS     PIC XX             VALUE SPACES.
       77  WK-FS-ESTADOS     PIC XX             VALUE SPACES.
       77  WK-FS-REGNOTA     PIC XX             VALUE SPACES.
       77  WK-FS-ICMSINT     PIC XX             VALUE SPACES.
       77  WK-FS-LIVSAIDA    PIC XX             VALUE SPACES.
       77  WK-FS-RELLIVRO    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-FORA-MES   PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-NOTAS      PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-CANCELADAS PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DEVOLVIDAS PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DEVOL-ANT  PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-SEM-TITULO PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-SEM-UF     PIC 9(07)          VALUE ZEROS.
       77  WK-VLR-SEM-UF     PIC S9(11)V99      VALUE ZEROS.
       77  WK-TOT-LACUNAS    PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-NUM-LACUNA PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DIVERGENCIAS PIC 9(03)        VALUE ZEROS.
       77  WK-TOT-GRAVADOS   PIC 9(07)          VALUE ZEROS.
       77  WK-PARM-ANOMES    PIC 9(06)          VALUE ZEROS.
       77  WK-REG-ANOMES     PIC 9(06)          VALUE ZEROS.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
       77  WK-UF-ALIQUOTA    PIC X              VALUE 'N'.
           88 UF-COM-ALIQUOTA                   VALUE 'S'.
           88 UF-SEM-ALIQUOTA                   VALUE 'N'.
       77  WK-ICMSINT        PIC X              VALUE 'N'.
           88 ICMSINT-DISPONIVEL                VALUE 'S'.
      *
      *    ALIQUOTAS DO ARQUIVO ESTADOS E MOVIMENTO DA UF NO
      *    REGISTRO (SOMA DAS NOTAS)
       01  TABELA-ESTADOS.
           05 UF-ENTRADA             OCCURS 30 TIMES.
              10 UF-TAB-CODIGO       PIC XX.
              10 UF-TAB-ALIQUOTA     PIC 9(2)V99.
              10 UF-TAB-QTDE-NOTAS   PIC 9(7).
              10 UF-TAB-VENDAS       PIC S9(11)V99.
              10 UF-TAB-DEVOLUCOES   PIC S9(11)V99.
              10 UF-TAB-ICMS-NOTAS   PIC S9(11)V99.
       77  WK-TOT-ESTADOS    PIC 99             VALUE ZEROS.
       77  WK-IND-UF         PIC 99             VALUE ZEROS.
      *
      *    REGISTRO DE SEQUENCIA DE NOTAS DO ALUNO121 (TODAS AS
      *    NOTAS JA VISTAS, COM A COMPETENCIA DE EMISSAO)
       01  TABELA-SEQUENCIA.
           05 SEQ-ENTRADA            OCCURS 10000 TIMES.
              10 SEQ-TAB-VENDEDOR    PIC 99.
              10 SEQ-TAB-NOTA        PIC 9(6).
              10 SEQ-TAB-ANOMES      PIC 9(6).
       77  WK-TOT-SEQUENCIA  PIC 9(5)           VALUE ZEROS.
       77  WK-IND-SEQ        PIC 9(5)           VALUE ZEROS.
      *
      *    APURACAO POR UF GRAVADA PELO ALUNO62 (ICMSINT)
       01  TABELA-ICMSINT.
           05 ICM-ENTRADA            OCCURS 30 TIMES.
              10 ICM-TAB-UF          PIC XX.
              10 ICM-TAB-ALIQUOTA    PIC 9(2)V99.
              10 ICM-TAB-BASE        PIC S9(11)V99.
              10 ICM-TAB-IMPOSTO     PIC S9(11)V99.
              10 ICM-TAB-USADO       PIC X(01).
       77  WK-TOT-ICMSINT    PIC 99             VALUE ZEROS.
       77  WK-IND-ICM        PIC 99             VALUE ZEROS.
      *
      *    NOTA EM FORMACAO (SERIE, NUMERO E UF)
       77  WK-NOTA-VENDEDOR  PIC 99             VALUE ZEROS.
       77  WK-NOTA-NUMERO    PIC 9(6)           VALUE ZEROS.
       77  WK-NOTA-UF        PIC XX             VALUE SPACES.
       77  WK-NOTA-VENDAS    PIC S9(11)V99      VALUE ZEROS.
       77  WK-NOTA-DEVOLUCOES PIC S9(11)V99     VALUE ZEROS.
       77  WK-NOTA-BASE      PIC S9(11)V99      VALUE ZEROS.
       77  WK-NOTA-ALIQUOTA  PIC 9(2)V99        VALUE ZEROS.
       77  WK-NOTA-ICMS      PIC S9(11)V99      VALUE ZEROS.
       77  WK-NOTA-SITUACAO  PIC X(01)          VALUE SPACE.
           88 NOTA-NORMAL                       VALUE 'N'.
           88 NOTA-DEVOLVIDA                    VALUE 'D'.
           88 NOTA-CANCELADA                    VALUE 'C'.
           88 NOTA-DEVOL-ANTERIOR               VALUE 'R'.
       01  WK-NOTA-DATA      PIC 9(8)           VALUE ZEROS.
       01  WK-NOTA-DATA-R REDEFINES WK-NOTA-DATA.
           05 WK-NOTA-ANO          PIC 9(4).
           05 WK-NOTA-MES          PIC 99.
           05 WK-NOTA-DIA          PIC 99.
       77  WK-IMPOSTO        PIC S9(11)V99      VALUE ZEROS.
       77  WK-CREDITO        PIC S9(11)V99      VALUE ZEROS.
       77  WK-FIM-SORT       PIC X(1)           VALUE 'N'.
      *
      *    CONTROLE DA NUMERACAO: ULTIMA NOTA EMITIDA DA SERIE E
      *    LACUNA EM ANALISE (FAIXA DE NAO EMITIDAS AGRUPADA)
       77  WK-SERIE-ATUAL    PIC 99             VALUE ZEROS.
       77  WK-ULT-NOTA       PIC 9(6)           VALUE ZEROS.
       77  WK-ULTIMA         PIC X              VALUE 'N'.
           88 COM-ULTIMA-NOTA                   VALUE 'S'.
           88 SEM-ULTIMA-NOTA                   VALUE 'N'.
       77  WK-LAC-INICIO     PIC 9(6)           VALUE ZEROS.
       77  WK-LAC-FIM        PIC 9(6)           VALUE ZEROS.
       77  WK-LAC-NUMERO     PIC 9(7)           VALUE ZEROS.
       77  WK-LAC-QTDE       PIC 9(7)           VALUE ZEROS.
       77  WK-LAC-SITUACAO   PIC X(01)          VALUE SPACE.
       77  WK-LAC-ANOMES     PIC 9(6)           VALUE ZEROS.
       77  WK-FAIXA-INICIO   PIC 9(6)           VALUE ZEROS.
       77  WK-FAIXA-FIM      PIC 9(6)           VALUE ZEROS.
       77  WK-FAIXA-ABERTA   PIC X              VALUE 'N'.
      *
      *    TOTAIS DA PAGINA E DO REGISTRO
       77  WK-PAG-QTDE       PIC 9(3)           VALUE ZEROS.
       77  WK-PAG-VENDAS     PIC S9(11)V99      VALUE ZEROS.
       77  WK-PAG-DEVOLUCOES PIC S9(11)V99      VALUE ZEROS.
       77  WK-PAG-BASE       PIC S9(11)V99      VALUE ZEROS.
       77  WK-PAG-ICMS       PIC S9(11)V99      VALUE ZEROS.
       77  WK-GER-VENDAS     PIC S9(11)V99      VALUE ZEROS.
       77  WK-GER-DEVOLUCOES PIC S9(11)V99      VALUE ZEROS.
       77  WK-GER-BASE       PIC S9(11)V99      VALUE ZEROS.
       77  WK-GER-ICMS       PIC S9(11)V99      VALUE ZEROS.
      *
      *    RESUMO POR UF E CONFERENCIA COM O ICMSINT
       77  WK-RES-BASE       PIC S9(11)V99      VALUE ZEROS.
       77  WK-RES-APURADO    PIC S9(11)V99      VALUE ZEROS.
       77  WK-RES-AJUSTE     PIC S9(11)V99      VALUE ZEROS.
       77  WK-RES-ICM-BASE   PIC S9(11)V99      VALUE ZEROS.
       77  WK-RES-ICM-IMPOSTO PIC S9(11)V99     VALUE ZEROS.
       77  WK-RES-TOT-QTDE   PIC 9(7)           VALUE ZEROS.
       77  WK-RES-TOT-BASE   PIC S9(11)V99      VALUE ZEROS.
       77  WK-RES-TOT-NOTAS  PIC S9(11)V99      VALUE ZEROS.
       77  WK-RES-TOT-AJUSTE PIC S9(11)V99      VALUE ZEROS.
       77  WK-RES-TOT-APURADO PIC S9(11)V99     VALUE ZEROS.
       77  WK-RES-TOT-ICM-BASE PIC S9(11)V99    VALUE ZEROS.
       77  WK-RES-TOT-ICM-IMPOSTO PIC S9(11)V99 VALUE ZEROS.
       77  WK-VAL-EDIT       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-ALIQ-EDIT      PIC Z9,99          VALUE ZEROS.
       77  WK-QTDE-EDIT      PIC Z.ZZZ.ZZ9      VALUE ZEROS.
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
       01  WK-TITULO.
           05 FILLER               PIC X(48)     VALUE
              'REGISTRO DE SAIDAS (LIVRO FISCAL) - COMPETENCIA '.
           05 WK-TIT-ANOMES        PIC 9(6).
           05 FILLER               PIC X(06)     VALUE SPACES.
       01  WK-LINHA-COLUNAS.
           05 FILLER               PIC X(03)     VALUE 'SR '.
           05 FILLER               PIC X(07)     VALUE 'NOTA   '.
           05 FILLER               PIC X(11)     VALUE 'EMISSAO    '.
           05 FILLER               PIC X(02)     VALUE 'UF'.
           05 FILLER               PIC X(16)
                                   VALUE '  VALOR CONTABIL'.
           05 FILLER               PIC X(16)
                                   VALUE '       DEVOLUCAO'.
           05 FILLER               PIC X(16)
                                   VALUE ' BASE DE CALCULO'.
           05 FILLER               PIC X(06)     VALUE '  ALIQ'.
           05 FILLER               PIC X(16)
                                   VALUE '            ICMS'.
           05 FILLER               PIC X(10)     VALUE '  SITUACAO'.
       01  WK-LINHA-NOTA.
           05 WK-LN-SERIE          PIC 99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LN-NOTA           PIC 9(6).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LN-DATA.
              10 WK-LN-DIA         PIC 99.
              10 FILLER            PIC X(01)     VALUE '/'.
              10 WK-LN-MES         PIC 99.
              10 FILLER            PIC X(01)     VALUE '/'.
              10 WK-LN-ANO         PIC 9(4).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LN-UF             PIC XX.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LN-VENDAS         PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LN-DEVOLUCOES     PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LN-BASE           PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LN-ALIQ           PIC Z9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LN-ICMS           PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LN-SITUACAO       PIC X(22).
       01  WK-LINHA-LACUNA.
           05 WK-LL-SERIE          PIC 99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LL-NOTA-INICIAL   PIC 9(6).
           05 WK-LL-ATE            PIC X(03).
           05 WK-LL-NOTA-FINAL     PIC X(06).
           05 FILLER               PIC X(04)     VALUE ' ***'.
           05 WK-LL-TEXTO          PIC X(60).
       01  WK-LINHA-TOTAL.
           05 WK-LT-TEXTO          PIC X(23).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LT-VENDAS         PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LT-DEVOLUCOES     PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LT-BASE           PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(07)     VALUE SPACES.
           05 WK-LT-ICMS           PIC -ZZZ.ZZZ.ZZ9,99.
       01  WK-COLUNAS-UF.
           05 FILLER               PIC X(02)     VALUE 'UF'.
           05 FILLER               PIC X(06)     VALUE '  ALIQ'.
           05 FILLER               PIC X(07)     VALUE '  NOTAS'.
           05 FILLER               PIC X(16)
                                   VALUE ' BASE DE CALCULO'.
           05 FILLER               PIC X(16)
                                   VALUE '  ICMS DAS NOTAS'.
           05 FILLER               PIC X(11)     VALUE '  ARREDOND.'.
           05 FILLER               PIC X(16)
                                   VALUE '    ICMS APURADO'.
           05 FILLER               PIC X(16)
                                   VALUE '    BASE ICMSINT'.
           05 FILLER               PIC X(16)
                                   VALUE ' IMPOSTO ICMSINT'.
           05 FILLER               PIC X(14)
                                   VALUE '  CONFERENCIA'.
       01  WK-LINHA-UF.
           05 WK-LU-IDENT          PIC X(08).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LU-QTDE           PIC ZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LU-BASE           PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LU-ICMS-NOTAS     PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LU-AJUSTE         PIC -ZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LU-APURADO        PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LU-ICM-BASE       PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LU-ICM-IMPOSTO    PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LU-SITUACAO       PIC X(13).
           COPY DTPSRV.
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           SORT ARQ-SORTWK
               ON ASCENDING KEY SRT-VENDEDOR
                                SRT-NOTA
                                SRT-ESTADO
               INPUT  PROCEDURE IS 200-SELECIONAR
               OUTPUT PROCEDURE IS 400-REGISTRAR.
           PERFORM 600-RESUMIR-UFS.
           PERFORM 901-FINALIZAR.
           STOP RUN.
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
           PERFORM 110-CARREGAR-ESTADOS.
           PERFORM 120-CARREGAR-SEQUENCIA.
           PERFORM 130-CARREGAR-ICMSINT.
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
           OPEN INPUT  ARQ-TITULOS.
           IF WK-FS-TITULOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-TITULOS
                       ' NO COMANDO OPEN TITULOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELLIVRO.
           OPEN OUTPUT ARQ-LIVSAIDA.
           MOVE SPACES         TO REG-LVS-HEADER.
           SET LVS-HEADER      TO TRUE.
           MOVE WK-PARM-ANOMES TO FD-LVS-HDR-COMPETENCIA.
           MOVE WK-DATA-EXEC   TO FD-LVS-HDR-DATA-GERACAO.
           MOVE 'ALUNO208'     TO FD-LVS-HDR-SISTEMA.
           PERFORM 950-GRAVAR-LIVSAIDA.
           PERFORM 301-LER-VENDAS3N.
       110-CARREGAR-ESTADOS.
           OPEN INPUT ARQ-ESTADOS.
           IF WK-FS-ESTADOS NOT = '00'
               DISPLAY 'ARQUIVO ESTADOS NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 112-LER-ESTADO.
           PERFORM 111-ACUMULAR-ESTADO
               UNTIL WK-FS-ESTADOS = '10'.
           CLOSE ARQ-ESTADOS.
       111-ACUMULAR-ESTADO.
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
           PERFORM 112-LER-ESTADO.
       112-LER-ESTADO.
           READ ARQ-ESTADOS
               AT END
                   MOVE '10' TO WK-FS-ESTADOS
           END-READ.
       120-CARREGAR-SEQUENCIA.
           OPEN INPUT ARQ-REGNOTA.
           IF WK-FS-REGNOTA NOT = '00'
               DISPLAY 'ARQUIVO REGNOTA NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 122-LER-REGNOTA.
           PERFORM 121-ACUMULAR-SEQUENCIA
               UNTIL WK-FS-REGNOTA = '10'.
           CLOSE ARQ-REGNOTA.
       121-ACUMULAR-SEQUENCIA.
           IF WK-TOT-SEQUENCIA >= 10000
               DISPLAY 'TABELA DE SEQUENCIA CHEIA (MAXIMO 10000 '
                       'REGISTROS) - RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-SEQUENCIA.
           MOVE RNT-VENDEDOR TO SEQ-TAB-VENDEDOR(WK-TOT-SEQUENCIA).
           MOVE RNT-NOTA     TO SEQ-TAB-NOTA(WK-TOT-SEQUENCIA).
           MOVE RNT-ANOMES   TO SEQ-TAB-ANOMES(WK-TOT-SEQUENCIA).
           PERFORM 122-LER-REGNOTA.
       122-LER-REGNOTA.
           READ ARQ-REGNOTA
               AT END
                   MOVE '10' TO WK-FS-REGNOTA
           END-READ.
       130-CARREGAR-ICMSINT.
           OPEN INPUT ARQ-ICMSINT.
           IF WK-FS-ICMSINT NOT = '00'
               DISPLAY 'ARQUIVO ICMSINT NAO ENCONTRADO - '
                       'CONFERENCIA COM A APURACAO NAO FEITA'
           ELSE
               SET ICMSINT-DISPONIVEL TO TRUE
               PERFORM 132-LER-ICMSINT
               PERFORM 131-ACUMULAR-ICMSINT
                   UNTIL WK-FS-ICMSINT = '10'
               CLOSE ARQ-ICMSINT
           END-IF.
       131-ACUMULAR-ICMSINT.
           IF WK-TOT-ICMSINT >= 30
               DISPLAY 'TABELA DO ICMSINT CHEIA (MAXIMO 30 '
                       'REGISTROS) - RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-ICMSINT.
           MOVE FD-ICM-UF           TO ICM-TAB-UF(WK-TOT-ICMSINT).
           MOVE FD-ICM-ALIQUOTA     TO ICM-TAB-ALIQUOTA(WK-TOT-ICMSINT).
           MOVE FD-ICM-BASE-LIQUIDA TO ICM-TAB-BASE(WK-TOT-ICMSINT).
           MOVE FD-ICM-IMPOSTO      TO ICM-TAB-IMPOSTO(WK-TOT-ICMSINT).
           MOVE 'N'                 TO ICM-TAB-USADO(WK-TOT-ICMSINT).
           PERFORM 132-LER-ICMSINT.
       132-LER-ICMSINT.
           READ ARQ-ICMSINT
               AT END
                   MOVE '10' TO WK-FS-ICMSINT
           END-READ.
      ***************************************
      *    SELECAO DOS ITENS DA COMPETENCIA PARA O SORT POR
      *    SERIE (VENDEDOR), NUMERO DA NOTA E UF
       200-SELECIONAR SECTION.
       201-SELECIONAR.
           PERFORM 210-SELECIONAR-ITEM
               UNTIL WK-FS-VENDAS3N = '10'.
           GO TO 209-SAIDA.
       210-SELECIONAR-ITEM.
           ADD 1 TO WK-REGS-LIDOS.
           COMPUTE WK-REG-ANOMES = FD-ANO * 100 + FD-MES.
           IF WK-REG-ANOMES NOT = WK-PARM-ANOMES
               ADD 1 TO WK-TOT-FORA-MES
           ELSE
               MOVE FD-VENDEDOR   TO SRT-VENDEDOR
               MOVE FD-NOTA       TO SRT-NOTA
               MOVE FD-ESTADO     TO SRT-ESTADO
               MOVE FD-TIPO-TRANS TO SRT-TIPO
               MOVE FD-VALOR      TO SRT-VALOR
               RELEASE REG-SORT
           END-IF.
           PERFORM 301-LER-VENDAS3N.
       209-SAIDA.
           EXIT.
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
      *    CORPO DO REGISTRO: UMA LINHA POR NOTA E UF, COM AS
      *    LACUNAS DA NUMERACAO ANTES DA NOTA QUE AS REVELA E O
      *    TOTAL AO PE DE CADA PAGINA
       400-REGISTRAR SECTION.
       401-REGISTRAR.
           SET LK-REL-ABRIR TO TRUE.
           MOVE WK-PARM-ANOMES TO WK-TIT-ANOMES.
           MOVE WK-TITULO      TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           PERFORM 470-IMPRIMIR-COLUNAS.
           MOVE 'N' TO WK-FIM-SORT.
           PERFORM 402-RETORNAR-NOTA.
           PERFORM 410-REGISTRAR-NOTA
               UNTIL WK-FIM-SORT = 'S'.
           IF WK-PAG-QTDE > ZEROS
               PERFORM 480-TOTALIZAR-PAGINA
           END-IF.
           MOVE 'TOTAL GERAL DO REGISTRO' TO WK-LT-TEXTO.
           MOVE WK-GER-VENDAS     TO WK-LT-VENDAS.
           MOVE WK-GER-DEVOLUCOES TO WK-LT-DEVOLUCOES.
           MOVE WK-GER-BASE       TO WK-LT-BASE.
           MOVE WK-GER-ICMS       TO WK-LT-ICMS.
           MOVE WK-LINHA-TOTAL TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           GO TO 409-SAIDA.
       402-RETORNAR-NOTA.
           RETURN ARQ-SORTWK
               AT END
                   MOVE 'S' TO WK-FIM-SORT
           END-RETURN.
       410-REGISTRAR-NOTA.
           MOVE SRT-VENDEDOR TO WK-NOTA-VENDEDOR.
           MOVE SRT-NOTA     TO WK-NOTA-NUMERO.
           MOVE SRT-ESTADO   TO WK-NOTA-UF.
           MOVE ZEROS TO WK-NOTA-VENDAS WK-NOTA-DEVOLUCOES.
           PERFORM 411-ACUMULAR-ITEM
               UNTIL WK-FIM-SORT = 'S'
                  OR SRT-VENDEDOR NOT = WK-NOTA-VENDEDOR
                  OR SRT-NOTA     NOT = WK-NOTA-NUMERO
                  OR SRT-ESTADO   NOT = WK-NOTA-UF.
           IF WK-NOTA-VENDAS > ZEROS
               PERFORM 420-CONFERIR-SEQUENCIA
           END-IF.
           PERFORM 430-CALCULAR-NOTA.
           PERFORM 440-DATAR-NOTA.
           PERFORM 450-IMPRIMIR-NOTA.
       411-ACUMULAR-ITEM.
           IF SRT-TIPO = 'D'
               ADD SRT-VALOR TO WK-NOTA-DEVOLUCOES
           ELSE
               ADD SRT-VALOR TO WK-NOTA-VENDAS
           END-IF.
           PERFORM 402-RETORNAR-NOTA.
      *
      *    SO AS NOTAS EMITIDAS NA COMPETENCIA (COM VENDA) CONTAM
      *    PARA A NUMERACAO; A DEVOLUCAO DE NOTA ANTERIOR NAO
       420-CONFERIR-SEQUENCIA.
           IF SEM-ULTIMA-NOTA
            OR WK-NOTA-VENDEDOR NOT = WK-SERIE-ATUAL
               MOVE WK-NOTA-VENDEDOR TO WK-SERIE-ATUAL
           ELSE
               IF WK-NOTA-NUMERO > WK-ULT-NOTA + 1
                   COMPUTE WK-LAC-INICIO = WK-ULT-NOTA + 1
                   COMPUTE WK-LAC-FIM    = WK-NOTA-NUMERO - 1
                   PERFORM 460-LISTAR-LACUNA
               END-IF
           END-IF.
           MOVE WK-NOTA-NUMERO TO WK-ULT-NOTA.
           SET COM-ULTIMA-NOTA TO TRUE.
      *
      *    ICMS DA NOTA: IMPOSTO SOBRE A VENDA MENOS O CREDITO
      *    SOBRE A DEVOLUCAO, CADA UM ARREDONDADO (COMO NO ALUNO62)
       430-CALCULAR-NOTA.
           PERFORM 435-PROCURAR-UF.
           IF UF-COM-ALIQUOTA
               MOVE UF-TAB-ALIQUOTA(WK-IND-UF) TO WK-NOTA-ALIQUOTA
           ELSE
               MOVE ZEROS TO WK-NOTA-ALIQUOTA
           END-IF.
           COMPUTE WK-NOTA-BASE = WK-NOTA-VENDAS - WK-NOTA-DEVOLUCOES.
           COMPUTE WK-IMPOSTO ROUNDED =
                   WK-NOTA-VENDAS * WK-NOTA-ALIQUOTA / 100.
           COMPUTE WK-CREDITO ROUNDED =
                   WK-NOTA-DEVOLUCOES * WK-NOTA-ALIQUOTA / 100.
           COMPUTE WK-NOTA-ICMS = WK-IMPOSTO - WK-CREDITO.
           EVALUATE TRUE
               WHEN WK-NOTA-VENDAS = ZEROS
                   SET NOTA-DEVOL-ANTERIOR TO TRUE
                   ADD 1 TO WK-TOT-DEVOL-ANT
               WHEN WK-NOTA-DEVOLUCOES = ZEROS
                   SET NOTA-NORMAL TO TRUE
               WHEN WK-NOTA-DEVOLUCOES < WK-NOTA-VENDAS
                   SET NOTA-DEVOLVIDA TO TRUE
                   ADD 1 TO WK-TOT-DEVOLVIDAS
               WHEN OTHER
                   SET NOTA-CANCELADA TO TRUE
                   ADD 1 TO WK-TOT-CANCELADAS
           END-EVALUATE.
           ADD 1 TO WK-TOT-NOTAS.
           IF UF-COM-ALIQUOTA
               ADD 1                  TO UF-TAB-QTDE-NOTAS(WK-IND-UF)
               ADD WK-NOTA-VENDAS     TO UF-TAB-VENDAS(WK-IND-UF)
               ADD WK-NOTA-DEVOLUCOES TO UF-TAB-DEVOLUCOES(WK-IND-UF)
               ADD WK-NOTA-ICMS       TO UF-TAB-ICMS-NOTAS(WK-IND-UF)
           ELSE
               ADD 1            TO WK-TOT-SEM-UF
               ADD WK-NOTA-BASE TO WK-VLR-SEM-UF
           END-IF.
       435-PROCURAR-UF.
           SET UF-SEM-ALIQUOTA TO TRUE.
           PERFORM VARYING WK-IND-UF FROM 1 BY 1
                   UNTIL WK-IND-UF > WK-TOT-ESTADOS
                   OR UF-COM-ALIQUOTA
               IF UF-TAB-CODIGO(WK-IND-UF) = WK-NOTA-UF
                   SET UF-COM-ALIQUOTA TO TRUE
               END-IF
           END-PERFORM.
           IF UF-COM-ALIQUOTA
               SUBTRACT 1 FROM WK-IND-UF
           END-IF.
      *
      *    DATA DE EMISSAO DO TITULO DA NOTA; SEM TITULO, A
      *    COMPETENCIA COM DIA 00
       440-DATAR-NOTA.
           MOVE WK-NOTA-VENDEDOR TO FD-TIT-VENDEDOR.
           MOVE WK-NOTA-NUMERO   TO FD-TIT-NOTA.
           READ ARQ-TITULOS.
           EVALUATE WK-FS-TITULOS
               WHEN '00'
                   MOVE FD-TIT-DATA-EMISSAO TO WK-NOTA-DATA
               WHEN '23'
                   COMPUTE WK-NOTA-DATA = WK-PARM-ANOMES * 100
                   ADD 1 TO WK-TOT-SEM-TITULO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-TITULOS
                           ' NO COMANDO READ TITULOS - CHAVE '
                           FD-TIT-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       450-IMPRIMIR-NOTA.
           PERFORM 475-PREPARAR-LINHA.
           MOVE WK-NOTA-VENDEDOR   TO WK-LN-SERIE.
           MOVE WK-NOTA-NUMERO     TO WK-LN-NOTA.
           MOVE WK-NOTA-DIA        TO WK-LN-DIA.
           MOVE WK-NOTA-MES        TO WK-LN-MES.
           MOVE WK-NOTA-ANO        TO WK-LN-ANO.
           MOVE WK-NOTA-UF         TO WK-LN-UF.
           MOVE WK-NOTA-VENDAS     TO WK-LN-VENDAS.
           MOVE WK-NOTA-DEVOLUCOES TO WK-LN-DEVOLUCOES.
           MOVE WK-NOTA-BASE       TO WK-LN-BASE.
           MOVE WK-NOTA-ALIQUOTA   TO WK-LN-ALIQ.
           MOVE WK-NOTA-ICMS       TO WK-LN-ICMS.
           EVALUATE WK-NOTA-SITUACAO
               WHEN 'N'
                   MOVE 'NORMAL'               TO WK-LN-SITUACAO
               WHEN 'D'
                   MOVE 'DEVOLVIDA EM PARTE'   TO WK-LN-SITUACAO
               WHEN 'C'
                   MOVE 'CANCELADA'            TO WK-LN-SITUACAO
               WHEN OTHER
                   MOVE 'DEVOL. NOTA ANTERIOR' TO WK-LN-SITUACAO
           END-EVALUATE.
           IF UF-SEM-ALIQUOTA
               MOVE 'UF SEM ALIQUOTA'          TO WK-LN-SITUACAO
           END-IF.
           MOVE WK-LINHA-NOTA TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           ADD 1                  TO WK-PAG-QTDE.
           ADD WK-NOTA-VENDAS     TO WK-PAG-VENDAS WK-GER-VENDAS.
           ADD WK-NOTA-DEVOLUCOES TO WK-PAG-DEVOLUCOES
                                     WK-GER-DEVOLUCOES.
           ADD WK-NOTA-BASE       TO WK-PAG-BASE WK-GER-BASE.
           ADD WK-NOTA-ICMS       TO WK-PAG-ICMS WK-GER-ICMS.
           MOVE SPACES             TO REG-LIVSAIDA.
           SET LVS-NOTA            TO TRUE.
           MOVE WK-NOTA-VENDEDOR   TO FD-LVS-SERIE.
           MOVE WK-NOTA-NUMERO     TO FD-LVS-NOTA.
           MOVE WK-NOTA-DATA       TO FD-LVS-DATA-EMISSAO.
           MOVE WK-NOTA-UF         TO FD-LVS-UF.
           MOVE WK-NOTA-SITUACAO   TO FD-LVS-SITUACAO.
           MOVE WK-NOTA-VENDAS     TO FD-LVS-VALOR-CONTABIL.
           MOVE WK-NOTA-DEVOLUCOES TO FD-LVS-VALOR-DEVOLVIDO.
           MOVE WK-NOTA-BASE       TO FD-LVS-BASE.
           MOVE WK-NOTA-ALIQUOTA   TO FD-LVS-ALIQUOTA.
           MOVE WK-NOTA-ICMS       TO FD-LVS-ICMS.
           PERFORM 950-GRAVAR-LIVSAIDA.
      *
      *    LACUNA NA NUMERACAO DA SERIE: CADA NUMERO E PROCURADO
      *    NO REGISTRO DE SEQUENCIA; OS NAO EMITIDOS SEGUIDOS SAEM
      *    NUMA FAIXA SO. LACUNA DE MAIS DE 500 NUMEROS SAI INTEIRA
      *    NUMA LINHA, SEM CONFERENCIA NUMERO A NUMERO
       460-LISTAR-LACUNA.
           COMPUTE WK-LAC-QTDE = WK-LAC-FIM - WK-LAC-INICIO + 1.
           ADD WK-LAC-QTDE TO WK-TOT-NUM-LACUNA.
           IF WK-LAC-QTDE > 500
               MOVE 'G'           TO WK-LAC-SITUACAO
               MOVE ZEROS         TO WK-LAC-ANOMES
               MOVE WK-LAC-INICIO TO WK-FAIXA-INICIO
               MOVE WK-LAC-FIM    TO WK-FAIXA-FIM
               PERFORM 465-IMPRIMIR-LACUNA
           ELSE
               MOVE 'N' TO WK-FAIXA-ABERTA
               PERFORM 461-CONFERIR-NUMERO
                   VARYING WK-LAC-NUMERO FROM WK-LAC-INICIO BY 1
                   UNTIL WK-LAC-NUMERO > WK-LAC-FIM
               IF WK-FAIXA-ABERTA = 'S'
                   MOVE 'L'   TO WK-LAC-SITUACAO
                   MOVE ZEROS TO WK-LAC-ANOMES
                   PERFORM 465-IMPRIMIR-LACUNA
               END-IF
           END-IF.
       461-CONFERIR-NUMERO.
           PERFORM 462-PROCURAR-SEQUENCIA.
           IF ITEM-ACHADO
               IF WK-FAIXA-ABERTA = 'S'
                   MOVE 'L'   TO WK-LAC-SITUACAO
                   MOVE ZEROS TO WK-LAC-ANOMES
                   PERFORM 465-IMPRIMIR-LACUNA
                   MOVE 'N'   TO WK-FAIXA-ABERTA
               END-IF
               MOVE 'O'                        TO WK-LAC-SITUACAO
               MOVE SEQ-TAB-ANOMES(WK-IND-SEQ) TO WK-LAC-ANOMES
               MOVE WK-LAC-NUMERO              TO WK-FAIXA-INICIO
                                                  WK-FAIXA-FIM
               PERFORM 465-IMPRIMIR-LACUNA
           ELSE
               IF WK-FAIXA-ABERTA = 'S'
                   MOVE WK-LAC-NUMERO TO WK-FAIXA-FIM
               ELSE
                   MOVE 'S'           TO WK-FAIXA-ABERTA
                   MOVE WK-LAC-NUMERO TO WK-FAIXA-INICIO
                                         WK-FAIXA-FIM
               END-IF
           END-IF.
       462-PROCURAR-SEQUENCIA.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-SEQ FROM 1 BY 1
                   UNTIL WK-IND-SEQ > WK-TOT-SEQUENCIA
                   OR ITEM-ACHADO
               IF SEQ-TAB-VENDEDOR(WK-IND-SEQ) = WK-NOTA-VENDEDOR
                AND SEQ-TAB-NOTA(WK-IND-SEQ) = WK-LAC-NUMERO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-SEQ
           END-IF.
       465-IMPRIMIR-LACUNA.
           PERFORM 475-PREPARAR-LINHA.
           MOVE WK-NOTA-VENDEDOR TO WK-LL-SERIE.
           MOVE WK-FAIXA-INICIO  TO WK-LL-NOTA-INICIAL.
           IF WK-FAIXA-FIM = WK-FAIXA-INICIO
               MOVE SPACES       TO WK-LL-ATE WK-LL-NOTA-FINAL
           ELSE
               MOVE ' A '        TO WK-LL-ATE
               MOVE WK-FAIXA-FIM TO WK-LL-NOTA-FINAL
           END-IF.
           MOVE SPACES TO WK-LL-TEXTO.
           EVALUATE WK-LAC-SITUACAO
               WHEN 'L'
                   MOVE 'LACUNA - NAO EMITIDA' TO WK-LL-TEXTO
               WHEN 'O'
                   STRING 'LACUNA - EMITIDA NA COMPETENCIA '
                                             DELIMITED BY SIZE
                          WK-LAC-ANOMES      DELIMITED BY SIZE
                          INTO WK-LL-TEXTO
               WHEN OTHER
                   MOVE WK-LAC-QTDE TO WK-QTDE-EDIT
                   STRING 'LACUNA DE '       DELIMITED BY SIZE
                          WK-QTDE-EDIT       DELIMITED BY SIZE
                          ' NUMEROS - NAO CONFERIDA'
                                             DELIMITED BY SIZE
                          INTO WK-LL-TEXTO
           END-EVALUATE.
           MOVE WK-LINHA-LACUNA TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           ADD 1 TO WK-PAG-QTDE.
           ADD 1 TO WK-TOT-LACUNAS.
           MOVE SPACES           TO REG-LVS-LACUNA.
           SET LVS-LACUNA        TO TRUE.
           MOVE WK-NOTA-VENDEDOR TO FD-LVS-LAC-SERIE.
           MOVE WK-FAIXA-INICIO  TO FD-LVS-LAC-NOTA-INICIAL.
           MOVE WK-FAIXA-FIM     TO FD-LVS-LAC-NOTA-FINAL.
           MOVE WK-LAC-SITUACAO  TO FD-LVS-LAC-SITUACAO.
           MOVE WK-LAC-ANOMES    TO FD-LVS-LAC-ANOMES.
           PERFORM 950-GRAVAR-LIVSAIDA.
       470-IMPRIMIR-COLUNAS.
           MOVE WK-LINHA-COLUNAS TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
      *
      *    RESERVA A ULTIMA LINHA DA PAGINA PARA O TOTAL DELA; A
      *    LINHA SEGUINTE ABRE A PAGINA NOVA COM AS COLUNAS
       475-PREPARAR-LINHA.
           IF WK-PAG-QTDE > ZEROS
            AND LK-REL-LINHA >= LK-REL-MAX-LINHAS - 1
               PERFORM 480-TOTALIZAR-PAGINA
               PERFORM 470-IMPRIMIR-COLUNAS
           END-IF.
       480-TOTALIZAR-PAGINA.
           MOVE 'TOTAL DA PAGINA'   TO WK-LT-TEXTO.
           MOVE WK-PAG-VENDAS       TO WK-LT-VENDAS.
           MOVE WK-PAG-DEVOLUCOES   TO WK-LT-DEVOLUCOES.
           MOVE WK-PAG-BASE         TO WK-LT-BASE.
           MOVE WK-PAG-ICMS         TO WK-LT-ICMS.
           MOVE WK-LINHA-TOTAL TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE ZEROS TO WK-PAG-QTDE WK-PAG-VENDAS WK-PAG-DEVOLUCOES
                         WK-PAG-BASE WK-PAG-ICMS.
       409-SAIDA.
           EXIT.
      ***************************************
      *    RESUMO POR UF EM PAGINA PROPRIA: ICMS APURADO SOBRE O
      *    TOTAL DA UF COMO NO ALUNO62 (A DIFERENCA PARA A SOMA DAS
      *    NOTAS E ARREDONDAMENTO) E CONFERENCIA COM O ICMSINT
       600-RESUMIR-UFS SECTION.
       601-RESUMIR-UFS.
           MOVE LK-REL-MAX-LINHAS TO LK-REL-LINHA.
           MOVE 'RESUMO POR UF - CONFERENCIA COM A APURACAO DO ICMS '
                TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE WK-COLUNAS-UF TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           PERFORM 610-RESUMIR-UF
               VARYING WK-IND-UF FROM 1 BY 1
               UNTIL WK-IND-UF > WK-TOT-ESTADOS.
           PERFORM 620-CONFERIR-SOBRA
               VARYING WK-IND-ICM FROM 1 BY 1
               UNTIL WK-IND-ICM > WK-TOT-ICMSINT.
           MOVE 'TOTAL'              TO WK-LU-IDENT.
           MOVE WK-RES-TOT-QTDE      TO WK-LU-QTDE.
           MOVE WK-RES-TOT-BASE      TO WK-LU-BASE.
           MOVE WK-RES-TOT-NOTAS     TO WK-LU-ICMS-NOTAS.
           MOVE WK-RES-TOT-AJUSTE    TO WK-LU-AJUSTE.
           MOVE WK-RES-TOT-APURADO   TO WK-LU-APURADO.
           MOVE WK-RES-TOT-ICM-BASE  TO WK-LU-ICM-BASE.
           MOVE WK-RES-TOT-ICM-IMPOSTO TO WK-LU-ICM-IMPOSTO.
           MOVE SPACES               TO WK-LU-SITUACAO.
           MOVE WK-LINHA-UF TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-VLR-SEM-UF TO WK-VAL-EDIT.
           STRING 'NOTAS DE UF SEM ALIQUOTA (FORA DA APURACAO): '
                                             DELIMITED BY SIZE
                  WK-TOT-SEM-UF              DELIMITED BY SIZE
                  '   BASE: '                DELIMITED BY SIZE
                  WK-VAL-EDIT                DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'LACUNAS NA NUMERACAO: '   DELIMITED BY SIZE
                  WK-TOT-LACUNAS             DELIMITED BY SIZE
                  ' LINHAS, '                DELIMITED BY SIZE
                  WK-TOT-NUM-LACUNA          DELIMITED BY SIZE
                  ' NUMEROS'                 DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'NOTAS SEM TITULO (EMISSAO COM DIA 00): '
                                             DELIMITED BY SIZE
                  WK-TOT-SEM-TITULO          DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           IF NOT ICMSINT-DISPONIVEL
               MOVE 'ICMSINT NAO ENCONTRADO - CONFERENCIA NAO FEITA'
                    TO LK-REL-DETALHE
               PERFORM 910-DETALHE
           END-IF.
           MOVE SPACES               TO REG-LVS-TRAILER.
           SET LVS-TRAILER           TO TRUE.
           MOVE WK-TOT-NOTAS         TO FD-LVS-TRL-QTDE-NOTAS.
           MOVE WK-TOT-LACUNAS       TO FD-LVS-TRL-QTDE-LACUNAS.
           MOVE WK-GER-VENDAS        TO FD-LVS-TRL-VALOR-CONTABIL.
           MOVE WK-GER-BASE          TO FD-LVS-TRL-BASE.
           MOVE WK-RES-TOT-APURADO   TO FD-LVS-TRL-ICMS-APURADO.
           COMPUTE FD-LVS-TRL-QTDE-REGISTROS = WK-TOT-GRAVADOS + 1.
           PERFORM 950-GRAVAR-LIVSAIDA.
           GO TO 609-SAIDA.
       610-RESUMIR-UF.
           IF UF-TAB-QTDE-NOTAS(WK-IND-UF) > ZEROS
               COMPUTE WK-IMPOSTO ROUNDED =
                       UF-TAB-VENDAS(WK-IND-UF)
                     * UF-TAB-ALIQUOTA(WK-IND-UF) / 100
               COMPUTE WK-CREDITO ROUNDED =
                       UF-TAB-DEVOLUCOES(WK-IND-UF)
                     * UF-TAB-ALIQUOTA(WK-IND-UF) / 100
               COMPUTE WK-RES-APURADO = WK-IMPOSTO - WK-CREDITO
               COMPUTE WK-RES-BASE = UF-TAB-VENDAS(WK-IND-UF)
                                   - UF-TAB-DEVOLUCOES(WK-IND-UF)
               COMPUTE WK-RES-AJUSTE = WK-RES-APURADO
                                     - UF-TAB-ICMS-NOTAS(WK-IND-UF)
               PERFORM 615-CONFERIR-ICMSINT
               MOVE UF-TAB-ALIQUOTA(WK-IND-UF) TO WK-ALIQ-EDIT
               MOVE SPACES TO WK-LU-IDENT
               STRING UF-TAB-CODIGO(WK-IND-UF) ' ' WK-ALIQ-EDIT
                      DELIMITED BY SIZE INTO WK-LU-IDENT
               MOVE UF-TAB-QTDE-NOTAS(WK-IND-UF) TO WK-LU-QTDE
               MOVE WK-RES-BASE                  TO WK-LU-BASE
               MOVE UF-TAB-ICMS-NOTAS(WK-IND-UF) TO WK-LU-ICMS-NOTAS
               MOVE WK-RES-AJUSTE                TO WK-LU-AJUSTE
               MOVE WK-RES-APURADO               TO WK-LU-APURADO
               MOVE WK-RES-ICM-BASE              TO WK-LU-ICM-BASE
               MOVE WK-RES-ICM-IMPOSTO           TO WK-LU-ICM-IMPOSTO
               MOVE WK-LINHA-UF TO LK-REL-DETALHE
               PERFORM 910-DETALHE
               ADD UF-TAB-QTDE-NOTAS(WK-IND-UF) TO WK-RES-TOT-QTDE
               ADD WK-RES-BASE     TO WK-RES-TOT-BASE
               ADD UF-TAB-ICMS-NOTAS(WK-IND-UF) TO WK-RES-TOT-NOTAS
               ADD WK-RES-AJUSTE   TO WK-RES-TOT-AJUSTE
               ADD WK-RES-APURADO  TO WK-RES-TOT-APURADO
               MOVE SPACES                      TO REG-LVS-TOTAL-UF
               SET LVS-TOTAL-UF                 TO TRUE
               MOVE UF-TAB-CODIGO(WK-IND-UF)    TO FD-LVS-TUF-UF
               MOVE UF-TAB-ALIQUOTA(WK-IND-UF)  TO FD-LVS-TUF-ALIQUOTA
               MOVE UF-TAB-QTDE-NOTAS(WK-IND-UF)
                                          TO FD-LVS-TUF-QTDE-NOTAS
               MOVE WK-RES-BASE                 TO FD-LVS-TUF-BASE
               MOVE UF-TAB-ICMS-NOTAS(WK-IND-UF)
                                          TO FD-LVS-TUF-ICMS-NOTAS
               MOVE WK-RES-AJUSTE               TO FD-LVS-TUF-AJUSTE
               MOVE WK-RES-APURADO
                                          TO FD-LVS-TUF-ICMS-APURADO
               PERFORM 950-GRAVAR-LIVSAIDA
           END-IF.
      *
      *    O ALUNO62 SO GRAVA A UF COM BASE DIFERENTE DE ZERO
       615-CONFERIR-ICMSINT.
           MOVE ZEROS TO WK-RES-ICM-BASE WK-RES-ICM-IMPOSTO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-ICM FROM 1 BY 1
                   UNTIL WK-IND-ICM > WK-TOT-ICMSINT
                   OR ITEM-ACHADO
               IF ICM-TAB-UF(WK-IND-ICM) = UF-TAB-CODIGO(WK-IND-UF)
                   SET ITEM-ACHADO TO TRUE
                   MOVE 'S' TO ICM-TAB-USADO(WK-IND-ICM)
                   MOVE ICM-TAB-BASE(WK-IND-ICM)    TO WK-RES-ICM-BASE
                   MOVE ICM-TAB-IMPOSTO(WK-IND-ICM)
                                             TO WK-RES-ICM-IMPOSTO
               END-IF
           END-PERFORM.
           ADD WK-RES-ICM-BASE    TO WK-RES-TOT-ICM-BASE.
           ADD WK-RES-ICM-IMPOSTO TO WK-RES-TOT-ICM-IMPOSTO.
           EVALUATE TRUE
               WHEN NOT ICMSINT-DISPONIVEL
                   MOVE 'NAO CONFERIDA' TO WK-LU-SITUACAO
               WHEN ITEM-NAO-ACHADO AND WK-RES-BASE = ZEROS
                   MOVE 'CONFERE'       TO WK-LU-SITUACAO
               WHEN WK-RES-BASE    = WK-RES-ICM-BASE
                AND WK-RES-APURADO = WK-RES-ICM-IMPOSTO
                   MOVE 'CONFERE'       TO WK-LU-SITUACAO
               WHEN OTHER
                   MOVE 'DIVERGE'       TO WK-LU-SITUACAO
                   ADD 1 TO WK-TOT-DIVERGENCIAS
           END-EVALUATE.
      *
      *    UF APURADA PELO ALUNO62 SEM NENHUMA NOTA NO REGISTRO
       620-CONFERIR-SOBRA.
           IF ICM-TAB-USADO(WK-IND-ICM) NOT = 'S'
               MOVE ICM-TAB-ALIQUOTA(WK-IND-ICM) TO WK-ALIQ-EDIT
               MOVE SPACES TO WK-LU-IDENT
               STRING ICM-TAB-UF(WK-IND-ICM) ' ' WK-ALIQ-EDIT
                      DELIMITED BY SIZE INTO WK-LU-IDENT
               MOVE ZEROS TO WK-LU-QTDE WK-LU-BASE WK-LU-ICMS-NOTAS
                             WK-LU-AJUSTE WK-LU-APURADO
               MOVE ICM-TAB-BASE(WK-IND-ICM)    TO WK-LU-ICM-BASE
               MOVE ICM-TAB-IMPOSTO(WK-IND-ICM) TO WK-LU-ICM-IMPOSTO
               MOVE 'DIVERGE'                   TO WK-LU-SITUACAO
               MOVE WK-LINHA-UF TO LK-REL-DETALHE
               PERFORM 910-DETALHE
               ADD 1 TO WK-TOT-DIVERGENCIAS
               ADD ICM-TAB-BASE(WK-IND-ICM)    TO WK-RES-TOT-ICM-BASE
               ADD ICM-TAB-IMPOSTO(WK-IND-ICM)
                                         TO WK-RES-TOT-ICM-IMPOSTO
           END-IF.
       609-SAIDA.
           EXIT.
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           DISPLAY 'COMPETENCIA               = ' WK-PARM-ANOMES.
           DISPLAY 'REGISTROS LIDOS           = ' WK-REGS-LIDOS.
           DISPLAY 'FORA DA COMPETENCIA       = ' WK-TOT-FORA-MES.
           DISPLAY 'NOTAS NO REGISTRO         = ' WK-TOT-NOTAS.
           DISPLAY 'NOTAS CANCELADAS          = ' WK-TOT-CANCELADAS.
           DISPLAY 'NOTAS DEVOLVIDAS EM PARTE = ' WK-TOT-DEVOLVIDAS.
           DISPLAY 'DEVOLUCOES DE NOTA ANTER. = ' WK-TOT-DEVOL-ANT.
           DISPLAY 'NOTAS SEM TITULO          = ' WK-TOT-SEM-TITULO.
           DISPLAY 'NOTAS DE UF SEM ALIQUOTA  = ' WK-TOT-SEM-UF.
           DISPLAY 'LINHAS DE LACUNA          = ' WK-TOT-LACUNAS.
           DISPLAY 'NUMEROS EM LACUNA         = ' WK-TOT-NUM-LACUNA.
           DISPLAY 'DIVERGENCIAS COM ICMSINT  = ' WK-TOT-DIVERGENCIAS.
           DISPLAY 'REGISTROS NO LIVSAIDA     = ' WK-TOT-GRAVADOS.
           IF WK-TOT-DIVERGENCIAS > ZEROS
            OR WK-TOT-SEM-UF > ZEROS
            OR WK-TOT-SEM-TITULO > ZEROS
            OR NOT ICMSINT-DISPONIVEL
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-VENDAS3N.
           CLOSE ARQ-TITULOS.
           CLOSE ARQ-RELLIVRO.
           CLOSE ARQ-LIVSAIDA.
       910-DETALHE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
       915-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELLIVRO
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO208'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           COMPUTE FD-CTL-REGS-REJEIT =
                   WK-TOT-SEM-UF + WK-TOT-SEM-TITULO.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
       950-GRAVAR-LIVSAIDA.
           WRITE REG-LIVSAIDA.
           IF WK-FS-LIVSAIDA NOT = '00'
               DISPLAY 'ERRO ' WK-FS-LIVSAIDA
                       ' NO COMANDO WRITE LIVSAIDA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-GRAVADOS.
