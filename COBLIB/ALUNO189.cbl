       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO189.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    CALCULO MENSAL DA FOLHA (BRUTO PARA LIQUIDO) *
      *    SOBRE EAD316.FUNCIONARIOS: INSS PROGRESSIVO  *
      *    POR FAIXA ATE O TETO, IRRF PELA TABELA COM   *
      *    DEDUCAO POR DEPENDENTE E PENSAO, DESCONTOS   *
      *    FIXOS DO CADASTRO FUNCDED (ALUNO188) E FGTS  *
      *    DO EMPREGADOR. AS FAIXAS E ALIQUOTAS VEM DO  *
      *    ARQUIVO DATADO TABFOLHA (VALE A MAIOR        *
      *    VIGENCIA ATE A COMPETENCIA). SAIDAS:         *
      *      RELHOLER = UM HOLERITE POR FUNCIONARIO,    *
      *                 CADA UM EM PAGINA PROPRIA       *
      *      RELFOLHA = FOLHA POR DEPARTAMENTO COM      *
      *                 TOTAIS (RELIDA DO FOLHALIQ)     *
      *      FOLHALIQ = BRUTO, DESCONTOS E LIQUIDO POR  *
      *                 FUNCIONARIO, PARA O FEED        *
      *                 CONTABIL DO ALUNO22             *
      *    CARTAO SYSIN: COMPETENCIA AAAAMM (000000 =   *
      *    MES DA DATA DE PROCESSAMENTO). DESCONTOS     *
      *    FIXOS ALEM DO SALDO SAO LIMITADOS E O JOB    *
      *    TERMINA COM RC 4. PAGINACAO PELO ALUNO48     *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TABFOLHA ASSIGN TO TABFOLHA
               FILE STATUS IS WK-FS-TABFOLHA.
           SELECT ARQ-FUNCDED  ASSIGN TO FUNCDED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-DED-CODFUN
               FILE STATUS IS WK-FS-FUNCDED.
           SELECT ARQ-FOLHALIQ ASSIGN TO FOLHALIQ
               FILE STATUS IS WK-FS-FOLHALIQ.
           SELECT ARQ-RELHOLER ASSIGN TO RELHOLER
               FILE STATUS IS WK-FS-RELHOLER.
           SELECT ARQ-RELFOLHA ASSIGN TO RELFOLHA
               FILE STATUS IS WK-FS-RELFOLHA.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-TABFOLHA
            RECORDING MODE IS F.
           COPY TABFOLHA.
       FD   ARQ-FUNCDED.
           COPY FUNCDED.
       FD   ARQ-FOLHALIQ
            RECORDING MODE IS F.
           COPY FOLHALIQ.
       FD   ARQ-RELHOLER
            RECORDING MODE IS F.
       01  REG-RELHOLER             PIC X(133).
       FD   ARQ-RELFOLHA
            RECORDING MODE IS F.
       01  REG-RELFOLHA             PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               DECLARE FOLHACUR CURSOR FOR
                   SELECT CODFUN, NOMEFUN, SALARIOFUN, DEPTOFUN
                       FROM EAD316.FUNCIONARIOS
                       ORDER BY DEPTOFUN, CODFUN
           END-EXEC.
       77  WK-FS-TABFOLHA    PIC XX             VALUE SPACES.
       77  WK-FS-FUNCDED     PIC XX             VALUE SPACES.
       77  WK-FS-FOLHALIQ    PIC XX             VALUE SPACES.
       77  WK-FS-RELHOLER    PIC XX             VALUE SPACES.
       77  WK-FS-RELFOLHA    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-SQLCODE-EDIT   PIC -999           VALUE ZEROS.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-CALCULADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SEM-SALARIO PIC 9(05)         VALUE ZEROS.
       77  WK-TOT-LIMITADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-IND-REL        PIC 9(01)          VALUE ZEROS.
       77  WK-TEM-FUNCDED    PIC X(01)          VALUE 'S'.
           88 FUNCDED-PRESENTE                  VALUE 'S'.
           88 FUNCDED-AUSENTE                   VALUE 'N'.
      *
      *    COMPETENCIA DO CARTAO SYSIN; AS TABELAS VALEM ATE O
      *    ULTIMO DIA DELA
       01  WK-PARM-CARD.
           05 WK-PARM-COMPETENCIA  PIC 9(06)     VALUE ZEROS.
       01  WK-COMPETENCIA          PIC 9(06)     VALUE ZEROS.
       01  FILLER REDEFINES WK-COMPETENCIA.
           05 WK-COMP-ANO          PIC 9(04).
           05 WK-COMP-MES          PIC 9(02).
       77  WK-LIMITE-VIGENCIA PIC 9(8)          VALUE ZEROS.
      *
      *    REGISTROS DO TABFOLHA E A VIGENCIA ESCOLHIDA POR
      *    TIPO (MAIOR VIGENCIA ATE A COMPETENCIA)
       01  TABELA-FOLHA.
           05 TFO-ENTRADA            OCCURS 200 TIMES.
              10 TFO-TAB-TIPO        PIC X(01).
              10 TFO-TAB-VIGENCIA    PIC 9(8).
              10 TFO-TAB-FAIXA-ATE   PIC 9(7)V99.
              10 TFO-TAB-ALIQUOTA    PIC 9(2)V99.
              10 TFO-TAB-DEDUZIR     PIC 9(5)V99.
       77  WK-TOT-TABELA     PIC 9(03)          VALUE ZEROS.
       77  WK-IND-TFO        PIC 9(03)          VALUE ZEROS.
       77  WK-VIG-INSS       PIC 9(8)           VALUE ZEROS.
       77  WK-VIG-IRRF       PIC 9(8)           VALUE ZEROS.
       77  WK-VIG-DEPENDENTE PIC 9(8)           VALUE ZEROS.
       77  WK-VIG-FGTS       PIC 9(8)           VALUE ZEROS.
      *
      *    FAIXAS VIGENTES DO INSS E DO IRRF, EM ORDEM
      *    CRESCENTE DE VALOR
       01  TABELA-INSS.
           05 INS-ENTRADA            OCCURS 10 TIMES.
              10 INS-TAB-FAIXA-ATE   PIC 9(7)V99.
              10 INS-TAB-ALIQUOTA    PIC 9(2)V99.
       77  WK-TOT-FX-INSS    PIC 9(02)          VALUE ZEROS.
       01  TABELA-IRRF.
           05 IRF-ENTRADA            OCCURS 10 TIMES.
              10 IRF-TAB-FAIXA-ATE   PIC 9(7)V99.
              10 IRF-TAB-ALIQUOTA    PIC 9(2)V99.
              10 IRF-TAB-DEDUZIR     PIC 9(5)V99.
       77  WK-TOT-FX-IRRF    PIC 9(02)          VALUE ZEROS.
       77  WK-IND-FX         PIC 9(02)          VALUE ZEROS.
       77  WK-DEDUCAO-DEPEND PIC 9(5)V99        VALUE ZEROS.
       77  WK-ALIQ-FGTS      PIC 9(2)V99        VALUE ZEROS.
      *
      *    CALCULO DO FUNCIONARIO
       77  WK-BRUTO          PIC 9(7)V99        VALUE ZEROS.
       77  WK-INSS           PIC 9(7)V99        VALUE ZEROS.
       77  WK-IRRF           PIC 9(7)V99        VALUE ZEROS.
       77  WK-OUTROS         PIC 9(7)V99        VALUE ZEROS.
       77  WK-LIQUIDO        PIC 9(7)V99        VALUE ZEROS.
       77  WK-FGTS           PIC 9(7)V99        VALUE ZEROS.
       77  WK-BASE-IRRF      PIC 9(7)V99        VALUE ZEROS.
       77  WK-DEPENDENTES    PIC 9(02)          VALUE ZEROS.
       77  WK-PENSAO         PIC 9(5)V99        VALUE ZEROS.
       77  WK-DESCONTOS      PIC 9(7)V99        VALUE ZEROS.
       77  WK-NAO-DESCONTADO PIC 9(7)V99        VALUE ZEROS.
       77  WK-SALDO          PIC S9(7)V99       VALUE ZEROS.
       77  WK-FAIXA-ANTERIOR PIC 9(7)V99        VALUE ZEROS.
       77  WK-PARCELA-FAIXA  PIC 9(7)V99        VALUE ZEROS.
       77  WK-INSS-CALC      PIC 9(7)V9(4)      VALUE ZEROS.
       77  WK-BASE-CALC      PIC S9(7)V99       VALUE ZEROS.
       77  WK-IRRF-CALC      PIC S9(7)V9(4)     VALUE ZEROS.
       77  WK-IND-DESC       PIC 9(01)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
       77  WK-ACHOU-DED      PIC X              VALUE 'N'.
           88 CADASTRO-ACHADO                   VALUE 'S'.
           88 CADASTRO-NAO-ACHADO               VALUE 'N'.
      *
      *    QUEBRA POR DEPARTAMENTO NA FOLHA
       77  WK-DEPTO-ATUAL    PIC X(04)          VALUE SPACES.
       01  WK-TOTAIS-DEPTO.
           05 WK-TDP-QTDE          PIC 9(05).
           05 WK-TDP-BRUTO         PIC 9(9)V99.
           05 WK-TDP-INSS          PIC 9(9)V99.
           05 WK-TDP-IRRF          PIC 9(9)V99.
           05 WK-TDP-OUTROS        PIC 9(9)V99.
           05 WK-TDP-LIQUIDO       PIC 9(9)V99.
           05 WK-TDP-FGTS          PIC 9(9)V99.
       01  WK-TOTAIS-GERAL.
           05 WK-TGE-QTDE          PIC 9(05).
           05 WK-TGE-BRUTO         PIC 9(9)V99.
           05 WK-TGE-INSS          PIC 9(9)V99.
           05 WK-TGE-IRRF          PIC 9(9)V99.
           05 WK-TGE-OUTROS        PIC 9(9)V99.
           05 WK-TGE-LIQUIDO       PIC 9(9)V99.
           05 WK-TGE-FGTS          PIC 9(9)V99.
      *
      *    LINHAS DO HOLERITE
       01  WK-LINHA-IDENT.
           05 FILLER               PIC X(12)   VALUE 'FUNCIONARIO '.
           05 WK-LI-CODFUN         PIC 9(5).
           05 FILLER               PIC X(02)   VALUE SPACES.
           05 WK-LI-NOME           PIC X(30).
           05 FILLER               PIC X(08)   VALUE '  DEPTO '.
           05 WK-LI-DEPTO          PIC X(04).
           05 FILLER               PIC X(14)   VALUE
                                   '  DEPENDENTES '.
           05 WK-LI-DEPENDENTES    PIC Z9.
           05 FILLER               PIC X(55)   VALUE SPACES.
       01  WK-LINHA-COLUNAS-VERBA.
           05 FILLER               PIC X(38)   VALUE
                                   'COD.  DESCRICAO'.
           05 FILLER               PIC X(16)   VALUE
                                   '       PROVENTOS'.
           05 FILLER               PIC X(18)   VALUE
                                   '         DESCONTOS'.
           05 FILLER               PIC X(60)   VALUE SPACES.
       01  WK-LINHA-VERBA.
           05 WK-LV-CODIGO         PIC X(04).
           05 FILLER               PIC X(02)   VALUE SPACES.
           05 WK-LV-DESCRICAO      PIC X(32).
           05 FILLER               PIC X(02)   VALUE SPACES.
           05 WK-LV-PROVENTO       PIC ZZZ.ZZZ.ZZ9,99
                                   BLANK WHEN ZERO.
           05 FILLER               PIC X(04)   VALUE SPACES.
           05 WK-LV-DESCONTO       PIC ZZZ.ZZZ.ZZ9,99
                                   BLANK WHEN ZERO.
           05 FILLER               PIC X(60)   VALUE SPACES.
       01  WK-LINHA-NAO-DESCONTADO.
           05 FILLER               PIC X(06)   VALUE SPACES.
           05 FILLER               PIC X(35)   VALUE
                           'DESCONTOS NAO APLICADOS (SEM SALDO)'.
           05 FILLER               PIC X(05)   VALUE SPACES.
           05 WK-LN-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(72)   VALUE SPACES.
       01  WK-LINHA-BASES.
           05 FILLER               PIC X(14)   VALUE 'BASE DO IRRF: '.
           05 WK-LB-BASE-IRRF      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(18)   VALUE
                                   '   FGTS DO MES:   '.
           05 WK-LB-FGTS           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(72)   VALUE SPACES.
      *
      *    LINHAS DA FOLHA POR DEPARTAMENTO
       01  WK-LINHA-COLUNAS-FOLHA.
           05 FILLER               PIC X(06)   VALUE 'COD.  '.
           05 FILLER               PIC X(31)   VALUE 'NOME'.
           05 FILLER               PIC X(04)   VALUE 'DEPT'.
           05 FILLER               PIC X(15)   VALUE
                                   '          BRUTO'.
           05 FILLER               PIC X(15)   VALUE
                                   '           INSS'.
           05 FILLER               PIC X(15)   VALUE
                                   '           IRRF'.
           05 FILLER               PIC X(15)   VALUE
                                   '         OUTROS'.
           05 FILLER               PIC X(15)   VALUE
                                   '        LIQUIDO'.
           05 FILLER               PIC X(15)   VALUE
                                   '           FGTS'.
           05 FILLER               PIC X(01)   VALUE SPACES.
       01  WK-LINHA-FOLHA.
           05 WK-LF-TEXTO.
              10 WK-LF-CODFUN      PIC 9(5).
              10 FILLER            PIC X(01).
              10 WK-LF-NOME        PIC X(30).
              10 FILLER            PIC X(01).
              10 WK-LF-DEPTO       PIC X(04).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LF-BRUTO          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LF-INSS           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LF-IRRF           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LF-OUTROS         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LF-LIQUIDO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LF-FGTS           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACES.
       01  WK-LINHA-FOLHA-TOTAL REDEFINES WK-LINHA-FOLHA.
           05 WK-LFT-TEXTO         PIC X(41).
           05 FILLER               PIC X(91).
      *
      *    AREA DE COMUNICACAO COM O SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL SQLCODE = 100.
           PERFORM 401-RELATAR-FOLHA.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           IF WK-PARM-COMPETENCIA NOT NUMERIC
            OR WK-PARM-COMPETENCIA = ZEROS
               MOVE WK-DATA-EXEC(1:6)   TO WK-COMPETENCIA
           ELSE
               MOVE WK-PARM-COMPETENCIA TO WK-COMPETENCIA
           END-IF.
           IF WK-COMP-MES < 01 OR WK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA NO CARTAO SYSIN: '
                       WK-COMPETENCIA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WK-LIMITE-VIGENCIA = WK-COMPETENCIA * 100 + 31.
           DISPLAY 'COMPETENCIA DA FOLHA = ' WK-COMPETENCIA.
           PERFORM 110-CARREGAR-TABELAS.
           PERFORM 120-MONTAR-FAIXAS.
           OPEN INPUT ARQ-FUNCDED.
           EVALUATE WK-FS-FUNCDED
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET FUNCDED-AUSENTE TO TRUE
                   DISPLAY 'CADASTRO FUNCDED VAZIO - FOLHA SEM '
                           'DEPENDENTES E DESCONTOS FIXOS'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-FUNCDED
                           ' NO COMANDO OPEN FUNCDED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-FOLHALIQ.
           OPEN OUTPUT ARQ-RELHOLER.
           OPEN OUTPUT ARQ-RELFOLHA.
           EXEC SQL
               OPEN FOLHACUR
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-FUNCIONARIOS
               WHEN OTHER
                   MOVE SQLCODE  TO WK-SQLCODE-EDIT
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO COMANDO OPEN CURSOR'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    CARGA DO TABFOLHA, GUARDANDO POR TIPO A MAIOR
      *    VIGENCIA QUE NAO PASSA DA COMPETENCIA
       110-CARREGAR-TABELAS.
           OPEN INPUT ARQ-TABFOLHA.
           EVALUATE WK-FS-TABFOLHA
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO TABFOLHA NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-TABFOLHA
                           ' NO COMANDO OPEN TABFOLHA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 112-LER-TABFOLHA.
           PERFORM 111-ACUMULAR-TABELA
               UNTIL WK-FS-TABFOLHA = '10'.
           CLOSE ARQ-TABFOLHA.
       111-ACUMULAR-TABELA.
           IF (NOT TFO-INSS AND NOT TFO-IRRF
               AND NOT TFO-DEPENDENTE AND NOT TFO-FGTS)
            OR FD-TFO-VIGENCIA  NOT NUMERIC
            OR FD-TFO-FAIXA-ATE NOT NUMERIC
            OR FD-TFO-ALIQUOTA  NOT NUMERIC
            OR FD-TFO-DEDUZIR   NOT NUMERIC
               DISPLAY 'REGISTRO INVALIDO NO TABFOLHA: '
                       REG-TABFOLHA(1:29)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FD-TFO-VIGENCIA NOT > WK-LIMITE-VIGENCIA
               PERFORM 113-GUARDAR-TABELA
           END-IF.
           PERFORM 112-LER-TABFOLHA.
       112-LER-TABFOLHA.
           READ ARQ-TABFOLHA
               AT END
                   MOVE '10' TO WK-FS-TABFOLHA
           END-READ.
       113-GUARDAR-TABELA.
           IF WK-TOT-TABELA >= 200
               DISPLAY 'TABELA DA FOLHA CHEIA (MAXIMO 200 '
                       'REGISTROS) - FOLHA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-TABELA.
           MOVE FD-TFO-TIPO      TO TFO-TAB-TIPO(WK-TOT-TABELA).
           MOVE FD-TFO-VIGENCIA  TO TFO-TAB-VIGENCIA(WK-TOT-TABELA).
           MOVE FD-TFO-FAIXA-ATE TO TFO-TAB-FAIXA-ATE(WK-TOT-TABELA).
           MOVE FD-TFO-ALIQUOTA  TO TFO-TAB-ALIQUOTA(WK-TOT-TABELA).
           MOVE FD-TFO-DEDUZIR   TO TFO-TAB-DEDUZIR(WK-TOT-TABELA).
           EVALUATE TRUE
               WHEN TFO-INSS
                AND FD-TFO-VIGENCIA > WK-VIG-INSS
                   MOVE FD-TFO-VIGENCIA TO WK-VIG-INSS
               WHEN TFO-IRRF
                AND FD-TFO-VIGENCIA > WK-VIG-IRRF
                   MOVE FD-TFO-VIGENCIA TO WK-VIG-IRRF
               WHEN TFO-DEPENDENTE
                AND FD-TFO-VIGENCIA > WK-VIG-DEPENDENTE
                   MOVE FD-TFO-VIGENCIA TO WK-VIG-DEPENDENTE
               WHEN TFO-FGTS
                AND FD-TFO-VIGENCIA > WK-VIG-FGTS
                   MOVE FD-TFO-VIGENCIA TO WK-VIG-FGTS
           END-EVALUATE.
      *
      *    SO AS LINHAS DA VIGENCIA ESCOLHIDA ENTRAM NO
      *    CALCULO; SEM INSS, IRRF OU FGTS VIGENTE NAO HA
      *    FOLHA (SEM DEDUCAO POR DEPENDENTE, ELA E ZERO)
       120-MONTAR-FAIXAS.
           PERFORM VARYING WK-IND-TFO FROM 1 BY 1
                   UNTIL WK-IND-TFO > WK-TOT-TABELA
               EVALUATE TRUE
                   WHEN TFO-TAB-TIPO(WK-IND-TFO) = 'I'
                    AND TFO-TAB-VIGENCIA(WK-IND-TFO) = WK-VIG-INSS
                       PERFORM 121-INCLUIR-FAIXA-INSS
                   WHEN TFO-TAB-TIPO(WK-IND-TFO) = 'R'
                    AND TFO-TAB-VIGENCIA(WK-IND-TFO) = WK-VIG-IRRF
                       PERFORM 122-INCLUIR-FAIXA-IRRF
                   WHEN TFO-TAB-TIPO(WK-IND-TFO) = 'D'
                    AND TFO-TAB-VIGENCIA(WK-IND-TFO)
                        = WK-VIG-DEPENDENTE
                       MOVE TFO-TAB-DEDUZIR(WK-IND-TFO)
                            TO WK-DEDUCAO-DEPEND
                   WHEN TFO-TAB-TIPO(WK-IND-TFO) = 'F'
                    AND TFO-TAB-VIGENCIA(WK-IND-TFO) = WK-VIG-FGTS
                       MOVE TFO-TAB-ALIQUOTA(WK-IND-TFO)
                            TO WK-ALIQ-FGTS
               END-EVALUATE
           END-PERFORM.
           IF WK-TOT-FX-INSS = ZEROS
            OR WK-TOT-FX-IRRF = ZEROS
            OR WK-VIG-FGTS = ZEROS
               DISPLAY 'TABFOLHA SEM INSS, IRRF OU FGTS VIGENTE '
                       'NA COMPETENCIA ' WK-COMPETENCIA
                       ' - FOLHA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'VIGENCIA INSS = ' WK-VIG-INSS
                   ' IRRF = ' WK-VIG-IRRF
                   ' DEPENDENTE = ' WK-VIG-DEPENDENTE
                   ' FGTS = ' WK-VIG-FGTS.
       121-INCLUIR-FAIXA-INSS.
           IF WK-TOT-FX-INSS >= 10
               DISPLAY 'MAIS DE 10 FAIXAS DE INSS NA VIGENCIA '
                       WK-VIG-INSS ' - FOLHA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-TOT-FX-INSS > ZEROS
            AND TFO-TAB-FAIXA-ATE(WK-IND-TFO)
                NOT > INS-TAB-FAIXA-ATE(WK-TOT-FX-INSS)
               DISPLAY 'FAIXAS DE INSS FORA DE ORDEM NA VIGENCIA '
                       WK-VIG-INSS ' - FOLHA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-FX-INSS.
           MOVE TFO-TAB-FAIXA-ATE(WK-IND-TFO)
                TO INS-TAB-FAIXA-ATE(WK-TOT-FX-INSS).
           MOVE TFO-TAB-ALIQUOTA(WK-IND-TFO)
                TO INS-TAB-ALIQUOTA(WK-TOT-FX-INSS).
       122-INCLUIR-FAIXA-IRRF.
           IF WK-TOT-FX-IRRF >= 10
               DISPLAY 'MAIS DE 10 FAIXAS DE IRRF NA VIGENCIA '
                       WK-VIG-IRRF ' - FOLHA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-TOT-FX-IRRF > ZEROS
            AND TFO-TAB-FAIXA-ATE(WK-IND-TFO)
                NOT > IRF-TAB-FAIXA-ATE(WK-TOT-FX-IRRF)
               DISPLAY 'FAIXAS DE IRRF FORA DE ORDEM NA VIGENCIA '
                       WK-VIG-IRRF ' - FOLHA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-FX-IRRF.
           MOVE TFO-TAB-FAIXA-ATE(WK-IND-TFO)
                TO IRF-TAB-FAIXA-ATE(WK-TOT-FX-IRRF).
           MOVE TFO-TAB-ALIQUOTA(WK-IND-TFO)
                TO IRF-TAB-ALIQUOTA(WK-TOT-FX-IRRF).
           MOVE TFO-TAB-DEDUZIR(WK-IND-TFO)
                TO IRF-TAB-DEDUZIR(WK-TOT-FX-IRRF).
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF DB2-SALARIOFUN NOT > ZEROS
               ADD 1 TO WK-TOT-SEM-SALARIO
               DISPLAY 'CODFUN ' DB2-CODFUN
                       ' SEM SALARIO - FORA DA FOLHA'
           ELSE
               PERFORM 210-CALCULAR-FUNCIONARIO
               PERFORM 250-EMITIR-HOLERITE
               PERFORM 270-GRAVAR-FOLHALIQ
           END-IF.
           PERFORM 301-LER-FUNCIONARIOS.
       210-CALCULAR-FUNCIONARIO.
           ADD 1 TO WK-TOT-CALCULADOS.
           MOVE DB2-SALARIOFUN TO WK-BRUTO.
           PERFORM 215-LER-FUNCDED.
           PERFORM 220-CALCULAR-INSS.
           PERFORM 230-CALCULAR-IRRF.
           COMPUTE WK-FGTS ROUNDED = WK-BRUTO * WK-ALIQ-FGTS / 100.
      *
      *    PENSAO E DESCONTOS FIXOS SO ATE O SALDO DEPOIS DO
      *    INSS E DO IRRF: O LIQUIDO NUNCA FICA NEGATIVO
           COMPUTE WK-OUTROS = WK-PENSAO + WK-DESCONTOS.
           COMPUTE WK-SALDO  = WK-BRUTO - WK-INSS - WK-IRRF.
           MOVE ZEROS TO WK-NAO-DESCONTADO.
           IF WK-OUTROS > WK-SALDO
               COMPUTE WK-NAO-DESCONTADO = WK-OUTROS - WK-SALDO
               MOVE WK-SALDO TO WK-OUTROS
               ADD 1 TO WK-TOT-LIMITADOS
               DISPLAY 'CODFUN ' DB2-CODFUN
                       ' - DESCONTOS LIMITADOS AO SALDO DO SALARIO'
           END-IF.
           COMPUTE WK-LIQUIDO =
                   WK-BRUTO - WK-INSS - WK-IRRF - WK-OUTROS.
      *
      *    SEM CADASTRO NO FUNCDED O FUNCIONARIO NAO TEM
      *    DEPENDENTES NEM DESCONTOS FIXOS
       215-LER-FUNCDED.
           MOVE ZEROS TO WK-DEPENDENTES WK-PENSAO WK-DESCONTOS.
           SET CADASTRO-NAO-ACHADO TO TRUE.
           IF FUNCDED-PRESENTE
               MOVE DB2-CODFUN TO FD-DED-CODFUN
               READ ARQ-FUNCDED
               EVALUATE WK-FS-FUNCDED
                   WHEN '00'
                       SET CADASTRO-ACHADO TO TRUE
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-FS-FUNCDED
                               ' NO COMANDO READ FUNCDED - CODFUN '
                               DB2-CODFUN
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.
           IF CADASTRO-ACHADO
               MOVE FD-DED-DEPENDENTES TO WK-DEPENDENTES
               MOVE FD-DED-PENSAO      TO WK-PENSAO
               PERFORM VARYING WK-IND-DESC FROM 1 BY 1
                       UNTIL WK-IND-DESC > 5
                   IF FD-DED-DESC-CODIGO(WK-IND-DESC) NOT = SPACES
                       ADD FD-DED-DESC-VALOR(WK-IND-DESC)
                           TO WK-DESCONTOS
                   END-IF
               END-PERFORM
           END-IF.
      *
      *    INSS PROGRESSIVO: CADA FAIXA INCIDE SO SOBRE A
      *    PARCELA DO SALARIO DENTRO DELA; ACIMA DA ULTIMA
      *    FAIXA (TETO) NAO HA CONTRIBUICAO
       220-CALCULAR-INSS.
           MOVE ZEROS TO WK-INSS-CALC WK-FAIXA-ANTERIOR.
           PERFORM VARYING WK-IND-FX FROM 1 BY 1
                   UNTIL WK-IND-FX > WK-TOT-FX-INSS
                   OR WK-BRUTO NOT > WK-FAIXA-ANTERIOR
               IF WK-BRUTO < INS-TAB-FAIXA-ATE(WK-IND-FX)
                   COMPUTE WK-PARCELA-FAIXA =
                           WK-BRUTO - WK-FAIXA-ANTERIOR
               ELSE
                   COMPUTE WK-PARCELA-FAIXA =
                           INS-TAB-FAIXA-ATE(WK-IND-FX)
                           - WK-FAIXA-ANTERIOR
               END-IF
               COMPUTE WK-INSS-CALC = WK-INSS-CALC
                       + WK-PARCELA-FAIXA
                       * INS-TAB-ALIQUOTA(WK-IND-FX) / 100
               MOVE INS-TAB-FAIXA-ATE(WK-IND-FX)
                    TO WK-FAIXA-ANTERIOR
           END-PERFORM.
           COMPUTE WK-INSS ROUNDED = WK-INSS-CALC.
      *
      *    IRRF: BASE = BRUTO - INSS - DEPENDENTES - PENSAO;
      *    VALE A PRIMEIRA FAIXA QUE COMPORTA A BASE (ACIMA
      *    DE TODAS, A ULTIMA), MENOS A PARCELA A DEDUZIR
       230-CALCULAR-IRRF.
           COMPUTE WK-BASE-CALC = WK-BRUTO - WK-INSS
                   - WK-DEPENDENTES * WK-DEDUCAO-DEPEND
                   - WK-PENSAO.
           IF WK-BASE-CALC < ZEROS
               MOVE ZEROS TO WK-BASE-CALC
           END-IF.
           MOVE WK-BASE-CALC TO WK-BASE-IRRF.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-FX FROM 1 BY 1
                   UNTIL WK-IND-FX > WK-TOT-FX-IRRF
                   OR ITEM-ACHADO
               IF WK-BASE-IRRF NOT > IRF-TAB-FAIXA-ATE(WK-IND-FX)
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           SUBTRACT 1 FROM WK-IND-FX.
           COMPUTE WK-IRRF-CALC =
                   WK-BASE-IRRF * IRF-TAB-ALIQUOTA(WK-IND-FX) / 100
                   - IRF-TAB-DEDUZIR(WK-IND-FX).
           IF WK-IRRF-CALC < ZEROS
               MOVE ZEROS TO WK-IRRF-CALC
           END-IF.
           COMPUTE WK-IRRF ROUNDED = WK-IRRF-CALC.
      *
      *    HOLERITE: O ABRIR DO ALUNO48 A CADA FUNCIONARIO
      *    FORCA PAGINA NOVA NA PRIMEIRA LINHA
       250-EMITIR-HOLERITE.
           SET LK-REL-ABRIR TO TRUE.
           MOVE SPACES TO LK-REL-TITULO.
           STRING 'HOLERITE - COMPETENCIA ' DELIMITED BY SIZE
                  WK-COMP-MES            DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  WK-COMP-ANO            DELIMITED BY SIZE
                  INTO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-HOLERITE.
           MOVE DB2-CODFUN        TO WK-LI-CODFUN.
           MOVE DB2-NOMEFUN-TEXT  TO WK-LI-NOME.
           MOVE DB2-DEPTOFUN      TO WK-LI-DEPTO.
           MOVE WK-DEPENDENTES    TO WK-LI-DEPENDENTES.
           MOVE WK-LINHA-IDENT    TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-HOLERITE.
           MOVE SPACES            TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-HOLERITE.
           MOVE WK-LINHA-COLUNAS-VERBA TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-HOLERITE.
           MOVE 'SAL '                TO WK-LV-CODIGO.
           MOVE 'SALARIO BASE'        TO WK-LV-DESCRICAO.
           MOVE WK-BRUTO              TO WK-LV-PROVENTO.
           MOVE ZEROS                 TO WK-LV-DESCONTO.
           PERFORM 255-IMPRIMIR-VERBA.
           MOVE 'INSS'                TO WK-LV-CODIGO.
           MOVE 'CONTRIBUICAO AO INSS' TO WK-LV-DESCRICAO.
           MOVE ZEROS                 TO WK-LV-PROVENTO.
           MOVE WK-INSS               TO WK-LV-DESCONTO.
           PERFORM 255-IMPRIMIR-VERBA.
           MOVE 'IRRF'                TO WK-LV-CODIGO.
           MOVE 'IMPOSTO DE RENDA RETIDO NA FONTE'
                                      TO WK-LV-DESCRICAO.
           MOVE WK-IRRF               TO WK-LV-DESCONTO.
           PERFORM 255-IMPRIMIR-VERBA.
           IF WK-PENSAO > ZEROS
               MOVE 'PENS'               TO WK-LV-CODIGO
               MOVE 'PENSAO ALIMENTICIA' TO WK-LV-DESCRICAO
               MOVE WK-PENSAO            TO WK-LV-DESCONTO
               PERFORM 255-IMPRIMIR-VERBA
           END-IF.
           IF CADASTRO-ACHADO AND WK-DESCONTOS > ZEROS
               PERFORM 256-IMPRIMIR-DESCONTO
                   VARYING WK-IND-DESC FROM 1 BY 1
                   UNTIL WK-IND-DESC > 5
           END-IF.
           IF WK-NAO-DESCONTADO > ZEROS
               MOVE WK-NAO-DESCONTADO     TO WK-LN-VALOR
               MOVE WK-LINHA-NAO-DESCONTADO TO LK-REL-DETALHE
               PERFORM 910-DETALHE-HOLERITE
           END-IF.
           MOVE SPACES            TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-HOLERITE.
           MOVE SPACES                TO WK-LV-CODIGO.
           MOVE 'TOTAIS'              TO WK-LV-DESCRICAO.
           MOVE WK-BRUTO              TO WK-LV-PROVENTO.
           COMPUTE WK-LV-DESCONTO = WK-INSS + WK-IRRF + WK-OUTROS.
           PERFORM 255-IMPRIMIR-VERBA.
           MOVE 'LIQUIDO A RECEBER'   TO WK-LV-DESCRICAO.
           MOVE WK-LIQUIDO            TO WK-LV-PROVENTO.
           MOVE ZEROS                 TO WK-LV-DESCONTO.
           PERFORM 255-IMPRIMIR-VERBA.
           MOVE SPACES            TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-HOLERITE.
           MOVE WK-BASE-IRRF      TO WK-LB-BASE-IRRF.
           MOVE WK-FGTS           TO WK-LB-FGTS.
           MOVE WK-LINHA-BASES    TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-HOLERITE.
       255-IMPRIMIR-VERBA.
           MOVE WK-LINHA-VERBA TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-HOLERITE.
       256-IMPRIMIR-DESCONTO.
           IF FD-DED-DESC-CODIGO(WK-IND-DESC) NOT = SPACES
               MOVE FD-DED-DESC-CODIGO(WK-IND-DESC) TO WK-LV-CODIGO
               MOVE FD-DED-DESC-TEXTO(WK-IND-DESC)
                    TO WK-LV-DESCRICAO
               MOVE ZEROS TO WK-LV-PROVENTO
               MOVE FD-DED-DESC-VALOR(WK-IND-DESC)
                    TO WK-LV-DESCONTO
               PERFORM 255-IMPRIMIR-VERBA
           END-IF.
       270-GRAVAR-FOLHALIQ.
           MOVE SPACES            TO REG-FOLHALIQ.
           MOVE WK-COMPETENCIA    TO FD-FLQ-COMPETENCIA.
           MOVE DB2-CODFUN        TO FD-FLQ-CODFUN.
           MOVE DB2-NOMEFUN-TEXT  TO FD-FLQ-NOME.
           MOVE DB2-DEPTOFUN      TO FD-FLQ-DEPTO.
           MOVE WK-BRUTO          TO FD-FLQ-BRUTO.
           MOVE WK-INSS           TO FD-FLQ-INSS.
           MOVE WK-IRRF           TO FD-FLQ-IRRF.
           MOVE WK-OUTROS         TO FD-FLQ-OUTROS.
           MOVE WK-LIQUIDO        TO FD-FLQ-LIQUIDO.
           MOVE WK-FGTS           TO FD-FLQ-FGTS.
           MOVE WK-BASE-IRRF      TO FD-FLQ-BASE-IRRF.
           MOVE WK-DEPENDENTES    TO FD-FLQ-DEPENDENTES.
           WRITE REG-FOLHALIQ.
           IF WK-FS-FOLHALIQ NOT = '00'
               DISPLAY 'ERRO ' WK-FS-FOLHALIQ
                       ' NO COMANDO WRITE FOLHALIQ'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ***************************************
       300-LER-FUNCIONARIOS SECTION.
       301-LER-FUNCIONARIOS.
           EXEC SQL
               FETCH FOLHACUR
                   INTO :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2-SALARIOFUN,
                        :DB2-DEPTOFUN
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE  TO WK-SQLCODE-EDIT
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO COMANDO FETCH'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
      *    FOLHA POR DEPARTAMENTO, RELIDA DO FOLHALIQ (QUE
      *    SAI DO CURSOR EM ORDEM DE DEPARTAMENTO E CODFUN)
       400-RELATAR-FOLHA SECTION.
       401-RELATAR-FOLHA.
           EXEC SQL
               CLOSE FOLHACUR
           END-EXEC.
           CLOSE ARQ-FOLHALIQ.
           OPEN INPUT ARQ-FOLHALIQ.
           IF WK-FS-FOLHALIQ NOT = '00'
               DISPLAY 'ERRO ' WK-FS-FOLHALIQ
                       ' NO COMANDO OPEN FOLHALIQ'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           INITIALIZE WK-TOTAIS-DEPTO WK-TOTAIS-GERAL.
           SET LK-REL-ABRIR TO TRUE.
           MOVE SPACES TO LK-REL-TITULO.
           STRING 'FOLHA DE PAGAMENTO POR DEPARTAMENTO - '
                                         DELIMITED BY SIZE
                  'COMPETENCIA '         DELIMITED BY SIZE
                  WK-COMP-MES            DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  WK-COMP-ANO            DELIMITED BY SIZE
                  INTO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 925-GRAVAR-FOLHA.
           MOVE WK-LINHA-COLUNAS-FOLHA TO LK-REL-DETALHE.
           PERFORM 920-DETALHE-FOLHA.
           PERFORM 411-LER-FOLHALIQ.
           PERFORM 410-LISTAR-FUNCIONARIO
               UNTIL WK-FS-FOLHALIQ = '10'.
           IF WK-TDP-QTDE > ZEROS
               PERFORM 420-TOTALIZAR-DEPTO
           END-IF.
           MOVE SPACES TO WK-LINHA-FOLHA.
           MOVE SPACES TO WK-LFT-TEXTO.
           STRING 'TOTAL GERAL - '       DELIMITED BY SIZE
                  WK-TGE-QTDE            DELIMITED BY SIZE
                  ' FUNCIONARIOS'        DELIMITED BY SIZE
                  INTO WK-LFT-TEXTO.
           MOVE WK-TGE-BRUTO      TO WK-LF-BRUTO.
           MOVE WK-TGE-INSS       TO WK-LF-INSS.
           MOVE WK-TGE-IRRF       TO WK-LF-IRRF.
           MOVE WK-TGE-OUTROS     TO WK-LF-OUTROS.
           MOVE WK-TGE-LIQUIDO    TO WK-LF-LIQUIDO.
           MOVE WK-TGE-FGTS       TO WK-LF-FGTS.
           MOVE WK-LINHA-FOLHA    TO LK-REL-DETALHE.
           PERFORM 920-DETALHE-FOLHA.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 925-GRAVAR-FOLHA.
           CLOSE ARQ-FOLHALIQ.
       410-LISTAR-FUNCIONARIO.
           IF FD-FLQ-DEPTO NOT = WK-DEPTO-ATUAL
            AND WK-TDP-QTDE > ZEROS
               PERFORM 420-TOTALIZAR-DEPTO
           END-IF.
           MOVE FD-FLQ-DEPTO      TO WK-DEPTO-ATUAL.
           MOVE SPACES            TO WK-LINHA-FOLHA.
           MOVE FD-FLQ-CODFUN     TO WK-LF-CODFUN.
           MOVE FD-FLQ-NOME       TO WK-LF-NOME.
           MOVE FD-FLQ-DEPTO      TO WK-LF-DEPTO.
           MOVE FD-FLQ-BRUTO      TO WK-LF-BRUTO.
           MOVE FD-FLQ-INSS       TO WK-LF-INSS.
           MOVE FD-FLQ-IRRF       TO WK-LF-IRRF.
           MOVE FD-FLQ-OUTROS     TO WK-LF-OUTROS.
           MOVE FD-FLQ-LIQUIDO    TO WK-LF-LIQUIDO.
           MOVE FD-FLQ-FGTS       TO WK-LF-FGTS.
           MOVE WK-LINHA-FOLHA    TO LK-REL-DETALHE.
           PERFORM 920-DETALHE-FOLHA.
           ADD 1                  TO WK-TDP-QTDE    WK-TGE-QTDE.
           ADD FD-FLQ-BRUTO       TO WK-TDP-BRUTO   WK-TGE-BRUTO.
           ADD FD-FLQ-INSS        TO WK-TDP-INSS    WK-TGE-INSS.
           ADD FD-FLQ-IRRF        TO WK-TDP-IRRF    WK-TGE-IRRF.
           ADD FD-FLQ-OUTROS      TO WK-TDP-OUTROS  WK-TGE-OUTROS.
           ADD FD-FLQ-LIQUIDO     TO WK-TDP-LIQUIDO WK-TGE-LIQUIDO.
           ADD FD-FLQ-FGTS        TO WK-TDP-FGTS    WK-TGE-FGTS.
           PERFORM 411-LER-FOLHALIQ.
       411-LER-FOLHALIQ.
           READ ARQ-FOLHALIQ.
           EVALUATE WK-FS-FOLHALIQ
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-FOLHALIQ
                           ' NO COMANDO READ FOLHALIQ'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       420-TOTALIZAR-DEPTO.
           MOVE SPACES TO WK-LINHA-FOLHA.
           MOVE SPACES TO WK-LFT-TEXTO.
           STRING 'TOTAL DEPTO '         DELIMITED BY SIZE
                  WK-DEPTO-ATUAL         DELIMITED BY SIZE
                  ' - '                  DELIMITED BY SIZE
                  WK-TDP-QTDE            DELIMITED BY SIZE
                  ' FUNCIONARIOS'        DELIMITED BY SIZE
                  INTO WK-LFT-TEXTO.
           MOVE WK-TDP-BRUTO      TO WK-LF-BRUTO.
           MOVE WK-TDP-INSS       TO WK-LF-INSS.
           MOVE WK-TDP-IRRF       TO WK-LF-IRRF.
           MOVE WK-TDP-OUTROS     TO WK-LF-OUTROS.
           MOVE WK-TDP-LIQUIDO    TO WK-LF-LIQUIDO.
           MOVE WK-TDP-FGTS       TO WK-LF-FGTS.
           MOVE WK-LINHA-FOLHA    TO LK-REL-DETALHE.
           PERFORM 920-DETALHE-FOLHA.
           MOVE SPACES            TO LK-REL-DETALHE.
           PERFORM 920-DETALHE-FOLHA.
           INITIALIZE WK-TOTAIS-DEPTO.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'FUNCIONARIOS LIDOS         = ' WK-REGS-LIDOS.
           DISPLAY 'FOLHAS CALCULADAS          = ' WK-TOT-CALCULADOS.
           DISPLAY 'FUNCIONARIOS SEM SALARIO   = ' WK-TOT-SEM-SALARIO.
           DISPLAY 'DESCONTOS LIMITADOS        = ' WK-TOT-LIMITADOS.
           DISPLAY 'TOTAL BRUTO                = ' WK-TGE-BRUTO.
           DISPLAY 'TOTAL LIQUIDO              = ' WK-TGE-LIQUIDO.
           PERFORM 930-GRAVAR-CTLLOG.
           IF FUNCDED-PRESENTE
               CLOSE ARQ-FUNCDED
           END-IF.
           CLOSE ARQ-RELHOLER.
           CLOSE ARQ-RELFOLHA.
           IF WK-TOT-LIMITADOS > ZEROS
            OR WK-TOT-SEM-SALARIO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       910-DETALHE-HOLERITE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-HOLERITE.
       915-GRAVAR-HOLERITE.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELHOLER
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
       920-DETALHE-FOLHA.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 925-GRAVAR-FOLHA.
       925-GRAVAR-FOLHA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELFOLHA
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES             TO REG-CTLLOG.
           MOVE 'ALUNO189'         TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC       TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC       TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS      TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-SEM-SALARIO TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
