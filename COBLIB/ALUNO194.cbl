       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO194.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    RELATORIO DE COMPA-RATIO: SALARIO DE CADA    *
      *    FUNCIONARIO DE EAD316.FUNCIONARIOS CONTRA O  *
      *    PONTO MEDIO DA SUA FAIXA SALARIAL EM VIGOR   *
      *    (EAD316.FAIXA_FUNCIONARIO E FAIXAS_          *
      *    SALARIAIS, MANTIDAS PELO ALUNO193), EM ORDEM *
      *    DE DEPARTAMENTO, COM O COMPA-RATIO MEDIO POR *
      *    DEPARTAMENTO E GERAL.                        *
      *    COMPA-RATIO = SALARIO / PONTO MEDIO X 100.   *
      *    SALARIO ABAIXO DO MINIMO OU ACIMA DO MAXIMO  *
      *    (CASOS ANTERIORES A CRITICA DA FAIXA NO      *
      *    ALUNO23/ALUNO50) E FUNCIONARIO SEM FAIXA SAO *
      *    APONTADOS NA LINHA; HAVENDO FORA DA FAIXA O  *
      *    JOB TERMINA COM RC 4.                        *
      *    CARTAO SYSIN: DATA DE REFERENCIA AAAAMMDD    *
      *    DAS FAIXAS (COLS 1-8, ZEROS = DATA DE        *
      *    PROCESSAMENTO). PAGINACAO PELO ALUNO48       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELCOMPA ASSIGN TO RELCOMPA
               FILE STATUS IS WK-FS-RELCOMPA.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-RELCOMPA
            RECORDING MODE IS F.
       01  REG-RELCOMPA             PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.
           EXEC SQL
               INCLUDE BOOKFAIXA
           END-EXEC.
           EXEC SQL
               INCLUDE BOOKFUNFX
           END-EXEC.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               DECLARE FAIXACUR CURSOR FOR
                   SELECT G.CODIGO_FAIXA, G.VALOR_MINIMO,
                          G.VALOR_MEDIO, G.VALOR_MAXIMO
                       FROM EAD316.FAIXAS_SALARIAIS G
                       WHERE G.DATA_VIGENCIA =
                             (SELECT MAX(H.DATA_VIGENCIA)
                                  FROM EAD316.FAIXAS_SALARIAIS H
                                  WHERE H.CODIGO_FAIXA =
                                        G.CODIGO_FAIXA
                                    AND H.DATA_VIGENCIA <=
                                        :WK-DATA-REF)
                       ORDER BY G.CODIGO_FAIXA
           END-EXEC.
           EXEC SQL
               DECLARE COMPACUR CURSOR FOR
                   SELECT F.CODFUN, F.NOMEFUN, F.SALARIOFUN,
                          F.DEPTOFUN, X.CODIGO_FAIXA
                       FROM EAD316.FUNCIONARIOS F
                            LEFT OUTER JOIN
                            EAD316.FAIXA_FUNCIONARIO X
                            ON X.CODFUN = F.CODFUN
                       ORDER BY F.DEPTOFUN, F.CODFUN
           END-EXEC.
       77  WK-FS-RELCOMPA    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-SQLCODE-EDIT   PIC -999           VALUE ZEROS.
       77  WK-INDICATOR-SALARIO  PIC S9(4) COMP VALUE ZEROS.
       77  WK-INDICATOR-DEPTO    PIC S9(4) COMP VALUE ZEROS.
       77  WK-INDICATOR-FAIXA    PIC S9(4) COMP VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(08)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(06)          VALUE ZEROS.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-FORA       PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SEM-FAIXA  PIC 9(05)          VALUE ZEROS.
       77  WK-IND-REL        PIC 9(01)          VALUE ZEROS.
       77  WK-COMPA          PIC 9(3)V9         VALUE ZEROS.
      *
      *    CARTAO SYSIN
       01  WK-PARM-CARD.
           05 WK-PARM-DATA-REF     PIC 9(08).
           05 FILLER               PIC X(72).
       01  WK-DATA-REF             PIC 9(08)    VALUE ZEROS.
       01  WK-DATA-REF-R REDEFINES WK-DATA-REF.
           05 WK-REF-ANO           PIC 9(04).
           05 WK-REF-MES           PIC 9(02).
           05 WK-REF-DIA           PIC 9(02).
      *
      *    FAIXAS EM VIGOR NA DATA DE REFERENCIA
       01  TABELA-FAIXAS.
           05 FXT-ENTRADA            OCCURS 200 TIMES.
              10 FXT-TAB-CODIGO      PIC X(03).
              10 FXT-TAB-MINIMO      PIC S9(7)V99 COMP-3.
              10 FXT-TAB-MEDIO       PIC S9(7)V99 COMP-3.
              10 FXT-TAB-MAXIMO      PIC S9(7)V99 COMP-3.
       77  WK-TOT-FAIXAS     PIC 9(03)          VALUE ZEROS.
       77  WK-IND-FXT        PIC 9(03)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    QUEBRA POR DEPARTAMENTO (A MEDIA DO COMPA-RATIO SO
      *    CONSIDERA OS FUNCIONARIOS COM FAIXA)
       77  WK-DEPTO-ATUAL    PIC X(04)          VALUE SPACES.
       01  WK-TOTAIS-DEPTO.
           05 WK-TDP-QTDE          PIC 9(05).
           05 WK-TDP-COM-FAIXA     PIC 9(05).
           05 WK-TDP-FORA          PIC 9(05).
           05 WK-TDP-SOMA-COMPA    PIC 9(7)V9.
       01  WK-TOTAIS-GERAL.
           05 WK-TGE-QTDE          PIC 9(05).
           05 WK-TGE-COM-FAIXA     PIC 9(05).
           05 WK-TGE-FORA          PIC 9(05).
           05 WK-TGE-SOMA-COMPA    PIC 9(7)V9.
      *
       01  WK-LINHA-COLUNAS.
           05 FILLER               PIC X(06)   VALUE 'COD.  '.
           05 FILLER               PIC X(31)   VALUE 'NOME'.
           05 FILLER               PIC X(05)   VALUE 'DEPT '.
           05 FILLER               PIC X(03)   VALUE 'FX.'.
           05 FILLER               PIC X(14)   VALUE
                                   '       SALARIO'.
           05 FILLER               PIC X(14)   VALUE
                                   '        MINIMO'.
           05 FILLER               PIC X(14)   VALUE
                                   '   PONTO MEDIO'.
           05 FILLER               PIC X(14)   VALUE
                                   '        MAXIMO'.
           05 FILLER               PIC X(06)   VALUE
                                   ' COMPA'.
           05 FILLER               PIC X(02)   VALUE SPACES.
           05 FILLER               PIC X(08)   VALUE 'SITUACAO'.
           05 FILLER               PIC X(15)   VALUE SPACES.
       01  WK-LINHA-COMPA.
           05 WK-LC-TEXTO.
              10 WK-LC-CODFUN      PIC 9(5).
              10 FILLER            PIC X(01).
              10 WK-LC-NOME        PIC X(30).
              10 FILLER            PIC X(01).
              10 WK-LC-DEPTO       PIC X(04).
              10 FILLER            PIC X(01).
              10 WK-LC-FAIXA       PIC X(03).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LC-SALARIO        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LC-MINIMO         PIC ZZ.ZZZ.ZZ9,99
                                   BLANK WHEN ZERO.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LC-MEDIO          PIC ZZ.ZZZ.ZZ9,99
                                   BLANK WHEN ZERO.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LC-MAXIMO         PIC ZZ.ZZZ.ZZ9,99
                                   BLANK WHEN ZERO.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LC-COMPA          PIC ZZ9,9
                                   BLANK WHEN ZERO.
           05 FILLER               PIC X(02)   VALUE SPACES.
           05 WK-LC-SITUACAO       PIC X(20).
           05 FILLER               PIC X(03)   VALUE SPACES.
       01  WK-LINHA-COMPA-TOTAL REDEFINES WK-LINHA-COMPA.
           05 WK-LCT-TEXTO         PIC X(101).
           05 FILLER               PIC X(31).
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
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           IF WK-PARM-DATA-REF NOT NUMERIC
            OR WK-PARM-DATA-REF = ZEROS
               MOVE WK-DATA-EXEC     TO WK-DATA-REF
           ELSE
               MOVE WK-PARM-DATA-REF TO WK-DATA-REF
           END-IF.
           IF WK-REF-MES < 01 OR WK-REF-MES > 12
            OR WK-REF-DIA < 01 OR WK-REF-DIA > 31
               DISPLAY 'DATA DE REFERENCIA INVALIDA NO CARTAO '
                       'SYSIN: ' WK-DATA-REF
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'FAIXAS EM VIGOR EM = ' WK-DATA-REF.
           PERFORM 110-CARREGAR-FAIXAS.
           OPEN OUTPUT ARQ-RELCOMPA.
           INITIALIZE WK-TOTAIS-DEPTO WK-TOTAIS-GERAL.
           SET LK-REL-ABRIR TO TRUE.
           MOVE SPACES TO LK-REL-TITULO.
           STRING 'COMPA-RATIO POR DEPARTAMENTO - FAIXAS EM '
                                         DELIMITED BY SIZE
                  'VIGOR EM '            DELIMITED BY SIZE
                  WK-REF-DIA             DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  WK-REF-MES             DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  WK-REF-ANO             DELIMITED BY SIZE
                  INTO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-RELATORIO.
           MOVE WK-LINHA-COLUNAS TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-RELATORIO.
           EXEC SQL
               OPEN COMPACUR
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
      *    CARGA DA FAIXA DE MAIOR VIGENCIA ATE A DATA DE
      *    REFERENCIA, POR CODIGO
       110-CARREGAR-FAIXAS.
           EXEC SQL
               OPEN FAIXACUR
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE  TO WK-SQLCODE-EDIT
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO COMANDO OPEN CURSOR FAIXACUR'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 112-LER-FAIXA.
           PERFORM 111-GUARDAR-FAIXA UNTIL SQLCODE = 100.
           EXEC SQL
               CLOSE FAIXACUR
           END-EXEC.
           DISPLAY 'FAIXAS EM VIGOR CARREGADAS = ' WK-TOT-FAIXAS.
       111-GUARDAR-FAIXA.
           IF WK-TOT-FAIXAS >= 200
               DISPLAY 'TABELA DE FAIXAS CHEIA (MAXIMO 200 '
                       'REGISTROS) - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-FAIXAS.
           MOVE DB2-FAIXA-CODIGO TO FXT-TAB-CODIGO(WK-TOT-FAIXAS).
           MOVE DB2-FAIXA-MINIMO TO FXT-TAB-MINIMO(WK-TOT-FAIXAS).
           MOVE DB2-FAIXA-MEDIO  TO FXT-TAB-MEDIO(WK-TOT-FAIXAS).
           MOVE DB2-FAIXA-MAXIMO TO FXT-TAB-MAXIMO(WK-TOT-FAIXAS).
           PERFORM 112-LER-FAIXA.
       112-LER-FAIXA.
           EXEC SQL
               FETCH FAIXACUR
                   INTO :DB2-FAIXA-CODIGO,
                        :DB2-FAIXA-MINIMO,
                        :DB2-FAIXA-MEDIO,
                        :DB2-FAIXA-MAXIMO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE  TO WK-SQLCODE-EDIT
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO COMANDO FETCH FAIXACUR'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF DB2-DEPTOFUN NOT = WK-DEPTO-ATUAL
            AND WK-TDP-QTDE > ZEROS
               PERFORM 220-TOTALIZAR-DEPTO
           END-IF.
           MOVE DB2-DEPTOFUN      TO WK-DEPTO-ATUAL.
           MOVE SPACES            TO WK-LINHA-COMPA.
           MOVE DB2-CODFUN        TO WK-LC-CODFUN.
           MOVE DB2-NOMEFUN-TEXT  TO WK-LC-NOME.
           MOVE DB2-DEPTOFUN      TO WK-LC-DEPTO.
           MOVE DB2-FFX-FAIXA     TO WK-LC-FAIXA.
           MOVE DB2-SALARIOFUN    TO WK-LC-SALARIO.
           MOVE ZEROS TO WK-LC-MINIMO WK-LC-MEDIO WK-LC-MAXIMO
                         WK-LC-COMPA.
           ADD 1 TO WK-TDP-QTDE WK-TGE-QTDE.
           IF DB2-FFX-FAIXA = SPACES
               ADD 1 TO WK-TOT-SEM-FAIXA
               MOVE 'SEM FAIXA'       TO WK-LC-SITUACAO
           ELSE
               PERFORM 210-LOCALIZAR-FAIXA
               IF ITEM-ACHADO
                   PERFORM 215-CALCULAR-COMPA
               ELSE
                   ADD 1 TO WK-TOT-SEM-FAIXA
                   MOVE 'FAIXA SEM VIGENCIA' TO WK-LC-SITUACAO
               END-IF
           END-IF.
           MOVE WK-LINHA-COMPA    TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-RELATORIO.
           PERFORM 301-LER-FUNCIONARIOS.
       210-LOCALIZAR-FAIXA.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-FXT FROM 1 BY 1
                   UNTIL WK-IND-FXT > WK-TOT-FAIXAS
                   OR ITEM-ACHADO
               IF FXT-TAB-CODIGO(WK-IND-FXT) = DB2-FFX-FAIXA
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-FXT
           END-IF.
       215-CALCULAR-COMPA.
           MOVE FXT-TAB-MINIMO(WK-IND-FXT) TO WK-LC-MINIMO.
           MOVE FXT-TAB-MEDIO(WK-IND-FXT)  TO WK-LC-MEDIO.
           MOVE FXT-TAB-MAXIMO(WK-IND-FXT) TO WK-LC-MAXIMO.
           COMPUTE WK-COMPA ROUNDED =
                   DB2-SALARIOFUN * 100 / FXT-TAB-MEDIO(WK-IND-FXT)
               ON SIZE ERROR
                   MOVE 999,9 TO WK-COMPA
           END-COMPUTE.
           MOVE WK-COMPA          TO WK-LC-COMPA.
           ADD 1        TO WK-TDP-COM-FAIXA  WK-TGE-COM-FAIXA.
           ADD WK-COMPA TO WK-TDP-SOMA-COMPA WK-TGE-SOMA-COMPA.
           EVALUATE TRUE
               WHEN DB2-SALARIOFUN < FXT-TAB-MINIMO(WK-IND-FXT)
                   MOVE 'ABAIXO DA FAIXA'   TO WK-LC-SITUACAO
                   ADD 1 TO WK-TDP-FORA WK-TGE-FORA WK-TOT-FORA
               WHEN DB2-SALARIOFUN > FXT-TAB-MAXIMO(WK-IND-FXT)
                   MOVE 'ACIMA DA FAIXA'    TO WK-LC-SITUACAO
                   ADD 1 TO WK-TDP-FORA WK-TGE-FORA WK-TOT-FORA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       220-TOTALIZAR-DEPTO.
           MOVE SPACES TO WK-LINHA-COMPA.
           MOVE SPACES TO WK-LCT-TEXTO.
           STRING 'MEDIA DEPTO '         DELIMITED BY SIZE
                  WK-DEPTO-ATUAL         DELIMITED BY SIZE
                  ' - '                  DELIMITED BY SIZE
                  WK-TDP-QTDE            DELIMITED BY SIZE
                  ' FUNCIONARIOS, '      DELIMITED BY SIZE
                  WK-TDP-COM-FAIXA       DELIMITED BY SIZE
                  ' COM FAIXA'           DELIMITED BY SIZE
                  INTO WK-LCT-TEXTO.
           IF WK-TDP-COM-FAIXA > ZEROS
               COMPUTE WK-COMPA ROUNDED =
                       WK-TDP-SOMA-COMPA / WK-TDP-COM-FAIXA
               MOVE WK-COMPA TO WK-LC-COMPA
           ELSE
               MOVE ZEROS    TO WK-LC-COMPA
           END-IF.
           MOVE SPACES TO WK-LC-SITUACAO.
           STRING WK-TDP-FORA            DELIMITED BY SIZE
                  ' FORA DA FAIXA'       DELIMITED BY SIZE
                  INTO WK-LC-SITUACAO.
           MOVE WK-LINHA-COMPA    TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-RELATORIO.
           MOVE SPACES            TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-RELATORIO.
           INITIALIZE WK-TOTAIS-DEPTO.
      ***************************************
       300-LER-FUNCIONARIOS SECTION.
       301-LER-FUNCIONARIOS.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
           EXEC SQL
               FETCH COMPACUR
                   INTO :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2-SALARIOFUN
                            INDICATOR :WK-INDICATOR-SALARIO,
                        :DB2-DEPTOFUN   INDICATOR :WK-INDICATOR-DEPTO,
                        :DB2-FFX-FAIXA  INDICATOR :WK-INDICATOR-FAIXA
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   IF WK-INDICATOR-SALARIO = -1
                       MOVE ZEROS  TO DB2-SALARIOFUN
                   END-IF
                   IF WK-INDICATOR-DEPTO = -1
                       MOVE '----' TO DB2-DEPTOFUN
                   END-IF
                   IF WK-INDICATOR-FAIXA = -1
                       MOVE SPACES TO DB2-FFX-FAIXA
                   END-IF
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
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXEC SQL
               CLOSE COMPACUR
           END-EXEC.
           IF WK-TDP-QTDE > ZEROS
               PERFORM 220-TOTALIZAR-DEPTO
           END-IF.
           MOVE SPACES TO WK-LINHA-COMPA.
           MOVE SPACES TO WK-LCT-TEXTO.
           STRING 'MEDIA GERAL - '       DELIMITED BY SIZE
                  WK-TGE-QTDE            DELIMITED BY SIZE
                  ' FUNCIONARIOS, '      DELIMITED BY SIZE
                  WK-TGE-COM-FAIXA       DELIMITED BY SIZE
                  ' COM FAIXA'           DELIMITED BY SIZE
                  INTO WK-LCT-TEXTO.
           IF WK-TGE-COM-FAIXA > ZEROS
               COMPUTE WK-COMPA ROUNDED =
                       WK-TGE-SOMA-COMPA / WK-TGE-COM-FAIXA
               MOVE WK-COMPA TO WK-LC-COMPA
           ELSE
               MOVE ZEROS    TO WK-LC-COMPA
           END-IF.
           MOVE SPACES TO WK-LC-SITUACAO.
           STRING WK-TGE-FORA            DELIMITED BY SIZE
                  ' FORA DA FAIXA'       DELIMITED BY SIZE
                  INTO WK-LC-SITUACAO.
           MOVE WK-LINHA-COMPA    TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-RELATORIO.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-RELATORIO.
           DISPLAY 'FUNCIONARIOS LIDOS         = ' WK-REGS-LIDOS.
           DISPLAY 'FORA DA FAIXA              = ' WK-TOT-FORA.
           DISPLAY 'SEM FAIXA EM VIGOR         = ' WK-TOT-SEM-FAIXA.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-RELCOMPA.
           IF WK-TOT-FORA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       910-DETALHE-RELATORIO.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-RELATORIO.
       915-GRAVAR-RELATORIO.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELCOMPA
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO194'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-FORA       TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
