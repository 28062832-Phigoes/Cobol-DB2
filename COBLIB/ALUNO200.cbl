       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO200.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    POSICAO E MOVIMENTO MENSAL DO ESTOQUE POR    *
      *    PRODUTO E DEPOSITO (UF) NA COMPETENCIA DO    *
      *    CARTAO SYSIN (AAAAMM, ZERADO = MES DA        *
      *    EXECUCAO), A PARTIR DO CADASTRO DE ESTOQUE E *
      *    DO KARDEX: SALDO INICIAL (SALDO ATUAL MENOS  *
      *    TODO MOVIMENTO DESDE O DIA 01 DA             *
      *    COMPETENCIA), ENTRADAS, SAIDAS POR VENDA,    *
      *    DEVOLUCOES, AJUSTES DE CONTAGEM E SALDO      *
      *    FINAL, VALORIZADO AO CUSTO MEDIO DO ULTIMO   *
      *    MOVIMENTO ATE O FIM DA COMPETENCIA. EM       *
      *    SEGUIDA A LISTA DE REPOSICAO: PRODUTOS COM   *
      *    SALDO ATUAL ABAIXO DO MINIMO, SUGERINDO O    *
      *    LOTE DE REPOSICAO (OU O QUE FALTA PARA O     *
      *    MINIMO, SE FOR MAIOR). MOVIMENTO DO KARDEX   *
      *    SEM REGISTRO NO CADASTRO DA RC 4.            *
      *    PAGINACAO E CABECALHOS PELO ALUNO48          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTOQUE    ASSIGN TO ESTOQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-EST-CHAVE
               FILE STATUS IS WK-FS-ESTOQUE.
           SELECT ARQ-KARDEX     ASSIGN TO KARDEX
               FILE STATUS IS WK-FS-KARDEX.
           SELECT ARQ-PRODUTOS   ASSIGN TO PRODUTOS
               FILE STATUS IS WK-FS-PRODUTOS.
           SELECT ARQ-RELPOS     ASSIGN TO RELPOS
               FILE STATUS IS WK-FS-RELPOS.
           SELECT ARQ-CTLLOG     ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-ESTOQUE.
           COPY ESTOQUE.
       FD   ARQ-KARDEX
            RECORDING MODE IS F.
           COPY KARDEX.
       FD   ARQ-PRODUTOS
            RECORDING MODE IS F.
           COPY PRODUTO.
       FD   ARQ-RELPOS
            RECORDING MODE IS F.
       01  REG-RELPOS               PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-ESTOQUE     PIC XX             VALUE SPACES.
       77  WK-FS-KARDEX      PIC XX             VALUE SPACES.
       77  WK-FS-PRODUTOS    PIC XX             VALUE SPACES.
       77  WK-FS-RELPOS      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-SEM-CADASTRO PIC 9(07)        VALUE ZEROS.
       77  WK-TOT-REPOSICAO  PIC 9(05)          VALUE ZEROS.
       77  WK-PARM-ANOMES    PIC 9(06)          VALUE ZEROS.
       77  WK-KDX-ANOMES     PIC 9(06)          VALUE ZEROS.
       77  WK-DATA-INICIO    PIC 9(08)          VALUE ZEROS.
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
      *    CADASTRO DE ESTOQUE NA ORDEM DA CHAVE (PRODUTO, UF)
      *    COM OS MOVIMENTOS DO KARDEX ACUMULADOS
       01  TABELA-ESTOQUE.
           05 EST-ENTRADA            OCCURS 3000 TIMES.
              10 EST-TAB-PRODUTO     PIC 9(3).
              10 EST-TAB-ESTADO      PIC XX.
              10 EST-TAB-SALDO       PIC S9(7).
              10 EST-TAB-MINIMO      PIC 9(7).
              10 EST-TAB-LOTE        PIC 9(7).
              10 EST-TAB-CUSTO-FECH  PIC 9(5)V9(4).
              10 EST-TAB-MOV-DESDE   PIC S9(7).
              10 EST-TAB-ENTRADAS    PIC S9(7).
              10 EST-TAB-SAIDAS      PIC S9(7).
              10 EST-TAB-DEVOLUCOES  PIC S9(7).
              10 EST-TAB-AJUSTES     PIC S9(7).
       77  WK-TOT-ESTOQUE    PIC 9(4)           VALUE ZEROS.
       77  WK-IND-EST        PIC 9(4)           VALUE ZEROS.
      *
      *    NOMES DOS PRODUTOS, PARA O RELATORIO
       01  TABELA-PRODUTOS.
           05 PRD-ENTRADA            OCCURS 999 TIMES.
              10 PRD-TAB-CODIGO      PIC 9(3).
              10 PRD-TAB-NOME        PIC X(25).
       77  WK-TOT-PRODUTOS   PIC 9(03)          VALUE ZEROS.
       77  WK-IND-PRD        PIC 9(04)          VALUE ZEROS.
      *
       77  WK-SALDO-INICIAL  PIC S9(7)          VALUE ZEROS.
       77  WK-SALDO-FINAL    PIC S9(7)          VALUE ZEROS.
       77  WK-VALOR-FINAL    PIC S9(11)V99      VALUE ZEROS.
       77  WK-TOT-VALOR      PIC S9(13)V99      VALUE ZEROS.
       77  WK-NECESSIDADE    PIC S9(7)          VALUE ZEROS.
       77  WK-VAL-EDIT       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-TITULO.
           05 FILLER               PIC X(46)     VALUE
              'POSICAO E MOVIMENTO DE ESTOQUE - COMPETENCIA '.
           05 WK-TIT-ANOMES        PIC 9(6).
           05 FILLER               PIC X(08)     VALUE SPACES.
       01  WK-LINHA-COLUNAS.
           05 FILLER               PIC X(04)     VALUE 'PRD '.
           05 FILLER               PIC X(21)     VALUE 'PRODUTO'.
           05 FILLER               PIC X(02)     VALUE 'UF'.
           05 FILLER               PIC X(11)     VALUE '  SALDO INI'.
           05 FILLER               PIC X(11)     VALUE '   ENTRADAS'.
           05 FILLER               PIC X(11)     VALUE '     SAIDAS'.
           05 FILLER               PIC X(11)     VALUE ' DEVOLUCOES'.
           05 FILLER               PIC X(11)     VALUE '    AJUSTES'.
           05 FILLER               PIC X(11)     VALUE '  SALDO FIM'.
           05 FILLER               PIC X(12)     VALUE ' CUSTO MEDIO'.
           05 FILLER               PIC X(15)
                                   VALUE '          VALOR'.
       01  WK-LINHA-DETALHE.
           05 WK-LD-PRODUTO        PIC 9(3).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-NOME           PIC X(20).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-ESTADO         PIC XX.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-SALDO-INI      PIC -Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-ENTRADAS       PIC -Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-SAIDAS         PIC -Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-DEVOLUCOES     PIC -Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-AJUSTES        PIC -Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-SALDO-FIM      PIC -Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-CUSTO          PIC ZZ.ZZ9,9999.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-VALOR          PIC -ZZZ.ZZZ.ZZ9,99.
       01  WK-TITULO-REPOSICAO.
           05 FILLER               PIC X(60)     VALUE
              'LISTA DE REPOSICAO - SALDO ATUAL ABAIXO DO MINIMO'.
       01  WK-COLUNAS-REPOSICAO.
           05 FILLER               PIC X(04)     VALUE 'PRD '.
           05 FILLER               PIC X(21)     VALUE 'PRODUTO'.
           05 FILLER               PIC X(02)     VALUE 'UF'.
           05 FILLER               PIC X(11)     VALUE 'SALDO ATUAL'.
           05 FILLER               PIC X(11)     VALUE '     MINIMO'.
           05 FILLER               PIC X(11)     VALUE '       LOTE'.
           05 FILLER               PIC X(11)     VALUE '   SUGESTAO'.
       01  WK-LINHA-REPOSICAO.
           05 WK-LR-PRODUTO        PIC 9(3).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-NOME           PIC X(20).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-ESTADO         PIC XX.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-SALDO          PIC -Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-MINIMO         PIC -Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-LOTE           PIC -Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-SUGESTAO       PIC -Z.ZZZ.ZZ9.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-IMPRIMIR-POSICAO.
           PERFORM 221-IMPRIMIR-REPOSICAO.
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
           COMPUTE WK-DATA-INICIO = WK-PARM-ANOMES * 100 + 1.
           PERFORM 110-CARREGAR-ESTOQUE.
           PERFORM 120-CARREGAR-PRODUTOS.
           PERFORM 130-ACUMULAR-KARDEX.
           OPEN OUTPUT ARQ-RELPOS.
       110-CARREGAR-ESTOQUE.
           OPEN INPUT ARQ-ESTOQUE.
           IF WK-FS-ESTOQUE NOT = '00'
               DISPLAY 'ERRO ' WK-FS-ESTOQUE
                       ' NO COMANDO OPEN ESTOQUE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 112-LER-ESTOQUE.
           PERFORM 111-ACUMULAR-ESTOQUE
               UNTIL WK-FS-ESTOQUE = '10'.
           CLOSE ARQ-ESTOQUE.
       111-ACUMULAR-ESTOQUE.
           IF WK-TOT-ESTOQUE >= 3000
               DISPLAY 'TABELA DE ESTOQUE CHEIA (MAXIMO 3000 '
                       'REGISTROS) - RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-ESTOQUE.
           MOVE WK-TOT-ESTOQUE        TO WK-IND-EST.
           MOVE FD-EST-PRODUTO        TO EST-TAB-PRODUTO(WK-IND-EST).
           MOVE FD-EST-ESTADO         TO EST-TAB-ESTADO(WK-IND-EST).
           MOVE FD-EST-SALDO          TO EST-TAB-SALDO(WK-IND-EST).
           MOVE FD-EST-MINIMO         TO EST-TAB-MINIMO(WK-IND-EST).
           MOVE FD-EST-LOTE-REPOSICAO TO EST-TAB-LOTE(WK-IND-EST).
           MOVE FD-EST-CUSTO-MEDIO
                TO EST-TAB-CUSTO-FECH(WK-IND-EST).
           MOVE ZEROS TO EST-TAB-MOV-DESDE(WK-IND-EST)
                         EST-TAB-ENTRADAS(WK-IND-EST)
                         EST-TAB-SAIDAS(WK-IND-EST)
                         EST-TAB-DEVOLUCOES(WK-IND-EST)
                         EST-TAB-AJUSTES(WK-IND-EST).
           PERFORM 112-LER-ESTOQUE.
       112-LER-ESTOQUE.
           READ ARQ-ESTOQUE
               AT END
                   MOVE '10' TO WK-FS-ESTOQUE
           END-READ.
           IF WK-FS-ESTOQUE NOT = '00' AND WK-FS-ESTOQUE NOT = '10'
               DISPLAY 'ERRO ' WK-FS-ESTOQUE
                       ' NO COMANDO READ ESTOQUE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       120-CARREGAR-PRODUTOS.
           OPEN INPUT ARQ-PRODUTOS.
           IF WK-FS-PRODUTOS NOT = '00'
               DISPLAY 'ARQUIVO PRODUTOS NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 122-LER-PRODUTO.
           PERFORM 121-ACUMULAR-PRODUTO
               UNTIL WK-FS-PRODUTOS = '10'.
           CLOSE ARQ-PRODUTOS.
       121-ACUMULAR-PRODUTO.
           IF WK-TOT-PRODUTOS >= 999
               DISPLAY 'TABELA DE PRODUTOS CHEIA (MAXIMO 999 '
                       'REGISTROS) - RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-PRODUTOS.
           MOVE FD-PRD-CODIGO TO PRD-TAB-CODIGO(WK-TOT-PRODUTOS).
           MOVE FD-PRD-NOME   TO PRD-TAB-NOME(WK-TOT-PRODUTOS).
           PERFORM 122-LER-PRODUTO.
       122-LER-PRODUTO.
           READ ARQ-PRODUTOS
               AT END
                   MOVE '10' TO WK-FS-PRODUTOS
           END-READ.
      *
      *    O KARDEX VEM NA ORDEM DE GRAVACAO (CRONOLOGICA)
       130-ACUMULAR-KARDEX.
           OPEN INPUT ARQ-KARDEX.
           IF WK-FS-KARDEX NOT = '00'
               DISPLAY 'ERRO ' WK-FS-KARDEX
                       ' NO COMANDO OPEN KARDEX'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 132-LER-KARDEX.
           PERFORM 131-ACUMULAR-MOVIMENTO
               UNTIL WK-FS-KARDEX = '10'.
           CLOSE ARQ-KARDEX.
      *
      *    TODO MOVIMENTO DESDE O DIA 01 DA COMPETENCIA SAI DO
      *    SALDO ATUAL PARA CHEGAR AO SALDO INICIAL; SO OS DA
      *    COMPETENCIA ENTRAM NAS COLUNAS DO MES
       131-ACUMULAR-MOVIMENTO.
           ADD 1 TO WK-REGS-LIDOS.
           PERFORM 135-PROCURAR-ESTOQUE.
           IF ITEM-NAO-ACHADO
               ADD 1 TO WK-TOT-SEM-CADASTRO
           ELSE
               COMPUTE WK-KDX-ANOMES = FD-KDX-DATA / 100
               IF FD-KDX-DATA NOT < WK-DATA-INICIO
                   ADD FD-KDX-QTDE TO EST-TAB-MOV-DESDE(WK-IND-EST)
               END-IF
               IF WK-KDX-ANOMES NOT > WK-PARM-ANOMES
                   MOVE FD-KDX-CUSTO-MED-APOS
                        TO EST-TAB-CUSTO-FECH(WK-IND-EST)
               END-IF
               IF WK-KDX-ANOMES = WK-PARM-ANOMES
                   PERFORM 136-ACUMULAR-COLUNA
               END-IF
           END-IF.
           PERFORM 132-LER-KARDEX.
       132-LER-KARDEX.
           READ ARQ-KARDEX.
           EVALUATE WK-FS-KARDEX
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-KARDEX
                           ' NO COMANDO READ KARDEX'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       135-PROCURAR-ESTOQUE.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-EST FROM 1 BY 1
                   UNTIL WK-IND-EST > WK-TOT-ESTOQUE
                   OR ITEM-ACHADO
               IF EST-TAB-PRODUTO(WK-IND-EST) = FD-KDX-PRODUTO
                AND EST-TAB-ESTADO(WK-IND-EST) = FD-KDX-ESTADO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-EST
           END-IF.
      *
      *    SAIDA POR VENDA E MOSTRADA POSITIVA (NO KARDEX VEM
      *    NEGATIVA); AJUSTE MANTEM O SINAL (SOBRA OU FALTA)
       136-ACUMULAR-COLUNA.
           EVALUATE TRUE
               WHEN KDX-ENTRADA
                   ADD FD-KDX-QTDE TO EST-TAB-ENTRADAS(WK-IND-EST)
               WHEN KDX-VENDA
                   SUBTRACT FD-KDX-QTDE
                       FROM EST-TAB-SAIDAS(WK-IND-EST)
               WHEN KDX-DEVOLUCAO
                   ADD FD-KDX-QTDE TO EST-TAB-DEVOLUCOES(WK-IND-EST)
               WHEN OTHER
                   ADD FD-KDX-QTDE TO EST-TAB-AJUSTES(WK-IND-EST)
           END-EVALUATE.
      ***************************************
       200-IMPRIMIR SECTION.
       201-IMPRIMIR-POSICAO.
           SET LK-REL-ABRIR TO TRUE.
           MOVE WK-PARM-ANOMES TO WK-TIT-ANOMES.
           MOVE WK-TITULO      TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           MOVE WK-LINHA-COLUNAS TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           PERFORM 202-IMPRIMIR-DEPOSITO
               VARYING WK-IND-EST FROM 1 BY 1
               UNTIL WK-IND-EST > WK-TOT-ESTOQUE.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE WK-TOT-VALOR TO WK-VAL-EDIT.
           STRING 'VALOR TOTAL DO ESTOQUE NO FIM DA COMPETENCIA: '
                                             DELIMITED BY SIZE
                  WK-VAL-EDIT                DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
       202-IMPRIMIR-DEPOSITO.
           COMPUTE WK-SALDO-INICIAL =
                   EST-TAB-SALDO(WK-IND-EST)
                 - EST-TAB-MOV-DESDE(WK-IND-EST).
           COMPUTE WK-SALDO-FINAL =
                   WK-SALDO-INICIAL
                 + EST-TAB-ENTRADAS(WK-IND-EST)
                 - EST-TAB-SAIDAS(WK-IND-EST)
                 + EST-TAB-DEVOLUCOES(WK-IND-EST)
                 + EST-TAB-AJUSTES(WK-IND-EST).
           COMPUTE WK-VALOR-FINAL ROUNDED =
                   WK-SALDO-FINAL * EST-TAB-CUSTO-FECH(WK-IND-EST).
           ADD WK-VALOR-FINAL TO WK-TOT-VALOR.
           MOVE EST-TAB-PRODUTO(WK-IND-EST) TO WK-LD-PRODUTO.
           PERFORM 205-PROCURAR-NOME.
           MOVE PRD-TAB-NOME(WK-IND-PRD)    TO WK-LD-NOME.
           IF ITEM-NAO-ACHADO
               MOVE 'NAO CADASTRADO'        TO WK-LD-NOME
           END-IF.
           MOVE EST-TAB-ESTADO(WK-IND-EST)  TO WK-LD-ESTADO.
           MOVE WK-SALDO-INICIAL            TO WK-LD-SALDO-INI.
           MOVE EST-TAB-ENTRADAS(WK-IND-EST) TO WK-LD-ENTRADAS.
           MOVE EST-TAB-SAIDAS(WK-IND-EST)  TO WK-LD-SAIDAS.
           MOVE EST-TAB-DEVOLUCOES(WK-IND-EST) TO WK-LD-DEVOLUCOES.
           MOVE EST-TAB-AJUSTES(WK-IND-EST) TO WK-LD-AJUSTES.
           MOVE WK-SALDO-FINAL              TO WK-LD-SALDO-FIM.
           MOVE EST-TAB-CUSTO-FECH(WK-IND-EST) TO WK-LD-CUSTO.
           MOVE WK-VALOR-FINAL              TO WK-LD-VALOR.
           MOVE WK-LINHA-DETALHE TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
       205-PROCURAR-NOME.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-PRD FROM 1 BY 1
                   UNTIL WK-IND-PRD > WK-TOT-PRODUTOS
                   OR ITEM-ACHADO
               IF PRD-TAB-CODIGO(WK-IND-PRD)
                  = EST-TAB-PRODUTO(WK-IND-EST)
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-PRD
           ELSE
               MOVE 1 TO WK-IND-PRD
           END-IF.
      *
      *    REPOSICAO PELO SALDO ATUAL (NAO O DA COMPETENCIA):
      *    SUGERE O LOTE, OU O QUE FALTA PARA O MINIMO SE FOR
      *    MAIOR QUE O LOTE
       221-IMPRIMIR-REPOSICAO.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE WK-TITULO-REPOSICAO TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE WK-COLUNAS-REPOSICAO TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           PERFORM 222-VERIFICAR-MINIMO
               VARYING WK-IND-EST FROM 1 BY 1
               UNTIL WK-IND-EST > WK-TOT-ESTOQUE.
           IF WK-TOT-REPOSICAO = ZEROS
               MOVE 'NENHUM PRODUTO ABAIXO DO MINIMO'
                    TO LK-REL-DETALHE
               PERFORM 910-DETALHE
           END-IF.
       222-VERIFICAR-MINIMO.
           IF EST-TAB-SALDO(WK-IND-EST) < EST-TAB-MINIMO(WK-IND-EST)
               ADD 1 TO WK-TOT-REPOSICAO
               COMPUTE WK-NECESSIDADE =
                       EST-TAB-MINIMO(WK-IND-EST)
                     - EST-TAB-SALDO(WK-IND-EST)
               IF EST-TAB-LOTE(WK-IND-EST) > WK-NECESSIDADE
                   MOVE EST-TAB-LOTE(WK-IND-EST) TO WK-LR-SUGESTAO
               ELSE
                   MOVE WK-NECESSIDADE           TO WK-LR-SUGESTAO
               END-IF
               MOVE EST-TAB-PRODUTO(WK-IND-EST) TO WK-LR-PRODUTO
               PERFORM 205-PROCURAR-NOME
               MOVE PRD-TAB-NOME(WK-IND-PRD)    TO WK-LR-NOME
               IF ITEM-NAO-ACHADO
                   MOVE 'NAO CADASTRADO'        TO WK-LR-NOME
               END-IF
               MOVE EST-TAB-ESTADO(WK-IND-EST)  TO WK-LR-ESTADO
               MOVE EST-TAB-SALDO(WK-IND-EST)   TO WK-LR-SALDO
               MOVE EST-TAB-MINIMO(WK-IND-EST)  TO WK-LR-MINIMO
               MOVE EST-TAB-LOTE(WK-IND-EST)    TO WK-LR-LOTE
               MOVE WK-LINHA-REPOSICAO TO LK-REL-DETALHE
               PERFORM 910-DETALHE
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           DISPLAY 'COMPETENCIA               = ' WK-PARM-ANOMES.
           DISPLAY 'DEPOSITOS NO CADASTRO     = ' WK-TOT-ESTOQUE.
           DISPLAY 'MOVIMENTOS DO KARDEX      = ' WK-REGS-LIDOS.
           DISPLAY 'MOVIMENTOS SEM CADASTRO   = ' WK-TOT-SEM-CADASTRO.
           DISPLAY 'PRODUTOS PARA REPOSICAO   = ' WK-TOT-REPOSICAO.
           IF WK-TOT-SEM-CADASTRO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-RELPOS.
       910-DETALHE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
      ***************************************
       915-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELPOS
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES              TO REG-CTLLOG.
           MOVE 'ALUNO200'          TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC        TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC        TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS       TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-SEM-CADASTRO TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
