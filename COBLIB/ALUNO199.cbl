       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO199.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    LANCAMENTO DO ESTOQUE POR PRODUTO E DEPOSITO *
      *    (UF): PRIMEIRO AS ENTRADAS DE MERCADORIA DO  *
      *    ARQUIVO ENTRADAS (RECEBIMENTOS ACUMULADOS    *
      *    DESDE O ULTIMO LANCAMENTO), DEPOIS AS VENDAS *
      *    DO VENDAS3N QUE A CRITICA DO ALUNO57 ACABOU  *
      *    DE GRAVAR. A ENTRADA SOMA AO SALDO E REFAZ O *
      *    CUSTO MEDIO PONDERADO (COM SALDO ZERADO OU   *
      *    NEGATIVO O CUSTO MEDIO PASSA A SER O DA      *
      *    ENTRADA); A VENDA ('V') BAIXA O SALDO E A    *
      *    DEVOLUCAO ('D') DEVOLVE, AMBAS AO CUSTO      *
      *    MEDIO. A VENDA NAO E BARRADA POR FALTA DE    *
      *    SALDO (A NOTA JA FOI EMITIDA): O SALDO FICA  *
      *    NEGATIVO E A OCORRENCIA SAI NO RELESTQ       *
      *    (RC 4). PRODUTO SEM REGISTRO NO DEPOSITO E   *
      *    INCLUIDO COM MINIMO ZERO. ENTRADA COM        *
      *    PRODUTO FORA DO MESTRE, UF FORA DO ARQUIVO   *
      *    ESTADOS OU QUANTIDADE/CUSTO INVALIDOS E      *
      *    REJEITADA. TODO LANCAMENTO SAI NO KARDEX     *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ENTRADAS ASSIGN TO ENTRADAS
               FILE STATUS IS WK-FS-ENTRADAS.
           SELECT ARQ-VENDAS3N ASSIGN TO VENDAS3N
               FILE STATUS IS WK-FS-VENDAS3N.
           SELECT ARQ-ESTOQUE  ASSIGN TO ESTOQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-EST-CHAVE
               FILE STATUS IS WK-FS-ESTOQUE.
           SELECT ARQ-PRODUTOS ASSIGN TO PRODUTOS
               FILE STATUS IS WK-FS-PRODUTOS.
           SELECT ARQ-ESTADOS  ASSIGN TO ESTADOS
               FILE STATUS IS WK-FS-ESTADOS.
           SELECT ARQ-KARDEX   ASSIGN TO KARDEX
               FILE STATUS IS WK-FS-KARDEX.
           SELECT ARQ-RELESTQ  ASSIGN TO RELESTQ
               FILE STATUS IS WK-FS-RELESTQ.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-ENTRADAS
            RECORDING MODE IS F.
           COPY ENTREST.
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
       FD   ARQ-ESTOQUE.
           COPY ESTOQUE.
       FD   ARQ-PRODUTOS
            RECORDING MODE IS F.
           COPY PRODUTO.
       FD   ARQ-ESTADOS
            RECORDING MODE IS F.
           COPY ESTADO.
       FD   ARQ-KARDEX
            RECORDING MODE IS F.
           COPY KARDEX.
       FD   ARQ-RELESTQ
            RECORDING MODE IS F.
       01  REG-RELESTQ              PIC X(100).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-ENTRADAS    PIC XX             VALUE SPACES.
       77  WK-FS-VENDAS3N    PIC XX             VALUE SPACES.
       77  WK-FS-ESTOQUE     PIC XX             VALUE SPACES.
       77  WK-FS-PRODUTOS    PIC XX             VALUE SPACES.
       77  WK-FS-ESTADOS     PIC XX             VALUE SPACES.
       77  WK-FS-KARDEX      PIC XX             VALUE SPACES.
       77  WK-FS-RELESTQ     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-ENTRADAS   PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-VENDAS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DEVOLUCOES PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-NEGATIVOS  PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-INCLUIDOS  PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-CRITICA        PIC X(41)          VALUE SPACES.
       77  WK-REG-NOVO       PIC X(01)          VALUE 'N'.
       77  WK-CHAVE-ESTOQUE  PIC X(05)          VALUE SPACES.
       77  WK-TIPO-KARDEX    PIC X(01)          VALUE SPACES.
       77  WK-DOC-KARDEX     PIC 9(06)          VALUE ZEROS.
       77  WK-QTDE-MOVTO     PIC S9(7)          VALUE ZEROS.
       77  WK-CUSTO-MOVTO    PIC 9(5)V9(4)      VALUE ZEROS.
       77  WK-VALOR-ESTOQUE  PIC S9(13)V9(4)    VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    CODIGOS DOS MESTRES, PARA A CRITICA DAS ENTRADAS
       01  TABELA-PRODUTOS.
           05 PRD-ENTRADA            OCCURS 999 TIMES.
              10 PRD-TAB-CODIGO      PIC 9(3).
       77  WK-TOT-PRODUTOS   PIC 9(03)          VALUE ZEROS.
       77  WK-IND-PRD        PIC 9(04)          VALUE ZEROS.
       01  TABELA-ESTADOS.
           05 UF-ENTRADA             OCCURS 30 TIMES.
              10 UF-TAB-CODIGO       PIC XX.
       77  WK-TOT-ESTADOS    PIC 99             VALUE ZEROS.
       77  WK-IND-UF         PIC 99             VALUE ZEROS.
      *
       01  WK-LINHA-DETALHE.
           05 WK-LINHA-TIPO        PIC X(01).
           05 FILLER               PIC X(09)     VALUE ' PRODUTO '.
           05 WK-LINHA-PRODUTO     PIC 9(3).
           05 FILLER               PIC X(04)     VALUE ' UF '.
           05 WK-LINHA-ESTADO      PIC XX.
           05 FILLER               PIC X(05)     VALUE ' DOC '.
           05 WK-LINHA-DOCUMENTO   PIC 9(6).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-QTDE        PIC -Z.ZZZ.ZZ9.
           05 FILLER               PIC X(07)     VALUE ' SALDO '.
           05 WK-LINHA-SALDO       PIC -Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(41).
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR-ENTRADA
               UNTIL WK-FS-ENTRADAS = '10'.
           PERFORM 221-PROCESSAR-VENDA
               UNTIL WK-FS-VENDAS3N = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-ENTRADAS.
           IF WK-FS-ENTRADAS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-ENTRADAS
                       ' NO COMANDO OPEN ENTRADAS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
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
           OPEN I-O    ARQ-ESTOQUE.
           IF WK-FS-ESTOQUE NOT = '00'
               DISPLAY 'ERRO ' WK-FS-ESTOQUE
                       ' NO COMANDO OPEN ESTOQUE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ARQ-KARDEX.
           IF WK-FS-KARDEX NOT = '00'
               DISPLAY 'ERRO ' WK-FS-KARDEX
                       ' NO COMANDO OPEN KARDEX'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELESTQ.
           PERFORM 110-CARREGAR-PRODUTOS.
           PERFORM 120-CARREGAR-ESTADOS.
           PERFORM 301-LER-ENTRADAS.
           PERFORM 311-LER-VENDAS3N.
       110-CARREGAR-PRODUTOS.
           OPEN INPUT ARQ-PRODUTOS.
           IF WK-FS-PRODUTOS NOT = '00'
               DISPLAY 'ARQUIVO PRODUTOS NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 112-LER-PRODUTO.
           PERFORM 111-ACUMULAR-PRODUTO
               UNTIL WK-FS-PRODUTOS = '10'.
           CLOSE ARQ-PRODUTOS.
       111-ACUMULAR-PRODUTO.
           IF WK-TOT-PRODUTOS >= 999
               DISPLAY 'TABELA DE PRODUTOS CHEIA (MAXIMO 999 '
                       'REGISTROS) - LANCAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-PRODUTOS.
           MOVE FD-PRD-CODIGO TO PRD-TAB-CODIGO(WK-TOT-PRODUTOS).
           PERFORM 112-LER-PRODUTO.
       112-LER-PRODUTO.
           READ ARQ-PRODUTOS
               AT END
                   MOVE '10' TO WK-FS-PRODUTOS
           END-READ.
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
               DISPLAY 'TABELA DE ESTADOS CHEIA (MAXIMO 30 '
                       'REGISTROS) - LANCAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-ESTADOS.
           MOVE FD-UF-CODIGO TO UF-TAB-CODIGO(WK-TOT-ESTADOS).
           PERFORM 122-LER-ESTADO.
       122-LER-ESTADO.
           READ ARQ-ESTADOS
               AT END
                   MOVE '10' TO WK-FS-ESTADOS
           END-READ.
      ***************************************
       200-PROCESSAR SECTION.
      *
      *    ENTRADA DE MERCADORIA: SOMA AO SALDO E REFAZ O
      *    CUSTO MEDIO PONDERADO
       201-PROCESSAR-ENTRADA.
           ADD 1 TO WK-REGS-LIDOS.
           PERFORM 205-CRITICAR-ENTRADA.
           IF WK-CRITICA NOT = SPACES
               ADD 1 TO WK-TOT-REJEITADOS
               MOVE 'E'              TO WK-LINHA-TIPO
               MOVE FD-ENT-PRODUTO   TO WK-LINHA-PRODUTO
               MOVE FD-ENT-ESTADO    TO WK-LINHA-ESTADO
               MOVE FD-ENT-DOCUMENTO TO WK-LINHA-DOCUMENTO
               MOVE ZEROS            TO WK-LINHA-QTDE
                                        WK-LINHA-SALDO
               IF FD-ENT-QTDE NUMERIC
                   MOVE FD-ENT-QTDE  TO WK-LINHA-QTDE
               END-IF
               MOVE WK-CRITICA       TO WK-LINHA-SITUACAO
               WRITE REG-RELESTQ FROM WK-LINHA-DETALHE
           ELSE
               ADD 1 TO WK-TOT-ENTRADAS
               MOVE FD-ENT-PRODUTO    TO FD-EST-PRODUTO
               MOVE FD-ENT-ESTADO     TO FD-EST-ESTADO
               PERFORM 250-LER-ESTOQUE
               PERFORM 210-CALCULAR-CUSTO-MEDIO
               ADD FD-ENT-QTDE        TO FD-EST-SALDO
               MOVE 'E'               TO WK-TIPO-KARDEX
               MOVE FD-ENT-DOCUMENTO  TO WK-DOC-KARDEX
               MOVE FD-ENT-QTDE       TO WK-QTDE-MOVTO
               MOVE FD-ENT-CUSTO-UNIT TO WK-CUSTO-MOVTO
               PERFORM 260-GRAVAR-ESTOQUE
           END-IF.
           PERFORM 301-LER-ENTRADAS.
       205-CRITICAR-ENTRADA.
           MOVE SPACES TO WK-CRITICA.
           EVALUATE TRUE
               WHEN FD-ENT-PRODUTO NOT NUMERIC
                   MOVE 'REJEITADO - PRODUTO INVALIDO' TO WK-CRITICA
               WHEN FD-ENT-DOCUMENTO NOT NUMERIC
                   MOVE 'REJEITADO - NOTA DO FORNECEDOR INVALIDA'
                        TO WK-CRITICA
               WHEN FD-ENT-QTDE NOT NUMERIC
                OR FD-ENT-QTDE = ZEROS
                   MOVE 'REJEITADO - QUANTIDADE INVALIDA'
                        TO WK-CRITICA
               WHEN FD-ENT-CUSTO-UNIT NOT NUMERIC
                OR FD-ENT-CUSTO-UNIT = ZEROS
                   MOVE 'REJEITADO - CUSTO UNITARIO INVALIDO'
                        TO WK-CRITICA
               WHEN OTHER
                   PERFORM 206-PROCURAR-PRODUTO
                   IF ITEM-NAO-ACHADO
                       MOVE 'REJEITADO - PRODUTO NAO CADASTRADO'
                            TO WK-CRITICA
                   ELSE
                       PERFORM 207-PROCURAR-ESTADO
                       IF ITEM-NAO-ACHADO
                           MOVE 'REJEITADO - UF NAO CADASTRADA'
                                TO WK-CRITICA
                       END-IF
                   END-IF
           END-EVALUATE.
       206-PROCURAR-PRODUTO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-PRD FROM 1 BY 1
                   UNTIL WK-IND-PRD > WK-TOT-PRODUTOS
                   OR ITEM-ACHADO
               IF PRD-TAB-CODIGO(WK-IND-PRD) = FD-ENT-PRODUTO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
       207-PROCURAR-ESTADO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-UF FROM 1 BY 1
                   UNTIL WK-IND-UF > WK-TOT-ESTADOS
                   OR ITEM-ACHADO
               IF UF-TAB-CODIGO(WK-IND-UF) = FD-ENT-ESTADO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
      *
      *    CUSTO MEDIO = (SALDO X CUSTO MEDIO + QTDE X CUSTO DA
      *    ENTRADA) / (SALDO + QTDE). SALDO ZERADO OU NEGATIVO
      *    NAO TEM VALOR A PONDERAR: VALE O CUSTO DA ENTRADA
       210-CALCULAR-CUSTO-MEDIO.
           IF FD-EST-SALDO NOT > ZEROS
               MOVE FD-ENT-CUSTO-UNIT TO FD-EST-CUSTO-MEDIO
           ELSE
               COMPUTE WK-VALOR-ESTOQUE =
                       FD-EST-SALDO * FD-EST-CUSTO-MEDIO
                     + FD-ENT-QTDE  * FD-ENT-CUSTO-UNIT
               COMPUTE FD-EST-CUSTO-MEDIO ROUNDED =
                       WK-VALOR-ESTOQUE
                     / (FD-EST-SALDO + FD-ENT-QTDE)
           END-IF.
      *
      *    VENDA BAIXA O SALDO, DEVOLUCAO DEVOLVE; AMBAS AO
      *    CUSTO MEDIO DO DEPOSITO
       221-PROCESSAR-VENDA.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-PRODUTO         TO FD-EST-PRODUTO.
           MOVE FD-ESTADO          TO FD-EST-ESTADO.
           PERFORM 250-LER-ESTOQUE.
           MOVE FD-TIPO-TRANS      TO WK-TIPO-KARDEX.
           MOVE FD-NOTA            TO WK-DOC-KARDEX.
           MOVE FD-EST-CUSTO-MEDIO TO WK-CUSTO-MOVTO.
           IF FD-TRANS-VENDA
               ADD 1 TO WK-TOT-VENDAS
               COMPUTE WK-QTDE-MOVTO = 0 - FD-QUANTIDADE
           ELSE
               ADD 1 TO WK-TOT-DEVOLUCOES
               MOVE FD-QUANTIDADE TO WK-QTDE-MOVTO
           END-IF.
           ADD WK-QTDE-MOVTO TO FD-EST-SALDO.
           PERFORM 260-GRAVAR-ESTOQUE.
           IF FD-TRANS-VENDA AND FD-EST-SALDO < ZEROS
               ADD 1 TO WK-TOT-NEGATIVOS
               MOVE FD-TIPO-TRANS  TO WK-LINHA-TIPO
               MOVE FD-PRODUTO     TO WK-LINHA-PRODUTO
               MOVE FD-ESTADO      TO WK-LINHA-ESTADO
               MOVE FD-NOTA        TO WK-LINHA-DOCUMENTO
               MOVE WK-QTDE-MOVTO  TO WK-LINHA-QTDE
               MOVE FD-EST-SALDO   TO WK-LINHA-SALDO
               MOVE 'SALDO NEGATIVO APOS A VENDA'
                    TO WK-LINHA-SITUACAO
               WRITE REG-RELESTQ FROM WK-LINHA-DETALHE
           END-IF.
           PERFORM 311-LER-VENDAS3N.
      *
      *    PRODUTO AINDA SEM REGISTRO NO DEPOSITO: COMECA COM
      *    SALDO, CUSTO, MINIMO E LOTE ZERADOS
       250-LER-ESTOQUE.
           MOVE 'N' TO WK-REG-NOVO.
           READ ARQ-ESTOQUE.
           EVALUATE WK-FS-ESTOQUE
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   MOVE 'S'               TO WK-REG-NOVO
                   MOVE FD-EST-CHAVE      TO WK-CHAVE-ESTOQUE
                   MOVE SPACES            TO REG-ESTOQUE
                   MOVE WK-CHAVE-ESTOQUE  TO FD-EST-CHAVE
                   MOVE ZEROS             TO FD-EST-SALDO
                                             FD-EST-CUSTO-MEDIO
                                             FD-EST-MINIMO
                                             FD-EST-LOTE-REPOSICAO
                                             FD-EST-DATA-CONTAGEM
                   MOVE 'ALUNO199'        TO FD-EST-OPERADOR
                   MOVE WK-DATA-EXEC      TO FD-EST-DATA-ACAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-ESTOQUE
                           ' NO COMANDO READ ESTOQUE - CHAVE '
                           FD-EST-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    GRAVA O DEPOSITO E O KARDEX DO LANCAMENTO
       260-GRAVAR-ESTOQUE.
           MOVE WK-DATA-EXEC TO FD-EST-DATA-ULT-MOVTO.
           IF WK-REG-NOVO = 'S'
               ADD 1 TO WK-TOT-INCLUIDOS
               WRITE REG-ESTOQUE
           ELSE
               REWRITE REG-ESTOQUE
           END-IF.
           IF WK-FS-ESTOQUE NOT = '00'
               DISPLAY 'ERRO ' WK-FS-ESTOQUE
                       ' NA GRAVACAO DO ESTOQUE - CHAVE '
                       FD-EST-CHAVE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES             TO REG-KARDEX.
           MOVE FD-EST-PRODUTO     TO FD-KDX-PRODUTO.
           MOVE FD-EST-ESTADO      TO FD-KDX-ESTADO.
           MOVE WK-DATA-EXEC       TO FD-KDX-DATA.
           MOVE WK-TIPO-KARDEX     TO FD-KDX-TIPO.
           MOVE WK-DOC-KARDEX      TO FD-KDX-DOCUMENTO.
           MOVE WK-QTDE-MOVTO      TO FD-KDX-QTDE.
           MOVE WK-CUSTO-MOVTO     TO FD-KDX-CUSTO-UNIT.
           MOVE FD-EST-SALDO       TO FD-KDX-SALDO-APOS.
           MOVE FD-EST-CUSTO-MEDIO TO FD-KDX-CUSTO-MED-APOS.
           MOVE 'ALUNO199'         TO FD-KDX-PROGRAMA.
           WRITE REG-KARDEX.
           IF WK-FS-KARDEX NOT = '00'
               DISPLAY 'ERRO ' WK-FS-KARDEX
                       ' NO COMANDO WRITE KARDEX'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ***************************************
       300-LER SECTION.
       301-LER-ENTRADAS.
           READ ARQ-ENTRADAS.
           EVALUATE WK-FS-ENTRADAS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-ENTRADAS
                           ' NO COMANDO READ ENTRADAS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       311-LER-VENDAS3N.
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
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'REGISTROS LIDOS           = ' WK-REGS-LIDOS.
           DISPLAY 'ENTRADAS LANCADAS         = ' WK-TOT-ENTRADAS.
           DISPLAY 'ENTRADAS REJEITADAS       = ' WK-TOT-REJEITADOS.
           DISPLAY 'VENDAS LANCADAS           = ' WK-TOT-VENDAS.
           DISPLAY 'DEVOLUCOES LANCADAS       = ' WK-TOT-DEVOLUCOES.
           DISPLAY 'VENDAS COM SALDO NEGATIVO = ' WK-TOT-NEGATIVOS.
           DISPLAY 'DEPOSITOS INCLUIDOS       = ' WK-TOT-INCLUIDOS.
           IF WK-TOT-REJEITADOS > 0 OR WK-TOT-NEGATIVOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-ENTRADAS.
           CLOSE ARQ-VENDAS3N.
           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-KARDEX.
           CLOSE ARQ-RELESTQ.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO199'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
