       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO201.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DO CADASTRO DE ESTOQUE POR        *
      *    PRODUTO E DEPOSITO (UF) E AJUSTE DA CONTAGEM *
      *    FISICA, DIRIGIDOS PELO ARQUIVO MOVESTQ. O    *
      *    OPERADOR DO CARTAO SYSIN PRECISA DA FUNCAO   *
      *    DE ESTOQUE NO OPERSEC. FUNCOES:              *
      *      I = INCLUSAO DO PRODUTO NO DEPOSITO        *
      *          (PRODUTO NO MESTRE PRODUTOS, UF NO     *
      *          ARQUIVO ESTADOS) COM SALDO ZERO,       *
      *          MINIMO E LOTE DE REPOSICAO             *
      *      A = ALTERACAO DO MINIMO E DO LOTE          *
      *      C = CONTAGEM FISICA: O SALDO PASSA A SER   *
      *          A QUANTIDADE CONTADA E A DIFERENCA     *
      *          (CONTADO MENOS SALDO) SAI NO KARDEX    *
      *          COMO AJUSTE AO CUSTO MEDIO E NO        *
      *          RELMANUT EM QUANTIDADE E VALOR (SOBRA  *
      *          OU FALTA). DATA DA CONTAGEM ZERADA =   *
      *          DATA DA EXECUCAO; NAO PODE SER FUTURA  *
      *    FORA DA CONTAGEM O SALDO E O CUSTO MEDIO SO  *
      *    SAO MOVIDOS PELO LANCAMENTO DO ALUNO199      *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVESTQ  ASSIGN TO MOVESTQ
               FILE STATUS IS WK-FS-MOVESTQ.
           SELECT ARQ-ESTOQUE  ASSIGN TO ESTOQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-EST-CHAVE
               FILE STATUS IS WK-FS-ESTOQUE.
           SELECT ARQ-OPERSEC  ASSIGN TO OPERSEC
               FILE STATUS IS WK-FS-OPERSEC.
           SELECT ARQ-PRODUTOS ASSIGN TO PRODUTOS
               FILE STATUS IS WK-FS-PRODUTOS.
           SELECT ARQ-ESTADOS  ASSIGN TO ESTADOS
               FILE STATUS IS WK-FS-ESTADOS.
           SELECT ARQ-KARDEX   ASSIGN TO KARDEX
               FILE STATUS IS WK-FS-KARDEX.
           SELECT ARQ-RELMANUT ASSIGN TO RELMANUT
               FILE STATUS IS WK-FS-RELMANUT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-MOVESTQ
            RECORDING MODE IS F.
           COPY MOVESTQ.
       FD   ARQ-ESTOQUE.
           COPY ESTOQUE.
       FD   ARQ-OPERSEC
            RECORDING MODE IS F.
           COPY OPERSEC.
       FD   ARQ-PRODUTOS
            RECORDING MODE IS F.
           COPY PRODUTO.
       FD   ARQ-ESTADOS
            RECORDING MODE IS F.
           COPY ESTADO.
       FD   ARQ-KARDEX
            RECORDING MODE IS F.
           COPY KARDEX.
       FD   ARQ-RELMANUT
            RECORDING MODE IS F.
       01  REG-RELMANUT             PIC X(100).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-MOVESTQ     PIC XX             VALUE SPACES.
       77  WK-FS-ESTOQUE     PIC XX             VALUE SPACES.
       77  WK-FS-OPERSEC     PIC XX             VALUE SPACES.
       77  WK-FS-PRODUTOS    PIC XX             VALUE SPACES.
       77  WK-FS-ESTADOS     PIC XX             VALUE SPACES.
       77  WK-FS-KARDEX      PIC XX             VALUE SPACES.
       77  WK-FS-RELMANUT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-INCLUSOES  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ALTERACOES PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-CONTAGENS  PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE SPACES.
       77  WK-PODE-ESTOQUE   PIC X(01)          VALUE 'N'.
       77  WK-CRITICA        PIC X(45)          VALUE SPACES.
       77  WK-DATA-CONTAGEM  PIC 9(8)           VALUE ZEROS.
       77  WK-SALDO-ANTERIOR PIC S9(7)          VALUE ZEROS.
       77  WK-DIFERENCA      PIC S9(7)          VALUE ZEROS.
       77  WK-VALOR-DIFERENCA PIC S9(11)V99     VALUE ZEROS.
       77  WK-TOT-SOBRAS     PIC S9(11)V99      VALUE ZEROS.
       77  WK-TOT-FALTAS     PIC S9(11)V99      VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    CODIGOS DOS MESTRES, PARA A CRITICA DA INCLUSAO
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
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(09)     VALUE ' PRODUTO '.
           05 WK-LINHA-PRODUTO     PIC 9(3).
           05 FILLER               PIC X(04)     VALUE ' UF '.
           05 WK-LINHA-ESTADO      PIC XX.
           05 FILLER               PIC X(08)     VALUE ' MINIMO '.
           05 WK-LINHA-MINIMO      PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(06)     VALUE ' LOTE '.
           05 WK-LINHA-LOTE        PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(41).
       01  WK-LINHA-CONTAGEM.
           05 FILLER               PIC X(09)     VALUE SPACES.
           05 FILLER               PIC X(07)     VALUE 'SALDO '.
           05 WK-LC-SALDO          PIC -Z.ZZZ.ZZ9.
           05 FILLER               PIC X(09)     VALUE ' CONTADO '.
           05 WK-LC-CONTADO        PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(11)     VALUE ' DIFERENCA '.
           05 WK-LC-DIFERENCA      PIC -Z.ZZZ.ZZ9.
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LC-VALOR          PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(14)     VALUE SPACES.
       01  WK-LINHA-TOTAIS.
           05 FILLER               PIC X(35)     VALUE
              'DIFERENCAS DE CONTAGEM  -  SOBRAS: '.
           05 WK-LT-SOBRAS         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(10)     VALUE '  FALTAS: '.
           05 WK-LT-FALTAS         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(19)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVESTQ = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-OPERADOR FROM SYSIN.
           IF WK-OPERADOR = SPACES
               DISPLAY 'OPERADOR NAO INFORMADO NO CARTAO SYSIN - '
                       'MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 105-VALIDAR-OPERADOR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-MOVESTQ.
           EVALUATE WK-FS-MOVESTQ
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVESTQ NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVESTQ
                           ' NO COMANDO OPEN MOVESTQ'
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
           OPEN OUTPUT ARQ-RELMANUT.
           PERFORM 110-CARREGAR-PRODUTOS.
           PERFORM 120-CARREGAR-ESTADOS.
           PERFORM 301-LER-MOVESTQ.
      *
      *    AUTORIZACAO DO OPERADOR: FUNCAO DE ESTOQUE NO OPERSEC
       105-VALIDAR-OPERADOR.
           OPEN INPUT ARQ-OPERSEC.
           IF WK-FS-OPERSEC NOT = '00'
               DISPLAY 'ARQUIVO OPERSEC NAO ENCONTRADO - '
                       'MANUTENCAO NAO AUTORIZADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 107-LER-OPERSEC.
           PERFORM 106-PROCURAR-OPERADOR
               UNTIL WK-FS-OPERSEC = '10'.
           CLOSE ARQ-OPERSEC.
           IF WK-PODE-ESTOQUE NOT = 'S'
               DISPLAY 'OPERADOR ' WK-OPERADOR
                       ' SEM AUTORIZACAO PARA O ESTOQUE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       106-PROCURAR-OPERADOR.
           IF FD-SEC-OPERADOR = WK-OPERADOR
               MOVE FD-SEC-FL-ESTOQUE TO WK-PODE-ESTOQUE
           END-IF.
           PERFORM 107-LER-OPERSEC.
       107-LER-OPERSEC.
           READ ARQ-OPERSEC
               AT END
                   MOVE '10' TO WK-FS-OPERSEC
           END-READ.
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
                       'REGISTROS) - MANUTENCAO ABORTADA'
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
                       'REGISTROS) - MANUTENCAO ABORTADA'
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
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-MEQ-FUNCAO       TO WK-LINHA-FUNCAO.
           MOVE FD-MEQ-PRODUTO      TO WK-LINHA-PRODUTO.
           MOVE FD-MEQ-ESTADO       TO WK-LINHA-ESTADO.
           MOVE ZEROS               TO WK-LINHA-MINIMO
                                       WK-LINHA-LOTE.
           IF FD-MEQ-MINIMO NUMERIC
               MOVE FD-MEQ-MINIMO         TO WK-LINHA-MINIMO
           END-IF.
           IF FD-MEQ-LOTE-REPOSICAO NUMERIC
               MOVE FD-MEQ-LOTE-REPOSICAO TO WK-LINHA-LOTE
           END-IF.
           EVALUATE TRUE
               WHEN NOT MEQ-INCLUSAO AND NOT MEQ-ALTERACAO
                AND NOT MEQ-CONTAGEM
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN FD-MEQ-PRODUTO NOT NUMERIC
                   MOVE 'REJEITADO - PRODUTO INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN MEQ-INCLUSAO
                   PERFORM 210-INCLUIR
               WHEN OTHER
                   PERFORM 202-LER-ESTOQUE
           END-EVALUATE.
           PERFORM 301-LER-MOVESTQ.
       202-LER-ESTOQUE.
           MOVE FD-MEQ-PRODUTO TO FD-EST-PRODUTO.
           MOVE FD-MEQ-ESTADO  TO FD-EST-ESTADO.
           READ ARQ-ESTOQUE.
           EVALUATE WK-FS-ESTOQUE
               WHEN '00'
                   IF MEQ-ALTERACAO
                       PERFORM 230-ALTERAR
                   ELSE
                       PERFORM 250-AJUSTAR-CONTAGEM
                   END-IF
               WHEN '23'
                   MOVE 'REJEITADO - PRODUTO NAO CADASTRADO NA UF'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-ESTOQUE
                           ' NO COMANDO READ ESTOQUE - CHAVE '
                           FD-EST-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    MINIMO E LOTE DE REPOSICAO NUMERICOS
       206-CRITICAR-NIVEIS.
           MOVE SPACES TO WK-CRITICA.
           EVALUATE TRUE
               WHEN FD-MEQ-MINIMO NOT NUMERIC
                   MOVE 'REJEITADO - ESTOQUE MINIMO INVALIDO'
                        TO WK-CRITICA
               WHEN FD-MEQ-LOTE-REPOSICAO NOT NUMERIC
                   MOVE 'REJEITADO - LOTE DE REPOSICAO INVALIDO'
                        TO WK-CRITICA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    INCLUSAO: PRODUTO NO MESTRE E UF NO ARQUIVO ESTADOS
       210-INCLUIR.
           PERFORM 206-CRITICAR-NIVEIS.
           IF WK-CRITICA = SPACES
               PERFORM 215-PROCURAR-PRODUTO
           END-IF.
           IF WK-CRITICA = SPACES
               PERFORM 220-PROCURAR-ESTADO
           END-IF.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               PERFORM 211-GRAVAR-INCLUSAO
           END-IF.
       211-GRAVAR-INCLUSAO.
           MOVE SPACES                TO REG-ESTOQUE.
           MOVE FD-MEQ-PRODUTO        TO FD-EST-PRODUTO.
           MOVE FD-MEQ-ESTADO         TO FD-EST-ESTADO.
           MOVE ZEROS                 TO FD-EST-SALDO
                                         FD-EST-CUSTO-MEDIO
                                         FD-EST-DATA-ULT-MOVTO
                                         FD-EST-DATA-CONTAGEM.
           MOVE FD-MEQ-MINIMO         TO FD-EST-MINIMO.
           MOVE FD-MEQ-LOTE-REPOSICAO TO FD-EST-LOTE-REPOSICAO.
           MOVE WK-OPERADOR           TO FD-EST-OPERADOR.
           MOVE WK-DATA-EXEC          TO FD-EST-DATA-ACAO.
           WRITE REG-ESTOQUE.
           EVALUATE WK-FS-ESTOQUE
               WHEN '00'
                   ADD 1 TO WK-TOT-INCLUSOES
                   MOVE 'APLICADO - PRODUTO INCLUIDO NA UF'
                        TO WK-LINHA-SITUACAO
                   PERFORM 280-GRAVAR-APLICACAO
               WHEN '22'
                   MOVE 'REJEITADO - PRODUTO JA CADASTRADO NA UF'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-ESTOQUE
                           ' NO COMANDO WRITE ESTOQUE - CHAVE '
                           FD-EST-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       215-PROCURAR-PRODUTO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-PRD FROM 1 BY 1
                   UNTIL WK-IND-PRD > WK-TOT-PRODUTOS
                   OR ITEM-ACHADO
               IF PRD-TAB-CODIGO(WK-IND-PRD) = FD-MEQ-PRODUTO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-NAO-ACHADO
               MOVE 'REJEITADO - PRODUTO NAO CADASTRADO'
                    TO WK-CRITICA
           END-IF.
       220-PROCURAR-ESTADO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-UF FROM 1 BY 1
                   UNTIL WK-IND-UF > WK-TOT-ESTADOS
                   OR ITEM-ACHADO
               IF UF-TAB-CODIGO(WK-IND-UF) = FD-MEQ-ESTADO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-NAO-ACHADO
               MOVE 'REJEITADO - UF NAO CADASTRADA'
                    TO WK-CRITICA
           END-IF.
      *
      *    ALTERACAO: MINIMO E LOTE SAO SUBSTITUIDOS
       230-ALTERAR.
           PERFORM 206-CRITICAR-NIVEIS.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               MOVE FD-MEQ-MINIMO         TO FD-EST-MINIMO
               MOVE FD-MEQ-LOTE-REPOSICAO TO FD-EST-LOTE-REPOSICAO
               MOVE WK-OPERADOR           TO FD-EST-OPERADOR
               MOVE WK-DATA-EXEC          TO FD-EST-DATA-ACAO
               PERFORM 260-REGRAVAR-ESTOQUE
               ADD 1 TO WK-TOT-ALTERACOES
               MOVE 'APLICADO - MINIMO E LOTE ALTERADOS'
                    TO WK-LINHA-SITUACAO
               PERFORM 280-GRAVAR-APLICACAO
           END-IF.
      *
      *    CONTAGEM FISICA: O CONTADO VIRA O SALDO E A
      *    DIFERENCA VAI PARA O KARDEX AO CUSTO MEDIO
       250-AJUSTAR-CONTAGEM.
           MOVE FD-EST-MINIMO         TO WK-LINHA-MINIMO.
           MOVE FD-EST-LOTE-REPOSICAO TO WK-LINHA-LOTE.
           MOVE SPACES TO WK-CRITICA.
           IF FD-MEQ-DATA-CONTAGEM NUMERIC
            AND FD-MEQ-DATA-CONTAGEM NOT = ZEROS
               MOVE FD-MEQ-DATA-CONTAGEM TO WK-DATA-CONTAGEM
           ELSE
               MOVE WK-DATA-EXEC         TO WK-DATA-CONTAGEM
           END-IF.
           EVALUATE TRUE
               WHEN FD-MEQ-QTDE-CONTADA NOT NUMERIC
                   MOVE 'REJEITADO - QUANTIDADE CONTADA INVALIDA'
                        TO WK-CRITICA
               WHEN FD-MEQ-DATA-CONTAGEM NOT NUMERIC
                   MOVE 'REJEITADO - DATA DA CONTAGEM INVALIDA'
                        TO WK-CRITICA
               WHEN WK-DATA-CONTAGEM > WK-DATA-EXEC
                   MOVE 'REJEITADO - DATA DA CONTAGEM FUTURA'
                        TO WK-CRITICA
               WHEN WK-DATA-CONTAGEM < FD-EST-DATA-CONTAGEM
                   MOVE 'REJEITADO - HA CONTAGEM MAIS RECENTE'
                        TO WK-CRITICA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               MOVE FD-EST-SALDO TO WK-SALDO-ANTERIOR
               COMPUTE WK-DIFERENCA =
                       FD-MEQ-QTDE-CONTADA - FD-EST-SALDO
               COMPUTE WK-VALOR-DIFERENCA ROUNDED =
                       WK-DIFERENCA * FD-EST-CUSTO-MEDIO
               IF WK-VALOR-DIFERENCA > ZEROS
                   ADD WK-VALOR-DIFERENCA TO WK-TOT-SOBRAS
               ELSE
                   ADD WK-VALOR-DIFERENCA TO WK-TOT-FALTAS
               END-IF
               MOVE FD-MEQ-QTDE-CONTADA TO FD-EST-SALDO
               MOVE WK-DATA-CONTAGEM    TO FD-EST-DATA-CONTAGEM
               MOVE WK-OPERADOR         TO FD-EST-OPERADOR
               MOVE WK-DATA-EXEC        TO FD-EST-DATA-ACAO
               IF WK-DIFERENCA NOT = ZEROS
                   MOVE WK-DATA-EXEC    TO FD-EST-DATA-ULT-MOVTO
               END-IF
               PERFORM 260-REGRAVAR-ESTOQUE
               IF WK-DIFERENCA NOT = ZEROS
                   PERFORM 255-GRAVAR-KARDEX
               END-IF
               ADD 1 TO WK-TOT-CONTAGENS
               MOVE 'APLICADO - CONTAGEM FISICA AJUSTADA'
                    TO WK-LINHA-SITUACAO
               PERFORM 280-GRAVAR-APLICACAO
               MOVE WK-SALDO-ANTERIOR   TO WK-LC-SALDO
               MOVE FD-MEQ-QTDE-CONTADA TO WK-LC-CONTADO
               MOVE WK-DIFERENCA        TO WK-LC-DIFERENCA
               MOVE WK-VALOR-DIFERENCA  TO WK-LC-VALOR
               WRITE REG-RELMANUT FROM WK-LINHA-CONTAGEM
           END-IF.
       255-GRAVAR-KARDEX.
           MOVE SPACES             TO REG-KARDEX.
           MOVE FD-EST-PRODUTO     TO FD-KDX-PRODUTO.
           MOVE FD-EST-ESTADO      TO FD-KDX-ESTADO.
           MOVE WK-DATA-EXEC       TO FD-KDX-DATA.
           MOVE 'A'                TO FD-KDX-TIPO.
           MOVE ZEROS              TO FD-KDX-DOCUMENTO.
           MOVE WK-DIFERENCA       TO FD-KDX-QTDE.
           MOVE FD-EST-CUSTO-MEDIO TO FD-KDX-CUSTO-UNIT
                                      FD-KDX-CUSTO-MED-APOS.
           MOVE FD-EST-SALDO       TO FD-KDX-SALDO-APOS.
           MOVE 'ALUNO201'         TO FD-KDX-PROGRAMA.
           WRITE REG-KARDEX.
           IF WK-FS-KARDEX NOT = '00'
               DISPLAY 'ERRO ' WK-FS-KARDEX
                       ' NO COMANDO WRITE KARDEX'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       260-REGRAVAR-ESTOQUE.
           REWRITE REG-ESTOQUE.
           IF WK-FS-ESTOQUE NOT = '00'
               DISPLAY 'ERRO ' WK-FS-ESTOQUE
                       ' NO COMANDO REWRITE ESTOQUE - CHAVE '
                       FD-EST-CHAVE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       280-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
       285-GRAVAR-REJEICAO.
           ADD 1 TO WK-TOT-REJEITADOS.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER-MOVESTQ SECTION.
       301-LER-MOVESTQ.
           READ ARQ-MOVESTQ.
           EVALUATE WK-FS-MOVESTQ
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVESTQ
                           ' NO COMANDO READ MOVESTQ'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE WK-TOT-SOBRAS TO WK-LT-SOBRAS.
           MOVE WK-TOT-FALTAS TO WK-LT-FALTAS.
           WRITE REG-RELMANUT FROM WK-LINHA-TOTAIS.
           DISPLAY 'MOVIMENTOS LIDOS         = ' WK-REGS-LIDOS.
           DISPLAY 'APLICADOS                = ' WK-TOT-APLICADOS.
           DISPLAY 'REJEITADOS               = ' WK-TOT-REJEITADOS.
           DISPLAY 'PRODUTOS INCLUIDOS       = ' WK-TOT-INCLUSOES.
           DISPLAY 'NIVEIS ALTERADOS         = ' WK-TOT-ALTERACOES.
           DISPLAY 'CONTAGENS AJUSTADAS      = ' WK-TOT-CONTAGENS.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-MOVESTQ.
           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-KARDEX.
           CLOSE ARQ-RELMANUT.
           IF WK-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO201'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
