       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO197.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DA TABELA DE PRECOS DE LISTA POR  *
      *    PRODUTO E UF (KSDS PRECOS, CHAVE PRODUTO +   *
      *    UF + INICIO DE VIGENCIA), DIRIGIDA PELO      *
      *    ARQUIVO MOVPRECO. O OPERADOR DO CARTAO SYSIN *
      *    PRECISA DA FUNCAO DE PRECO NO OPERSEC.       *
      *    FUNCOES:                                     *
      *      I = INCLUSAO: PRODUTO NO MESTRE PRODUTOS,  *
      *          UF NO ARQUIVO ESTADOS, PRECO MAIOR QUE *
      *          ZERO E DESCONTO MAXIMO ABAIXO DE 100%  *
      *      A = ALTERACAO DO PRECO E DO DESCONTO       *
      *      E = EXCLUSAO DA VIGENCIA                   *
      *    A VIGENCIA COMECA SEMPRE NO DIA 01 (A NOTA   *
      *    SO TRAZ ANO E MES) E NAO PODE SER ANTERIOR   *
      *    AO MES DA EXECUCAO: AS VIGENCIAS PASSADAS JA *
      *    CRITICARAM NOTAS E SAO A BASE DO RELATORIO   *
      *    DE DESCONTOS, ENTAO NAO SE MEXE NELAS. PRECO *
      *    NOVO ENTRA COMO VIGENCIA NOVA                *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVPRECO ASSIGN TO MOVPRECO
               FILE STATUS IS WK-FS-MOVPRECO.
           SELECT ARQ-PRECOS   ASSIGN TO PRECOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-PRC-CHAVE
               FILE STATUS IS WK-FS-PRECOS.
           SELECT ARQ-OPERSEC  ASSIGN TO OPERSEC
               FILE STATUS IS WK-FS-OPERSEC.
           SELECT ARQ-PRODUTOS ASSIGN TO PRODUTOS
               FILE STATUS IS WK-FS-PRODUTOS.
           SELECT ARQ-ESTADOS  ASSIGN TO ESTADOS
               FILE STATUS IS WK-FS-ESTADOS.
           SELECT ARQ-RELMANUT ASSIGN TO RELMANUT
               FILE STATUS IS WK-FS-RELMANUT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-MOVPRECO
            RECORDING MODE IS F.
           COPY MOVPRECO.
       FD   ARQ-PRECOS.
           COPY PRECOLST.
       FD   ARQ-OPERSEC
            RECORDING MODE IS F.
           COPY OPERSEC.
       FD   ARQ-PRODUTOS
            RECORDING MODE IS F.
           COPY PRODUTO.
       FD   ARQ-ESTADOS
            RECORDING MODE IS F.
           COPY ESTADO.
       FD   ARQ-RELMANUT
            RECORDING MODE IS F.
       01  REG-RELMANUT             PIC X(100).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-MOVPRECO    PIC XX             VALUE SPACES.
       77  WK-FS-PRECOS      PIC XX             VALUE SPACES.
       77  WK-FS-OPERSEC     PIC XX             VALUE SPACES.
       77  WK-FS-PRODUTOS    PIC XX             VALUE SPACES.
       77  WK-FS-ESTADOS     PIC XX             VALUE SPACES.
       77  WK-FS-RELMANUT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-INCLUSOES  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ALTERACOES PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-EXCLUSOES  PIC 9(05)          VALUE ZEROS.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANOMES        PIC 9(6).
           05 WK-EXE-DIA           PIC 99.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE SPACES.
       77  WK-PODE-PRECO     PIC X(01)          VALUE 'N'.
       77  WK-CRITICA        PIC X(45)          VALUE SPACES.
       77  WK-MES-VIGENCIA   PIC 99             VALUE ZEROS.
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
           05 FILLER               PIC X(10)     VALUE ' VIGENCIA '.
           05 WK-LINHA-VIGENCIA    PIC 9(8).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-PRECO       PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-DESCONTO    PIC Z9,99.
           05 FILLER               PIC X(02)     VALUE '% '.
           05 WK-LINHA-SITUACAO    PIC X(38).
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVPRECO = '10'.
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
           OPEN INPUT  ARQ-MOVPRECO.
           EVALUATE WK-FS-MOVPRECO
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVPRECO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVPRECO
                           ' NO COMANDO OPEN MOVPRECO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN I-O    ARQ-PRECOS.
           IF WK-FS-PRECOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-PRECOS
                       ' NO COMANDO OPEN PRECOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELMANUT.
           PERFORM 110-CARREGAR-PRODUTOS.
           PERFORM 120-CARREGAR-ESTADOS.
           PERFORM 301-LER-MOVPRECO.
      *
      *    AUTORIZACAO DO OPERADOR: FUNCAO DE PRECO NO OPERSEC
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
           IF WK-PODE-PRECO NOT = 'S'
               DISPLAY 'OPERADOR ' WK-OPERADOR
                       ' SEM AUTORIZACAO PARA A TABELA DE PRECOS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       106-PROCURAR-OPERADOR.
           IF FD-SEC-OPERADOR = WK-OPERADOR
               MOVE FD-SEC-FL-PRECO TO WK-PODE-PRECO
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
           MOVE FD-MPR-FUNCAO       TO WK-LINHA-FUNCAO.
           MOVE FD-MPR-PRODUTO      TO WK-LINHA-PRODUTO.
           MOVE FD-MPR-ESTADO       TO WK-LINHA-ESTADO.
           MOVE FD-MPR-VIGENCIA     TO WK-LINHA-VIGENCIA.
           MOVE ZEROS               TO WK-LINHA-PRECO
                                       WK-LINHA-DESCONTO.
           IF FD-MPR-PRECO-LISTA NUMERIC
               MOVE FD-MPR-PRECO-LISTA  TO WK-LINHA-PRECO
           END-IF.
           IF FD-MPR-DESCONTO-MAX NUMERIC
               MOVE FD-MPR-DESCONTO-MAX TO WK-LINHA-DESCONTO
           END-IF.
           PERFORM 205-CRITICAR-VIGENCIA.
           EVALUATE TRUE
               WHEN NOT MPR-INCLUSAO AND NOT MPR-ALTERACAO
                AND NOT MPR-EXCLUSAO
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN FD-MPR-PRODUTO NOT NUMERIC
                   MOVE 'REJEITADO - PRODUTO INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN WK-CRITICA NOT = SPACES
                   MOVE WK-CRITICA TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN MPR-INCLUSAO
                   PERFORM 210-INCLUIR
               WHEN OTHER
                   PERFORM 202-LER-PRECOS
           END-EVALUATE.
           PERFORM 301-LER-MOVPRECO.
       202-LER-PRECOS.
           MOVE FD-MPR-PRODUTO  TO FD-PRC-PRODUTO.
           MOVE FD-MPR-ESTADO   TO FD-PRC-ESTADO.
           MOVE FD-MPR-VIGENCIA TO FD-PRC-VIGENCIA.
           READ ARQ-PRECOS.
           EVALUATE WK-FS-PRECOS
               WHEN '00'
                   IF MPR-ALTERACAO
                       PERFORM 230-ALTERAR
                   ELSE
                       PERFORM 250-EXCLUIR
                   END-IF
               WHEN '23'
                   MOVE 'REJEITADO - VIGENCIA NAO CADASTRADA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PRECOS
                           ' NO COMANDO READ PRECOS - CHAVE '
                           FD-PRC-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    VIGENCIA AAAAMM01, NAO ANTERIOR AO MES DA EXECUCAO
       205-CRITICAR-VIGENCIA.
           MOVE SPACES TO WK-CRITICA.
           IF FD-MPR-VIGENCIA NOT NUMERIC
               MOVE 'REJEITADO - VIGENCIA INVALIDA' TO WK-CRITICA
           ELSE
               MOVE FD-MPR-VIG-ANOMES(5:2) TO WK-MES-VIGENCIA
               EVALUATE TRUE
                   WHEN WK-MES-VIGENCIA < 1 OR WK-MES-VIGENCIA > 12
                    OR FD-MPR-VIG-DIA NOT = 01
                       MOVE 'REJEITADO - VIGENCIA DEVE SER AAAAMM01'
                            TO WK-CRITICA
                   WHEN FD-MPR-VIG-ANOMES < WK-EXE-ANOMES
                       MOVE 'REJEITADO - VIGENCIA JA PASSADA'
                            TO WK-CRITICA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
      *    PRECO MAIOR QUE ZERO E DESCONTO MAXIMO ABAIXO DE 100%
       206-CRITICAR-VALORES.
           EVALUATE TRUE
               WHEN FD-MPR-PRECO-LISTA NOT NUMERIC
                OR FD-MPR-PRECO-LISTA = ZEROS
                   MOVE 'REJEITADO - PRECO DE LISTA INVALIDO'
                        TO WK-CRITICA
               WHEN FD-MPR-DESCONTO-MAX NOT NUMERIC
                   MOVE 'REJEITADO - DESCONTO MAXIMO INVALIDO'
                        TO WK-CRITICA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    INCLUSAO: PRODUTO NO MESTRE E UF NO ARQUIVO ESTADOS
       210-INCLUIR.
           PERFORM 206-CRITICAR-VALORES.
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
           MOVE SPACES              TO REG-PRECOS.
           MOVE FD-MPR-PRODUTO      TO FD-PRC-PRODUTO.
           MOVE FD-MPR-ESTADO       TO FD-PRC-ESTADO.
           MOVE FD-MPR-VIGENCIA     TO FD-PRC-VIGENCIA.
           MOVE FD-MPR-PRECO-LISTA  TO FD-PRC-PRECO-LISTA.
           MOVE FD-MPR-DESCONTO-MAX TO FD-PRC-DESCONTO-MAX.
           MOVE WK-OPERADOR         TO FD-PRC-OPERADOR.
           MOVE WK-DATA-EXEC        TO FD-PRC-DATA-ACAO.
           WRITE REG-PRECOS.
           EVALUATE WK-FS-PRECOS
               WHEN '00'
                   ADD 1 TO WK-TOT-INCLUSOES
                   MOVE 'APLICADO - PRECO INCLUIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 280-GRAVAR-APLICACAO
               WHEN '22'
                   MOVE 'REJEITADO - VIGENCIA JA CADASTRADA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PRECOS
                           ' NO COMANDO WRITE PRECOS - CHAVE '
                           FD-PRC-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       215-PROCURAR-PRODUTO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-PRD FROM 1 BY 1
                   UNTIL WK-IND-PRD > WK-TOT-PRODUTOS
                   OR ITEM-ACHADO
               IF PRD-TAB-CODIGO(WK-IND-PRD) = FD-MPR-PRODUTO
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
               IF UF-TAB-CODIGO(WK-IND-UF) = FD-MPR-ESTADO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-NAO-ACHADO
               MOVE 'REJEITADO - UF NAO CADASTRADA'
                    TO WK-CRITICA
           END-IF.
      *
      *    ALTERACAO: PRECO E DESCONTO SAO SUBSTITUIDOS
       230-ALTERAR.
           PERFORM 206-CRITICAR-VALORES.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               MOVE FD-MPR-PRECO-LISTA  TO FD-PRC-PRECO-LISTA
               MOVE FD-MPR-DESCONTO-MAX TO FD-PRC-DESCONTO-MAX
               MOVE WK-OPERADOR         TO FD-PRC-OPERADOR
               MOVE WK-DATA-EXEC        TO FD-PRC-DATA-ACAO
               REWRITE REG-PRECOS
               IF WK-FS-PRECOS NOT = '00'
                   DISPLAY 'ERRO ' WK-FS-PRECOS
                           ' NO COMANDO REWRITE PRECOS - CHAVE '
                           FD-PRC-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-ALTERACOES
               MOVE 'APLICADO - PRECO ALTERADO'
                    TO WK-LINHA-SITUACAO
               PERFORM 280-GRAVAR-APLICACAO
           END-IF.
       250-EXCLUIR.
           DELETE ARQ-PRECOS.
           IF WK-FS-PRECOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-PRECOS
                       ' NO COMANDO DELETE PRECOS - CHAVE '
                       FD-PRC-CHAVE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-EXCLUSOES.
           MOVE 'APLICADO - VIGENCIA EXCLUIDA'
                TO WK-LINHA-SITUACAO.
           PERFORM 280-GRAVAR-APLICACAO.
       280-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
       285-GRAVAR-REJEICAO.
           ADD 1 TO WK-TOT-REJEITADOS.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER-MOVPRECO SECTION.
       301-LER-MOVPRECO.
           READ ARQ-MOVPRECO.
           EVALUATE WK-FS-MOVPRECO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVPRECO
                           ' NO COMANDO READ MOVPRECO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'MOVIMENTOS LIDOS         = ' WK-REGS-LIDOS.
           DISPLAY 'APLICADOS                = ' WK-TOT-APLICADOS.
           DISPLAY 'REJEITADOS               = ' WK-TOT-REJEITADOS.
           DISPLAY 'PRECOS INCLUIDOS         = ' WK-TOT-INCLUSOES.
           DISPLAY 'PRECOS ALTERADOS         = ' WK-TOT-ALTERACOES.
           DISPLAY 'VIGENCIAS EXCLUIDAS      = ' WK-TOT-EXCLUSOES.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-MOVPRECO.
           CLOSE ARQ-PRECOS.
           CLOSE ARQ-RELMANUT.
           IF WK-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO197'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
