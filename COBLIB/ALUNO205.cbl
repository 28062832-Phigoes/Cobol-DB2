       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO205.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DA TABELA DE CUSTO UNITARIO POR   *
      *    PRODUTO (KSDS CUSTOS, CHAVE PRODUTO + INICIO *
      *    DE VIGENCIA), DIRIGIDA PELO ARQUIVO          *
      *    MOVCUSTO, PARA OS PRODUTOS QUE NAO TEM CUSTO *
      *    MEDIO NO ESTOQUE. O OPERADOR DO CARTAO SYSIN *
      *    PRECISA DA FUNCAO DE PRECO NO OPERSEC.       *
      *    FUNCOES:                                     *
      *      I = INCLUSAO: PRODUTO NO MESTRE PRODUTOS E *
      *          CUSTO MAIOR QUE ZERO                   *
      *      A = ALTERACAO DO CUSTO                     *
      *      E = EXCLUSAO DA VIGENCIA                   *
      *    A VIGENCIA COMECA SEMPRE NO DIA 01 E NAO     *
      *    PODE SER ANTERIOR AO MES DA EXECUCAO (AS     *
      *    PASSADAS JA DERAM A MARGEM DOS MESES         *
      *    FECHADOS). A VIGENCIA GRAVADA PELO           *
      *    FECHAMENTO DO CUSTO MEDIO DO ESTOQUE         *
      *    (ALUNO206) NAO E ALTERADA NEM EXCLUIDA AQUI  *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVCUSTO ASSIGN TO MOVCUSTO
               FILE STATUS IS WK-FS-MOVCUSTO.
           SELECT ARQ-CUSTOS   ASSIGN TO CUSTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CST-CHAVE
               FILE STATUS IS WK-FS-CUSTOS.
           SELECT ARQ-OPERSEC  ASSIGN TO OPERSEC
               FILE STATUS IS WK-FS-OPERSEC.
           SELECT ARQ-PRODUTOS ASSIGN TO PRODUTOS
               FILE STATUS IS WK-FS-PRODUTOS.
           SELECT ARQ-RELMANUT ASSIGN TO RELMANUT
               FILE STATUS IS WK-FS-RELMANUT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-MOVCUSTO
            RECORDING MODE IS F.
           COPY MOVCUSTO.
       FD   ARQ-CUSTOS.
           COPY CUSTOPRD.
       FD   ARQ-OPERSEC
            RECORDING MODE IS F.
           COPY OPERSEC.
       FD   ARQ-PRODUTOS
            RECORDING MODE IS F.
           COPY PRODUTO.
       FD   ARQ-RELMANUT
            RECORDING MODE IS F.
       01  REG-RELMANUT             PIC X(100).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-MOVCUSTO    PIC XX             VALUE SPACES.
       77  WK-FS-CUSTOS      PIC XX             VALUE SPACES.
       77  WK-FS-OPERSEC     PIC XX             VALUE SPACES.
       77  WK-FS-PRODUTOS    PIC XX             VALUE SPACES.
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
      *    CODIGOS DO MESTRE, PARA A CRITICA DA INCLUSAO
       01  TABELA-PRODUTOS.
           05 PRD-ENTRADA            OCCURS 999 TIMES.
              10 PRD-TAB-CODIGO      PIC 9(3).
       77  WK-TOT-PRODUTOS   PIC 9(03)          VALUE ZEROS.
       77  WK-IND-PRD        PIC 9(04)          VALUE ZEROS.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(09)     VALUE ' PRODUTO '.
           05 WK-LINHA-PRODUTO     PIC 9(3).
           05 FILLER               PIC X(10)     VALUE ' VIGENCIA '.
           05 WK-LINHA-VIGENCIA    PIC 9(8).
           05 FILLER               PIC X(07)     VALUE ' CUSTO '.
           05 WK-LINHA-CUSTO       PIC ZZ.ZZ9,9999.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(43).
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVCUSTO = '10'.
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
           OPEN INPUT  ARQ-MOVCUSTO.
           EVALUATE WK-FS-MOVCUSTO
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVCUSTO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVCUSTO
                           ' NO COMANDO OPEN MOVCUSTO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN I-O    ARQ-CUSTOS.
           IF WK-FS-CUSTOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CUSTOS
                       ' NO COMANDO OPEN CUSTOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELMANUT.
           PERFORM 110-CARREGAR-PRODUTOS.
           PERFORM 301-LER-MOVCUSTO.
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
                       ' SEM AUTORIZACAO PARA A TABELA DE CUSTOS'
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
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-MCU-FUNCAO       TO WK-LINHA-FUNCAO.
           MOVE FD-MCU-PRODUTO      TO WK-LINHA-PRODUTO.
           MOVE FD-MCU-VIGENCIA     TO WK-LINHA-VIGENCIA.
           MOVE ZEROS               TO WK-LINHA-CUSTO.
           IF FD-MCU-CUSTO-UNIT NUMERIC
               MOVE FD-MCU-CUSTO-UNIT TO WK-LINHA-CUSTO
           END-IF.
           PERFORM 205-CRITICAR-VIGENCIA.
           EVALUATE TRUE
               WHEN NOT MCU-INCLUSAO AND NOT MCU-ALTERACAO
                AND NOT MCU-EXCLUSAO
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN FD-MCU-PRODUTO NOT NUMERIC
                   MOVE 'REJEITADO - PRODUTO INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN WK-CRITICA NOT = SPACES
                   MOVE WK-CRITICA TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN MCU-INCLUSAO
                   PERFORM 210-INCLUIR
               WHEN OTHER
                   PERFORM 202-LER-CUSTOS
           END-EVALUATE.
           PERFORM 301-LER-MOVCUSTO.
      *
      *    A VIGENCIA DO FECHAMENTO DO ESTOQUE NAO E MANTIDA
      *    AQUI: O PROXIMO FECHAMENTO A SOBRESCREVERIA
       202-LER-CUSTOS.
           MOVE FD-MCU-PRODUTO  TO FD-CST-PRODUTO.
           MOVE FD-MCU-VIGENCIA TO FD-CST-VIGENCIA.
           READ ARQ-CUSTOS.
           EVALUATE WK-FS-CUSTOS
               WHEN '00'
                   EVALUATE TRUE
                       WHEN CST-ORIGEM-ESTOQUE
                           MOVE 'REJEITADO - CUSTO VEM DO ESTOQUE'
                                TO WK-LINHA-SITUACAO
                           PERFORM 285-GRAVAR-REJEICAO
                       WHEN MCU-ALTERACAO
                           PERFORM 230-ALTERAR
                       WHEN OTHER
                           PERFORM 250-EXCLUIR
                   END-EVALUATE
               WHEN '23'
                   MOVE 'REJEITADO - VIGENCIA NAO CADASTRADA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CUSTOS
                           ' NO COMANDO READ CUSTOS - CHAVE '
                           FD-CST-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    VIGENCIA AAAAMM01, NAO ANTERIOR AO MES DA EXECUCAO
       205-CRITICAR-VIGENCIA.
           MOVE SPACES TO WK-CRITICA.
           IF FD-MCU-VIGENCIA NOT NUMERIC
               MOVE 'REJEITADO - VIGENCIA INVALIDA' TO WK-CRITICA
           ELSE
               MOVE FD-MCU-VIG-ANOMES(5:2) TO WK-MES-VIGENCIA
               EVALUATE TRUE
                   WHEN WK-MES-VIGENCIA < 1 OR WK-MES-VIGENCIA > 12
                    OR FD-MCU-VIG-DIA NOT = 01
                       MOVE 'REJEITADO - VIGENCIA DEVE SER AAAAMM01'
                            TO WK-CRITICA
                   WHEN FD-MCU-VIG-ANOMES < WK-EXE-ANOMES
                       MOVE 'REJEITADO - VIGENCIA JA PASSADA'
                            TO WK-CRITICA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      *
      *    CUSTO MAIOR QUE ZERO
       206-CRITICAR-CUSTO.
           IF FD-MCU-CUSTO-UNIT NOT NUMERIC
            OR FD-MCU-CUSTO-UNIT = ZEROS
               MOVE 'REJEITADO - CUSTO UNITARIO INVALIDO'
                    TO WK-CRITICA
           END-IF.
      *
      *    INCLUSAO: PRODUTO NO MESTRE
       210-INCLUIR.
           PERFORM 206-CRITICAR-CUSTO.
           IF WK-CRITICA = SPACES
               PERFORM 215-PROCURAR-PRODUTO
           END-IF.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               PERFORM 211-GRAVAR-INCLUSAO
           END-IF.
       211-GRAVAR-INCLUSAO.
           MOVE SPACES              TO REG-CUSTOS.
           MOVE FD-MCU-PRODUTO      TO FD-CST-PRODUTO.
           MOVE FD-MCU-VIGENCIA     TO FD-CST-VIGENCIA.
           MOVE FD-MCU-CUSTO-UNIT   TO FD-CST-CUSTO-UNIT.
           SET CST-ORIGEM-MANUAL    TO TRUE.
           MOVE WK-OPERADOR         TO FD-CST-OPERADOR.
           MOVE WK-DATA-EXEC        TO FD-CST-DATA-ACAO.
           WRITE REG-CUSTOS.
           EVALUATE WK-FS-CUSTOS
               WHEN '00'
                   ADD 1 TO WK-TOT-INCLUSOES
                   MOVE 'APLICADO - CUSTO INCLUIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 280-GRAVAR-APLICACAO
               WHEN '22'
                   MOVE 'REJEITADO - VIGENCIA JA CADASTRADA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CUSTOS
                           ' NO COMANDO WRITE CUSTOS - CHAVE '
                           FD-CST-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       215-PROCURAR-PRODUTO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-PRD FROM 1 BY 1
                   UNTIL WK-IND-PRD > WK-TOT-PRODUTOS
                   OR ITEM-ACHADO
               IF PRD-TAB-CODIGO(WK-IND-PRD) = FD-MCU-PRODUTO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-NAO-ACHADO
               MOVE 'REJEITADO - PRODUTO NAO CADASTRADO'
                    TO WK-CRITICA
           END-IF.
      *
      *    ALTERACAO: O CUSTO E SUBSTITUIDO
       230-ALTERAR.
           PERFORM 206-CRITICAR-CUSTO.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               MOVE FD-MCU-CUSTO-UNIT   TO FD-CST-CUSTO-UNIT
               MOVE WK-OPERADOR         TO FD-CST-OPERADOR
               MOVE WK-DATA-EXEC        TO FD-CST-DATA-ACAO
               REWRITE REG-CUSTOS
               IF WK-FS-CUSTOS NOT = '00'
                   DISPLAY 'ERRO ' WK-FS-CUSTOS
                           ' NO COMANDO REWRITE CUSTOS - CHAVE '
                           FD-CST-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-ALTERACOES
               MOVE 'APLICADO - CUSTO ALTERADO'
                    TO WK-LINHA-SITUACAO
               PERFORM 280-GRAVAR-APLICACAO
           END-IF.
       250-EXCLUIR.
           DELETE ARQ-CUSTOS.
           IF WK-FS-CUSTOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CUSTOS
                       ' NO COMANDO DELETE CUSTOS - CHAVE '
                       FD-CST-CHAVE
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
       300-LER-MOVCUSTO SECTION.
       301-LER-MOVCUSTO.
           READ ARQ-MOVCUSTO.
           EVALUATE WK-FS-MOVCUSTO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVCUSTO
                           ' NO COMANDO READ MOVCUSTO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'MOVIMENTOS LIDOS         = ' WK-REGS-LIDOS.
           DISPLAY 'APLICADOS                = ' WK-TOT-APLICADOS.
           DISPLAY 'REJEITADOS               = ' WK-TOT-REJEITADOS.
           DISPLAY 'CUSTOS INCLUIDOS         = ' WK-TOT-INCLUSOES.
           DISPLAY 'CUSTOS ALTERADOS         = ' WK-TOT-ALTERACOES.
           DISPLAY 'VIGENCIAS EXCLUIDAS      = ' WK-TOT-EXCLUSOES.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-MOVCUSTO.
           CLOSE ARQ-CUSTOS.
           CLOSE ARQ-RELMANUT.
           IF WK-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO205'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
