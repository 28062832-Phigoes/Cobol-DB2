       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO188.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DO CADASTRO DE DEPENDENTES E      *
      *    DESCONTOS FIXOS DA FOLHA (KSDS FUNCDED,      *
      *    CHAVE CODFUN), DIRIGIDA PELO ARQUIVO MOVDED. *
      *    O OPERADOR DO CARTAO SYSIN PRECISA DA FUNCAO *
      *    DE SALARIO NO OPERSEC. FUNCOES:              *
      *      I = INCLUSAO: O CODFUN TEM QUE EXISTIR EM  *
      *          EAD316.FUNCIONARIOS                    *
      *      A = ALTERACAO DE DEPENDENTES E PENSAO      *
      *      D = DESCONTO FIXO (ATE 5 POR FUNCIONARIO): *
      *          MESMO CODIGO SUBSTITUI, VALOR ZERO     *
      *          RETIRA                                 *
      *      E = EXCLUSAO DO FUNCIONARIO DO CADASTRO    *
      *      C = CONTA SALARIO: O CLIENTE TEM QUE       *
      *          EXISTIR NO MESTRE CLIENTES E ESTAR     *
      *          ATIVO; CODIGO ZERO DESVINCULA          *
      *    O CADASTRO E LIDO PELO CALCULO DA FOLHA      *
      *    (ALUNO189) E PELO CREDITO DO LIQUIDO NAS     *
      *    CONTAS DOS FUNCIONARIOS (ALUNO190)           *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVDED   ASSIGN TO MOVDED
               FILE STATUS IS WK-FS-MOVDED.
           SELECT ARQ-FUNCDED  ASSIGN TO FUNCDED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-DED-CODFUN
               FILE STATUS IS WK-FS-FUNCDED.
           SELECT ARQ-OPERSEC  ASSIGN TO OPERSEC
               FILE STATUS IS WK-FS-OPERSEC.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-RELMANUT ASSIGN TO RELMANUT
               FILE STATUS IS WK-FS-RELMANUT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-MOVDED
            RECORDING MODE IS F.
           COPY MOVDED.
       FD   ARQ-FUNCDED.
           COPY FUNCDED.
       FD   ARQ-OPERSEC
            RECORDING MODE IS F.
           COPY OPERSEC.
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-RELMANUT
            RECORDING MODE IS F.
       01  REG-RELMANUT             PIC X(100).
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
       77  WK-FS-MOVDED      PIC XX             VALUE SPACES.
       77  WK-FS-FUNCDED     PIC XX             VALUE SPACES.
       77  WK-FS-OPERSEC     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-RELMANUT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-SQLCODE-EDIT   PIC -999           VALUE ZEROS.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-INCLUSOES  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ALTERACOES PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-DESCONTOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-EXCLUSOES  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-CONTAS     PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE SPACES.
       77  WK-PODE-SALARIO   PIC X(01)          VALUE 'N'.
       77  WK-CRITICA        PIC X(45)          VALUE SPACES.
      *
      *    POSICAO DO DESCONTO FIXO: A DO MESMO CODIGO OU A
      *    PRIMEIRA LIVRE
       77  WK-IND-DESC       PIC 9(01)          VALUE ZEROS.
       77  WK-IND-LIVRE      PIC 9(01)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    CODIGOS E SITUACOES DO MESTRE, PARA A CONTA SALARIO
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA            OCCURS 5000 TIMES.
              10 CLI-TAB-CODIGO      PIC 9(5).
              10 CLI-TAB-SITUACAO    PIC X(01).
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CLI        PIC 9(05)          VALUE ZEROS.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(08)     VALUE ' CODFUN '.
           05 WK-LINHA-CODFUN      PIC 9(5)      BLANK WHEN ZERO.
           05 FILLER               PIC X(10)     VALUE ' DESCONTO '.
           05 WK-LINHA-DESCONTO    PIC X(04).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(45).
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
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVDED = '10'.
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
           OPEN INPUT  ARQ-MOVDED.
           EVALUATE WK-FS-MOVDED
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVDED NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVDED
                           ' NO COMANDO OPEN MOVDED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN I-O    ARQ-FUNCDED.
           IF WK-FS-FUNCDED NOT = '00'
               DISPLAY 'ERRO ' WK-FS-FUNCDED
                       ' NO COMANDO OPEN FUNCDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELMANUT.
           PERFORM 110-CARREGAR-CLIENTES.
           PERFORM 301-LER-MOVDED.
      *
      *    AUTORIZACAO DO OPERADOR: DEPENDENTES E DESCONTOS
      *    MEXEM NO LIQUIDO DA FOLHA, ENTAO EXIGEM A FUNCAO
      *    DE SALARIO NO OPERSEC
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
           IF WK-PODE-SALARIO NOT = 'S'
               DISPLAY 'OPERADOR ' WK-OPERADOR
                       ' SEM AUTORIZACAO PARA A FOLHA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       106-PROCURAR-OPERADOR.
           IF FD-SEC-OPERADOR = WK-OPERADOR
               MOVE FD-SEC-FL-SALARIO TO WK-PODE-SALARIO
           END-IF.
           PERFORM 107-LER-OPERSEC.
       107-LER-OPERSEC.
           READ ARQ-OPERSEC
               AT END
                   MOVE '10' TO WK-FS-OPERSEC
           END-READ.
       110-CARREGAR-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   PERFORM 112-LER-CLIENTES
                   PERFORM 111-ACUMULAR-CLIENTE
                       UNTIL WK-FS-CLIENTES = '10'
                   CLOSE ARQ-CLIENTES
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       111-ACUMULAR-CLIENTE.
           IF WK-TOT-CLIENTES >= 5000
               DISPLAY 'TABELA DE CLIENTES CHEIA (MAXIMO 5000 '
                       'REGISTROS) - MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CLIENTES.
           MOVE FD-CLI-CODIGO
                TO CLI-TAB-CODIGO(WK-TOT-CLIENTES).
           MOVE FD-CLI-SITUACAO
                TO CLI-TAB-SITUACAO(WK-TOT-CLIENTES).
           PERFORM 112-LER-CLIENTES.
       112-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-MDD-FUNCAO      TO WK-LINHA-FUNCAO.
           MOVE FD-MDD-CODFUN      TO WK-LINHA-CODFUN.
           MOVE FD-MDD-DESC-CODIGO TO WK-LINHA-DESCONTO.
           EVALUATE TRUE
               WHEN NOT MDD-INCLUSAO AND NOT MDD-ALTERACAO
                AND NOT MDD-DESCONTO AND NOT MDD-EXCLUSAO
                AND NOT MDD-CONTA
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN FD-MDD-CODFUN NOT NUMERIC
                OR FD-MDD-CODFUN = ZEROS
                   MOVE 'REJEITADO - CODFUN INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN MDD-INCLUSAO
                   PERFORM 210-INCLUIR
               WHEN OTHER
                   PERFORM 202-LER-FUNCDED
           END-EVALUATE.
           PERFORM 301-LER-MOVDED.
       202-LER-FUNCDED.
           MOVE FD-MDD-CODFUN TO FD-DED-CODFUN.
           READ ARQ-FUNCDED.
           EVALUATE WK-FS-FUNCDED
               WHEN '00'
                   PERFORM 203-APLICAR-ACAO
               WHEN '23'
                   MOVE 'REJEITADO - CODFUN NAO CADASTRADO NO FUNCDED'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-FUNCDED
                           ' NO COMANDO READ FUNCDED - CODFUN '
                           FD-MDD-CODFUN
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       203-APLICAR-ACAO.
           EVALUATE TRUE
               WHEN MDD-ALTERACAO
                   PERFORM 230-ALTERAR
               WHEN MDD-DESCONTO
                   PERFORM 240-DESCONTO
               WHEN MDD-CONTA
                   PERFORM 260-CONTA-SALARIO
               WHEN OTHER
                   PERFORM 250-EXCLUIR
           END-EVALUATE.
      *
      *    INCLUSAO: O FUNCIONARIO TEM QUE EXISTIR NA TABELA
      *    DB2; O CADASTRO NASCE SEM DESCONTOS FIXOS
       210-INCLUIR.
           MOVE SPACES TO WK-CRITICA.
           PERFORM 215-CRITICAR-VALORES.
           IF WK-CRITICA = SPACES
               PERFORM 220-LOCALIZAR-FUNCIONARIO
           END-IF.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               PERFORM 211-GRAVAR-INCLUSAO
           END-IF.
       211-GRAVAR-INCLUSAO.
           MOVE SPACES              TO REG-FUNCDED.
           MOVE FD-MDD-CODFUN       TO FD-DED-CODFUN.
           MOVE FD-MDD-DEPENDENTES  TO FD-DED-DEPENDENTES.
           MOVE FD-MDD-PENSAO       TO FD-DED-PENSAO.
           PERFORM VARYING WK-IND-DESC FROM 1 BY 1
                   UNTIL WK-IND-DESC > 5
               MOVE ZEROS TO FD-DED-DESC-VALOR(WK-IND-DESC)
           END-PERFORM.
           MOVE WK-OPERADOR         TO FD-DED-OPERADOR.
           MOVE WK-DATA-EXEC        TO FD-DED-DATA-ACAO.
           MOVE ZEROS               TO FD-DED-CODCLI.
           WRITE REG-FUNCDED.
           EVALUATE WK-FS-FUNCDED
               WHEN '00'
                   ADD 1 TO WK-TOT-INCLUSOES
                   MOVE 'APLICADO - FUNCIONARIO INCLUIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 280-GRAVAR-APLICACAO
               WHEN '22'
                   MOVE 'REJEITADO - CODFUN JA CADASTRADO NO FUNCDED'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-FUNCDED
                           ' NO COMANDO WRITE FUNCDED - CODFUN '
                           FD-DED-CODFUN
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       215-CRITICAR-VALORES.
           IF FD-MDD-DEPENDENTES NOT NUMERIC
               MOVE 'REJEITADO - QTDE DE DEPENDENTES INVALIDA'
                    TO WK-CRITICA
           END-IF.
           IF FD-MDD-PENSAO NOT NUMERIC
               MOVE 'REJEITADO - VALOR DA PENSAO INVALIDO'
                    TO WK-CRITICA
           END-IF.
       220-LOCALIZAR-FUNCIONARIO.
           MOVE FD-MDD-CODFUN TO DB2-CODFUN.
           EXEC SQL
               SELECT NOMEFUN
                   INTO :DB2-NOMEFUN
                   FROM EAD316.FUNCIONARIOS
                   WHERE CODFUN = :DB2-CODFUN
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'REJEITADO - CODFUN NAO EXISTE NA FUNCIONARIOS'
                        TO WK-CRITICA
               WHEN OTHER
                   MOVE SQLCODE  TO WK-SQLCODE-EDIT
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO COMANDO SELECT FUNCIONARIOS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    ALTERACAO: DEPENDENTES E PENSAO SAO SUBSTITUIDOS
      *    JUNTOS (ZERO E VALOR VALIDO NOS DOIS CAMPOS)
       230-ALTERAR.
           MOVE SPACES TO WK-CRITICA.
           PERFORM 215-CRITICAR-VALORES.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               MOVE FD-MDD-DEPENDENTES TO FD-DED-DEPENDENTES
               MOVE FD-MDD-PENSAO      TO FD-DED-PENSAO
               PERFORM 270-ATUALIZAR-FUNCDED
               ADD 1 TO WK-TOT-ALTERACOES
               MOVE 'APLICADO - DEPENDENTES E PENSAO ALTERADOS'
                    TO WK-LINHA-SITUACAO
               PERFORM 280-GRAVAR-APLICACAO
           END-IF.
      *
      *    DESCONTO FIXO: O MESMO CODIGO E SUBSTITUIDO (OU
      *    RETIRADO COM VALOR ZERO); CODIGO NOVO OCUPA A
      *    PRIMEIRA POSICAO LIVRE
       240-DESCONTO.
           MOVE SPACES TO WK-CRITICA.
           EVALUATE TRUE
               WHEN FD-MDD-DESC-CODIGO = SPACES
                   MOVE 'REJEITADO - CODIGO DO DESCONTO EM BRANCO'
                        TO WK-CRITICA
               WHEN FD-MDD-DESC-VALOR NOT NUMERIC
                   MOVE 'REJEITADO - VALOR DO DESCONTO INVALIDO'
                        TO WK-CRITICA
               WHEN OTHER
                   PERFORM 245-PROCURAR-DESCONTO
           END-EVALUATE.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               PERFORM 270-ATUALIZAR-FUNCDED
               ADD 1 TO WK-TOT-DESCONTOS
               PERFORM 280-GRAVAR-APLICACAO
           END-IF.
       245-PROCURAR-DESCONTO.
           SET ITEM-NAO-ACHADO TO TRUE.
           MOVE ZEROS TO WK-IND-LIVRE.
           PERFORM VARYING WK-IND-DESC FROM 1 BY 1
                   UNTIL WK-IND-DESC > 5
                   OR ITEM-ACHADO
               IF FD-DED-DESC-CODIGO(WK-IND-DESC) = FD-MDD-DESC-CODIGO
                   SET ITEM-ACHADO TO TRUE
               END-IF
               IF FD-DED-DESC-CODIGO(WK-IND-DESC) = SPACES
                AND WK-IND-LIVRE = ZEROS
                   MOVE WK-IND-DESC TO WK-IND-LIVRE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN ITEM-ACHADO
                   SUBTRACT 1 FROM WK-IND-DESC
                   PERFORM 246-TROCAR-DESCONTO
               WHEN FD-MDD-DESC-VALOR = ZEROS
                   MOVE 'REJEITADO - DESCONTO NAO CADASTRADO'
                        TO WK-CRITICA
               WHEN WK-IND-LIVRE = ZEROS
                   MOVE 'REJEITADO - LIMITE DE 5 DESCONTOS FIXOS'
                        TO WK-CRITICA
               WHEN OTHER
                   MOVE WK-IND-LIVRE TO WK-IND-DESC
                   PERFORM 246-TROCAR-DESCONTO
           END-EVALUATE.
       246-TROCAR-DESCONTO.
           IF FD-MDD-DESC-VALOR = ZEROS
               MOVE SPACES TO FD-DED-DESC-CODIGO(WK-IND-DESC)
                              FD-DED-DESC-TEXTO(WK-IND-DESC)
               MOVE ZEROS  TO FD-DED-DESC-VALOR(WK-IND-DESC)
               MOVE 'APLICADO - DESCONTO FIXO RETIRADO'
                    TO WK-LINHA-SITUACAO
           ELSE
               MOVE FD-MDD-DESC-CODIGO
                    TO FD-DED-DESC-CODIGO(WK-IND-DESC)
               MOVE FD-MDD-DESC-TEXTO
                    TO FD-DED-DESC-TEXTO(WK-IND-DESC)
               MOVE FD-MDD-DESC-VALOR
                    TO FD-DED-DESC-VALOR(WK-IND-DESC)
               MOVE 'APLICADO - DESCONTO FIXO GRAVADO'
                    TO WK-LINHA-SITUACAO
           END-IF.
       250-EXCLUIR.
           DELETE ARQ-FUNCDED.
           IF WK-FS-FUNCDED NOT = '00'
               DISPLAY 'ERRO ' WK-FS-FUNCDED
                       ' NO COMANDO DELETE FUNCDED - CODFUN '
                       FD-DED-CODFUN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-EXCLUSOES.
           MOVE 'APLICADO - FUNCIONARIO EXCLUIDO DO CADASTRO'
                TO WK-LINHA-SITUACAO.
           PERFORM 280-GRAVAR-APLICACAO.
      *
      *    CONTA SALARIO: O LIQUIDO SO PODE IR PARA CLIENTE
      *    CADASTRADO E ATIVO; CODIGO ZERO DESVINCULA
       260-CONTA-SALARIO.
           MOVE SPACES TO WK-CRITICA.
           EVALUATE TRUE
               WHEN FD-MDD-CODCLI NOT NUMERIC
                   MOVE 'REJEITADO - CODIGO DO CLIENTE INVALIDO'
                        TO WK-CRITICA
               WHEN FD-MDD-CODCLI = ZEROS
                   CONTINUE
               WHEN OTHER
                   PERFORM 265-PROCURAR-CLIENTE
           END-EVALUATE.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               MOVE FD-MDD-CODCLI TO FD-DED-CODCLI
               PERFORM 270-ATUALIZAR-FUNCDED
               ADD 1 TO WK-TOT-CONTAS
               IF FD-MDD-CODCLI = ZEROS
                   MOVE 'APLICADO - CONTA SALARIO DESVINCULADA'
                        TO WK-LINHA-SITUACAO
               ELSE
                   MOVE 'APLICADO - CONTA SALARIO VINCULADA'
                        TO WK-LINHA-SITUACAO
               END-IF
               PERFORM 280-GRAVAR-APLICACAO
           END-IF.
       265-PROCURAR-CLIENTE.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                   UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                   OR ITEM-ACHADO
               IF CLI-TAB-CODIGO(WK-IND-CLI) = FD-MDD-CODCLI
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-CLI
           END-IF.
           EVALUATE TRUE
               WHEN ITEM-NAO-ACHADO
                   MOVE 'REJEITADO - CLIENTE NAO CADASTRADO'
                        TO WK-CRITICA
               WHEN CLI-TAB-SITUACAO(WK-IND-CLI) NOT = 'A'
                AND CLI-TAB-SITUACAO(WK-IND-CLI) NOT = ' '
                   MOVE 'REJEITADO - CLIENTE FORA DA SITUACAO ATIVA'
                        TO WK-CRITICA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    TODA ACAO CARIMBA O OPERADOR E A DATA
       270-ATUALIZAR-FUNCDED.
           MOVE WK-OPERADOR  TO FD-DED-OPERADOR.
           MOVE WK-DATA-EXEC TO FD-DED-DATA-ACAO.
           REWRITE REG-FUNCDED.
           IF WK-FS-FUNCDED NOT = '00'
               DISPLAY 'ERRO ' WK-FS-FUNCDED
                       ' NO COMANDO REWRITE FUNCDED - CODFUN '
                       FD-DED-CODFUN
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
       300-LER-MOVDED SECTION.
       301-LER-MOVDED.
           READ ARQ-MOVDED.
           EVALUATE WK-FS-MOVDED
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVDED
                           ' NO COMANDO READ MOVDED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'MOVIMENTOS LIDOS         = ' WK-REGS-LIDOS.
           DISPLAY 'APLICADOS                = ' WK-TOT-APLICADOS.
           DISPLAY 'REJEITADOS               = ' WK-TOT-REJEITADOS.
           DISPLAY 'FUNCIONARIOS INCLUIDOS   = ' WK-TOT-INCLUSOES.
           DISPLAY 'FUNCIONARIOS ALTERADOS   = ' WK-TOT-ALTERACOES.
           DISPLAY 'DESCONTOS FIXOS MANTIDOS = ' WK-TOT-DESCONTOS.
           DISPLAY 'FUNCIONARIOS EXCLUIDOS   = ' WK-TOT-EXCLUSOES.
           DISPLAY 'CONTAS SALARIO MANTIDAS  = ' WK-TOT-CONTAS.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-MOVDED.
           CLOSE ARQ-FUNCDED.
           CLOSE ARQ-RELMANUT.
           IF WK-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO188'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
