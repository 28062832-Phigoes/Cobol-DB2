       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO195.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DO CADASTRO DE CONTAS LIGADAS AOS *
      *    FUNCIONARIOS (KSDS VINCFUN, CHAVE CODFUN +   *
      *    CODIGO DO CLIENTE), DIRIGIDA PELO ARQUIVO    *
      *    MOVVFUN. O OPERADOR DO CARTAO SYSIN PRECISA  *
      *    DA FUNCAO DE SALARIO NO OPERSEC E NAO PODE   *
      *    MANTER AS LIGACOES DO SEU PROPRIO CODFUN.    *
      *    FUNCOES:                                     *
      *      I = INCLUSAO: O CODFUN TEM QUE EXISTIR EM  *
      *          EAD316.FUNCIONARIOS E O CLIENTE NO     *
      *          MESTRE CLIENTES                        *
      *      A = ALTERACAO DA RELACAO E DA OBSERVACAO   *
      *      E = EXCLUSAO DA LIGACAO                    *
      *    O CADASTRO E LIDO PELO MONITOR DE ACOES EM   *
      *    CONTA PROPRIA OU DE VINCULADO (ALUNO196)     *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVVFUN  ASSIGN TO MOVVFUN
               FILE STATUS IS WK-FS-MOVVFUN.
           SELECT ARQ-VINCFUN  ASSIGN TO VINCFUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-VFU-CHAVE
               FILE STATUS IS WK-FS-VINCFUN.
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
       FD   ARQ-MOVVFUN
            RECORDING MODE IS F.
           COPY MOVVFUN.
       FD   ARQ-VINCFUN.
           COPY VINCFUN.
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
       77  WK-FS-MOVVFUN     PIC XX             VALUE SPACES.
       77  WK-FS-VINCFUN     PIC XX             VALUE SPACES.
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
       77  WK-TOT-EXCLUSOES  PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE SPACES.
       77  WK-PODE-SALARIO   PIC X(01)          VALUE 'N'.
       77  WK-CODFUN-OPERADOR PIC 9(05)         VALUE ZEROS.
       77  WK-CRITICA        PIC X(45)          VALUE SPACES.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    CODIGOS DO MESTRE, PARA A CRITICA DO CLIENTE
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA            OCCURS 5000 TIMES.
              10 CLI-TAB-CODIGO      PIC 9(5).
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CLI        PIC 9(05)          VALUE ZEROS.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(08)     VALUE ' CODFUN '.
           05 WK-LINHA-CODFUN      PIC 9(5)      BLANK WHEN ZERO.
           05 FILLER               PIC X(09)     VALUE ' CLIENTE '.
           05 WK-LINHA-CODCLI      PIC 9(5)      BLANK WHEN ZERO.
           05 FILLER               PIC X(09)     VALUE ' RELACAO '.
           05 WK-LINHA-RELACAO     PIC X(01).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(45).
           05 FILLER               PIC X(09)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVVFUN = '10'.
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
           OPEN INPUT  ARQ-MOVVFUN.
           EVALUATE WK-FS-MOVVFUN
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVVFUN NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVVFUN
                           ' NO COMANDO OPEN MOVVFUN'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN I-O    ARQ-VINCFUN.
           IF WK-FS-VINCFUN NOT = '00'
               DISPLAY 'ERRO ' WK-FS-VINCFUN
                       ' NO COMANDO OPEN VINCFUN'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELMANUT.
           PERFORM 110-CARREGAR-CLIENTES.
           PERFORM 301-LER-MOVVFUN.
      *
      *    AUTORIZACAO DO OPERADOR: AS LIGACOES SAO DADO DE
      *    PESSOAL, ENTAO EXIGEM A FUNCAO DE SALARIO NO
      *    OPERSEC; O CODFUN DO OPERADOR FICA GUARDADO PARA
      *    RECUSAR A MANUTENCAO DAS SUAS PROPRIAS LIGACOES
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
                       ' SEM AUTORIZACAO PARA O CADASTRO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       106-PROCURAR-OPERADOR.
           IF FD-SEC-OPERADOR = WK-OPERADOR
               MOVE FD-SEC-FL-SALARIO TO WK-PODE-SALARIO
               IF FD-SEC-CODFUN NUMERIC
                   MOVE FD-SEC-CODFUN TO WK-CODFUN-OPERADOR
               END-IF
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
           MOVE FD-MVF-FUNCAO      TO WK-LINHA-FUNCAO.
           MOVE FD-MVF-CODFUN      TO WK-LINHA-CODFUN.
           MOVE FD-MVF-CODCLI      TO WK-LINHA-CODCLI.
           MOVE FD-MVF-RELACAO     TO WK-LINHA-RELACAO.
           EVALUATE TRUE
               WHEN NOT MVF-INCLUSAO AND NOT MVF-ALTERACAO
                AND NOT MVF-EXCLUSAO
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN FD-MVF-CODFUN NOT NUMERIC
                OR FD-MVF-CODFUN = ZEROS
                   MOVE 'REJEITADO - CODFUN INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN FD-MVF-CODCLI NOT NUMERIC
                OR FD-MVF-CODCLI = ZEROS
                   MOVE 'REJEITADO - CODIGO DO CLIENTE INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN FD-MVF-CODFUN = WK-CODFUN-OPERADOR
                   MOVE 'REJEITADO - LIGACAO DO PROPRIO OPERADOR'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN MVF-INCLUSAO
                   PERFORM 210-INCLUIR
               WHEN OTHER
                   PERFORM 202-LER-VINCFUN
           END-EVALUATE.
           PERFORM 301-LER-MOVVFUN.
       202-LER-VINCFUN.
           MOVE FD-MVF-CODFUN TO FD-VFU-CODFUN.
           MOVE FD-MVF-CODCLI TO FD-VFU-CODCLI.
           READ ARQ-VINCFUN.
           EVALUATE WK-FS-VINCFUN
               WHEN '00'
                   IF MVF-ALTERACAO
                       PERFORM 230-ALTERAR
                   ELSE
                       PERFORM 250-EXCLUIR
                   END-IF
               WHEN '23'
                   MOVE 'REJEITADO - LIGACAO NAO CADASTRADA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-VINCFUN
                           ' NO COMANDO READ VINCFUN - CHAVE '
                           FD-VFU-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    INCLUSAO: O FUNCIONARIO TEM QUE EXISTIR NA TABELA
      *    DB2 E O CLIENTE NO MESTRE (EM QUALQUER SITUACAO)
       210-INCLUIR.
           MOVE SPACES TO WK-CRITICA.
           IF NOT MVF-RELACAO-VALIDA
               MOVE 'REJEITADO - RELACAO INVALIDA'
                    TO WK-CRITICA
           END-IF.
           IF WK-CRITICA = SPACES
               PERFORM 215-PROCURAR-CLIENTE
           END-IF.
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
           MOVE SPACES              TO REG-VINCFUN.
           MOVE FD-MVF-CODFUN       TO FD-VFU-CODFUN.
           MOVE FD-MVF-CODCLI       TO FD-VFU-CODCLI.
           MOVE FD-MVF-RELACAO      TO FD-VFU-RELACAO.
           MOVE FD-MVF-OBSERVACAO   TO FD-VFU-OBSERVACAO.
           MOVE WK-OPERADOR         TO FD-VFU-OPERADOR.
           MOVE WK-DATA-EXEC        TO FD-VFU-DATA-ACAO.
           WRITE REG-VINCFUN.
           EVALUATE WK-FS-VINCFUN
               WHEN '00'
                   ADD 1 TO WK-TOT-INCLUSOES
                   MOVE 'APLICADO - LIGACAO INCLUIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 280-GRAVAR-APLICACAO
               WHEN '22'
                   MOVE 'REJEITADO - LIGACAO JA CADASTRADA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-VINCFUN
                           ' NO COMANDO WRITE VINCFUN - CHAVE '
                           FD-VFU-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       215-PROCURAR-CLIENTE.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                   UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                   OR ITEM-ACHADO
               IF CLI-TAB-CODIGO(WK-IND-CLI) = FD-MVF-CODCLI
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-NAO-ACHADO
               MOVE 'REJEITADO - CLIENTE NAO CADASTRADO'
                    TO WK-CRITICA
           END-IF.
       220-LOCALIZAR-FUNCIONARIO.
           MOVE FD-MVF-CODFUN TO DB2-CODFUN.
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
      *    ALTERACAO: RELACAO E OBSERVACAO SAO SUBSTITUIDAS
       230-ALTERAR.
           IF NOT MVF-RELACAO-VALIDA
               MOVE 'REJEITADO - RELACAO INVALIDA'
                    TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               MOVE FD-MVF-RELACAO    TO FD-VFU-RELACAO
               MOVE FD-MVF-OBSERVACAO TO FD-VFU-OBSERVACAO
               MOVE WK-OPERADOR       TO FD-VFU-OPERADOR
               MOVE WK-DATA-EXEC      TO FD-VFU-DATA-ACAO
               REWRITE REG-VINCFUN
               IF WK-FS-VINCFUN NOT = '00'
                   DISPLAY 'ERRO ' WK-FS-VINCFUN
                           ' NO COMANDO REWRITE VINCFUN - CHAVE '
                           FD-VFU-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-ALTERACOES
               MOVE 'APLICADO - RELACAO ALTERADA'
                    TO WK-LINHA-SITUACAO
               PERFORM 280-GRAVAR-APLICACAO
           END-IF.
       250-EXCLUIR.
           DELETE ARQ-VINCFUN.
           IF WK-FS-VINCFUN NOT = '00'
               DISPLAY 'ERRO ' WK-FS-VINCFUN
                       ' NO COMANDO DELETE VINCFUN - CHAVE '
                       FD-VFU-CHAVE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-EXCLUSOES.
           MOVE 'APLICADO - LIGACAO EXCLUIDA'
                TO WK-LINHA-SITUACAO.
           PERFORM 280-GRAVAR-APLICACAO.
       280-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
       285-GRAVAR-REJEICAO.
           ADD 1 TO WK-TOT-REJEITADOS.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER-MOVVFUN SECTION.
       301-LER-MOVVFUN.
           READ ARQ-MOVVFUN.
           EVALUATE WK-FS-MOVVFUN
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVVFUN
                           ' NO COMANDO READ MOVVFUN'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'MOVIMENTOS LIDOS         = ' WK-REGS-LIDOS.
           DISPLAY 'APLICADOS                = ' WK-TOT-APLICADOS.
           DISPLAY 'REJEITADOS               = ' WK-TOT-REJEITADOS.
           DISPLAY 'LIGACOES INCLUIDAS       = ' WK-TOT-INCLUSOES.
           DISPLAY 'LIGACOES ALTERADAS       = ' WK-TOT-ALTERACOES.
           DISPLAY 'LIGACOES EXCLUIDAS       = ' WK-TOT-EXCLUSOES.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-MOVVFUN.
           CLOSE ARQ-VINCFUN.
           CLOSE ARQ-RELMANUT.
           IF WK-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO195'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
