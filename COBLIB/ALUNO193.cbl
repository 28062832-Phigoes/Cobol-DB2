       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO193.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DAS FAIXAS SALARIAIS, DIRIGIDA    *
      *    POR ARQUIVO DE MOVIMENTOS:                   *
      *      I = INCLUSAO DE FAIXA EM EAD316.FAIXAS_    *
      *          SALARIAIS (MINIMO, PONTO MEDIO E       *
      *          MAXIMO) COM DATA DE VIGENCIA. FAIXA    *
      *          NUNCA E ALTERADA: O REAJUSTE ENTRA     *
      *          COMO NOVA VIGENCIA                     *
      *      F = ATRIBUICAO DA FAIXA A UM FUNCIONARIO   *
      *          EM EAD316.FAIXA_FUNCIONARIO            *
      *    A MANUTENCAO DE SALARIO (ALUNO23/ALUNO50)    *
      *    CONFERE O NOVO SALARIO CONTRA A FAIXA EM     *
      *    VIGOR DO FUNCIONARIO. CADA ALTERACAO GERA    *
      *    TRILHA DE AUDITORIA COM O OPERADOR           *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVFAIXA ASSIGN TO MOVFAIXA
               FILE STATUS IS WK-FS-MOVFAIXA.
           SELECT ARQ-AUDFAIXA ASSIGN TO AUDFAIXA
               FILE STATUS IS WK-FS-AUDFAIXA.
           SELECT ARQ-OPERSEC  ASSIGN TO OPERSEC
               FILE STATUS IS WK-FS-OPERSEC.
           SELECT ARQ-RELFAIXA ASSIGN TO RELFAIXA
               FILE STATUS IS WK-FS-RELFAIXA.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-MOVFAIXA
            RECORDING MODE IS F.
       01  REG-MOVFAIXA.
           05 FD-MFX-FUNCAO         PIC X(01).
              88 MFX-INCLUSAO                  VALUE 'I'.
              88 MFX-ATRIBUICAO                VALUE 'F'.
           05 FD-MFX-FAIXA          PIC X(03).
           05 FD-MFX-DATA-VIGENCIA  PIC 9(8).
           05 FD-MFX-VIGENCIA-R     REDEFINES FD-MFX-DATA-VIGENCIA.
              10 FD-MFX-VIG-ANO     PIC 9(4).
              10 FD-MFX-VIG-MES     PIC 9(2).
              10 FD-MFX-VIG-DIA     PIC 9(2).
           05 FD-MFX-MINIMO         PIC 9(7)V99.
           05 FD-MFX-MEDIO          PIC 9(7)V99.
           05 FD-MFX-MAXIMO         PIC 9(7)V99.
           05 FD-MFX-CODFUN         PIC 9(5).
           05 FILLER                PIC X(36).
       FD   ARQ-AUDFAIXA
            RECORDING MODE IS F.
       01  REG-AUDFAIXA.
           05 AFX-OPERADOR          PIC X(08).
           05 AFX-FUNCAO            PIC X(01).
           05 AFX-FAIXA             PIC X(03).
           05 AFX-CODFUN            PIC 9(5).
           05 AFX-FAIXA-ANTES       PIC X(03).
           05 AFX-MINIMO            PIC 9(7)V99.
           05 AFX-MEDIO             PIC 9(7)V99.
           05 AFX-MAXIMO            PIC 9(7)V99.
           05 AFX-DATA-VIGENCIA     PIC 9(8).
           05 AFX-DATA              PIC 9(8).
           05 AFX-HORA              PIC 9(6).
           05 FILLER                PIC X(11).
       FD   ARQ-OPERSEC
            RECORDING MODE IS F.
           COPY OPERSEC.
       FD   ARQ-RELFAIXA
            RECORDING MODE IS F.
       01  REG-RELFAIXA             PIC X(80).
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
       77  WK-FS-MOVFAIXA     PIC XX             VALUE SPACES.
       77  WK-FS-AUDFAIXA     PIC XX             VALUE SPACES.
       77  WK-FS-OPERSEC      PIC XX             VALUE SPACES.
       77  WK-FS-RELFAIXA     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG       PIC XX             VALUE SPACES.
       77  WK-OPERADOR        PIC X(08)          VALUE SPACES.
       77  WK-AUTORIZADO      PIC X(01)          VALUE 'N'.
           88 OPERADOR-AUTORIZADO               VALUE 'S'.
           88 OPERADOR-NAO-AUTORIZADO           VALUE 'N'.
       77  WK-SQLCODE-EDIT    PIC -999           VALUE ZEROS.
       77  WK-DATA-EXEC       PIC 9(08)          VALUE ZEROS.
       77  WK-HORA-EXEC       PIC 9(06)          VALUE ZEROS.
       77  WK-REGS-LIDOS      PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-QTDE-VIGENCIAS  PIC S9(9) COMP     VALUE ZEROS.
       77  WK-FAIXA-ANTES     PIC X(03)          VALUE SPACES.
       77  WK-MOTIVO-REJEICAO PIC X(30)          VALUE SPACES.
      *
       01  WK-LINHA-TRANSACAO.
           05 FILLER               PIC X(07)   VALUE 'FUNCAO '.
           05 WK-LT-FUNCAO         PIC X(01).
           05 FILLER               PIC X(07)   VALUE ' FAIXA '.
           05 WK-LT-FAIXA          PIC X(03).
           05 FILLER               PIC X(08)   VALUE ' CODFUN '.
           05 WK-LT-CODFUN         PIC X(05).
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 WK-LT-SITUACAO       PIC X(10).
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 WK-LT-MOTIVO         PIC X(30).
           05 FILLER               PIC X(07)   VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVFAIXA = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-OPERADOR  FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           PERFORM 105-VALIDAR-OPERADOR.
           OPEN INPUT  ARQ-MOVFAIXA.
           OPEN EXTEND ARQ-AUDFAIXA.
           OPEN OUTPUT ARQ-RELFAIXA.
           EVALUATE WK-FS-MOVFAIXA
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVFAIXA NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVFAIXA
                           ' NO COMANDO OPEN MOVFAIXA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 301-LER-MOVFAIXA.
       105-VALIDAR-OPERADOR.
           SET OPERADOR-NAO-AUTORIZADO TO TRUE.
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
           IF OPERADOR-NAO-AUTORIZADO
               DISPLAY 'OPERADOR ' WK-OPERADOR
                       ' SEM AUTORIZACAO PARA MANTER FAIXAS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       106-PROCURAR-OPERADOR.
           IF FD-SEC-OPERADOR = WK-OPERADOR
            AND FD-SEC-FL-SALARIO = 'S'
               SET OPERADOR-AUTORIZADO TO TRUE
           END-IF.
           PERFORM 107-LER-OPERSEC.
       107-LER-OPERSEC.
           READ ARQ-OPERSEC
               AT END
                   MOVE '10' TO WK-FS-OPERSEC
           END-READ.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE SPACES TO WK-MOTIVO-REJEICAO.
           MOVE SPACES TO WK-LT-CODFUN.
           EVALUATE TRUE
               WHEN FD-MFX-FAIXA = SPACES
                   MOVE 'FAIXA NAO INFORMADA'
                        TO WK-MOTIVO-REJEICAO
               WHEN MFX-INCLUSAO
                   PERFORM 220-INCLUIR-FAIXA
               WHEN MFX-ATRIBUICAO
                   MOVE FD-MFX-CODFUN TO WK-LT-CODFUN
                   PERFORM 230-ATRIBUIR-FAIXA
               WHEN OTHER
                   MOVE 'FUNCAO INVALIDA' TO WK-MOTIVO-REJEICAO
           END-EVALUATE.
           IF WK-MOTIVO-REJEICAO = SPACES
               ADD 1 TO WK-TOT-APLICADOS
               MOVE 'APLICADO  ' TO WK-LT-SITUACAO
           ELSE
               ADD 1 TO WK-TOT-REJEITADOS
               MOVE 'REJEITADO ' TO WK-LT-SITUACAO
           END-IF.
           MOVE FD-MFX-FUNCAO      TO WK-LT-FUNCAO.
           MOVE FD-MFX-FAIXA       TO WK-LT-FAIXA.
           MOVE WK-MOTIVO-REJEICAO TO WK-LT-MOTIVO.
           WRITE REG-RELFAIXA FROM WK-LINHA-TRANSACAO.
           PERFORM 301-LER-MOVFAIXA.
      *
      *    O PONTO MEDIO E A REFERENCIA DO COMPA-RATIO
      *    (ALUNO194), ENTAO TEM QUE ESTAR DENTRO DA FAIXA
       220-INCLUIR-FAIXA.
           EVALUATE TRUE
               WHEN FD-MFX-DATA-VIGENCIA NOT NUMERIC
                OR FD-MFX-VIG-MES < 01 OR FD-MFX-VIG-MES > 12
                OR FD-MFX-VIG-DIA < 01 OR FD-MFX-VIG-DIA > 31
                   MOVE 'DATA DE VIGENCIA INVALIDA'
                        TO WK-MOTIVO-REJEICAO
               WHEN FD-MFX-MINIMO NOT NUMERIC
                OR FD-MFX-MEDIO   NOT NUMERIC
                OR FD-MFX-MAXIMO  NOT NUMERIC
                OR FD-MFX-MINIMO  = ZEROS
                   MOVE 'VALORES DA FAIXA INVALIDOS'
                        TO WK-MOTIVO-REJEICAO
               WHEN FD-MFX-MINIMO > FD-MFX-MEDIO
                OR FD-MFX-MEDIO   > FD-MFX-MAXIMO
                   MOVE 'MINIMO/MEDIO/MAXIMO FORA DE ORDEM'
                        TO WK-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM 225-GRAVAR-FAIXA
           END-EVALUATE.
       225-GRAVAR-FAIXA.
           MOVE FD-MFX-FAIXA         TO DB2-FAIXA-CODIGO.
           MOVE FD-MFX-DATA-VIGENCIA TO DB2-FAIXA-VIGENCIA.
           MOVE FD-MFX-MINIMO        TO DB2-FAIXA-MINIMO.
           MOVE FD-MFX-MEDIO         TO DB2-FAIXA-MEDIO.
           MOVE FD-MFX-MAXIMO        TO DB2-FAIXA-MAXIMO.
           EXEC SQL
               INSERT INTO EAD316.FAIXAS_SALARIAIS
                      (CODIGO_FAIXA, DATA_VIGENCIA, VALOR_MINIMO,
                       VALOR_MEDIO, VALOR_MAXIMO)
                  VALUES (:DB2-FAIXA-CODIGO, :DB2-FAIXA-VIGENCIA,
                          :DB2-FAIXA-MINIMO, :DB2-FAIXA-MEDIO,
                          :DB2-FAIXA-MAXIMO)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   MOVE SPACES TO WK-FAIXA-ANTES
                   MOVE ZEROS  TO FD-MFX-CODFUN
                   PERFORM 250-GRAVAR-AUDITORIA
               WHEN -803
                   MOVE 'FAIXA JA CADASTRADA NA VIGENCIA'
                        TO WK-MOTIVO-REJEICAO
               WHEN OTHER
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   MOVE 'ERRO NO INSERT' TO WK-MOTIVO-REJEICAO
           END-EVALUATE.
      *
      *    A FAIXA PRECISA EXISTIR EM ALGUMA VIGENCIA; UMA
      *    VIGENCIA FUTURA PERMITE ATRIBUIR ANTES DA VIRADA
       230-ATRIBUIR-FAIXA.
           IF FD-MFX-CODFUN NOT NUMERIC
            OR FD-MFX-CODFUN = ZEROS
               MOVE 'CODFUN NAO INFORMADO' TO WK-MOTIVO-REJEICAO
           ELSE
               PERFORM 231-CONSULTAR-FUNCIONARIO
           END-IF.
           IF WK-MOTIVO-REJEICAO = SPACES
               PERFORM 232-CONSULTAR-FAIXA
           END-IF.
           IF WK-MOTIVO-REJEICAO = SPACES
               PERFORM 235-GRAVAR-ATRIBUICAO
           END-IF.
       231-CONSULTAR-FUNCIONARIO.
           EXEC SQL
               SELECT NOMEFUN
                   INTO :DB2-NOMEFUN
                   FROM EAD316.FUNCIONARIOS
                   WHERE CODFUN = :FD-MFX-CODFUN
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'CODFUN NAO ENCONTRADO'
                        TO WK-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE SQLCODE  TO WK-SQLCODE-EDIT
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO COMANDO SELECT FUNCIONARIOS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       232-CONSULTAR-FAIXA.
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WK-QTDE-VIGENCIAS
                   FROM EAD316.FAIXAS_SALARIAIS
                   WHERE CODIGO_FAIXA = :FD-MFX-FAIXA
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE  TO WK-SQLCODE-EDIT
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO COMANDO SELECT FAIXAS_SALARIAIS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-QTDE-VIGENCIAS = ZEROS
               MOVE 'FAIXA NAO CADASTRADA' TO WK-MOTIVO-REJEICAO
           END-IF.
       235-GRAVAR-ATRIBUICAO.
           EXEC SQL
               SELECT CODIGO_FAIXA
                   INTO :DB2-FFX-FAIXA
                   FROM EAD316.FAIXA_FUNCIONARIO
                   WHERE CODFUN = :FD-MFX-CODFUN
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DB2-FFX-FAIXA TO WK-FAIXA-ANTES
                   EXEC SQL
                       UPDATE EAD316.FAIXA_FUNCIONARIO
                           SET CODIGO_FAIXA = :FD-MFX-FAIXA
                           WHERE CODFUN = :FD-MFX-CODFUN
                   END-EXEC
               WHEN 100
                   MOVE SPACES TO WK-FAIXA-ANTES
                   EXEC SQL
                       INSERT INTO EAD316.FAIXA_FUNCIONARIO
                              (CODFUN, CODIGO_FAIXA)
                          VALUES (:FD-MFX-CODFUN, :FD-MFX-FAIXA)
                   END-EXEC
               WHEN OTHER
                   MOVE SQLCODE  TO WK-SQLCODE-EDIT
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO COMANDO SELECT FAIXA_FUNCIONARIO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF SQLCODE = 0
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE ZEROS TO FD-MFX-MINIMO
                             FD-MFX-MEDIO
                             FD-MFX-MAXIMO
                             FD-MFX-DATA-VIGENCIA
               PERFORM 250-GRAVAR-AUDITORIA
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE 'ERRO NA GRAVACAO DA FAIXA'
                    TO WK-MOTIVO-REJEICAO
           END-IF.
       250-GRAVAR-AUDITORIA.
           MOVE SPACES               TO REG-AUDFAIXA.
           MOVE WK-OPERADOR          TO AFX-OPERADOR.
           MOVE FD-MFX-FUNCAO        TO AFX-FUNCAO.
           MOVE FD-MFX-FAIXA         TO AFX-FAIXA.
           MOVE FD-MFX-CODFUN        TO AFX-CODFUN.
           MOVE WK-FAIXA-ANTES       TO AFX-FAIXA-ANTES.
           MOVE FD-MFX-MINIMO        TO AFX-MINIMO.
           MOVE FD-MFX-MEDIO         TO AFX-MEDIO.
           MOVE FD-MFX-MAXIMO        TO AFX-MAXIMO.
           MOVE FD-MFX-DATA-VIGENCIA TO AFX-DATA-VIGENCIA.
           MOVE WK-DATA-EXEC         TO AFX-DATA.
           MOVE WK-HORA-EXEC         TO AFX-HORA.
           WRITE REG-AUDFAIXA.
      ***************************************
       300-LER-MOVFAIXA SECTION.
       301-LER-MOVFAIXA.
           READ ARQ-MOVFAIXA.
           EVALUATE WK-FS-MOVFAIXA
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVFAIXA
                           ' NO COMANDO READ MOVFAIXA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'TRANSACOES LIDAS      = ' WK-REGS-LIDOS.
           DISPLAY 'TRANSACOES APLICADAS  = ' WK-TOT-APLICADOS.
           DISPLAY 'TRANSACOES REJEITADAS = ' WK-TOT-REJEITADOS.
           PERFORM 930-GRAVAR-CTLLOG.
           IF WK-TOT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ARQ-MOVFAIXA.
           CLOSE ARQ-AUDFAIXA.
           CLOSE ARQ-RELFAIXA.
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO193'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
