       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO192.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DO CADASTRO DE FERIAS GOZADAS     *
      *    (KSDS AUSENCIA, CHAVE CODFUN + DATA DE       *
      *    INICIO), DIRIGIDA PELO ARQUIVO MOVAUS. O     *
      *    OPERADOR DO CARTAO SYSIN PRECISA DA FUNCAO   *
      *    DE SALARIO NO OPERSEC. FUNCOES:              *
      *      I = INCLUSAO: O CODFUN TEM QUE EXISTIR EM  *
      *          EAD316.FUNCIONARIOS; GOZO DE 5 A 30    *
      *          DIAS, ABONO PECUNIARIO ATE 10 DIAS E   *
      *          SOMA ATE 30                            *
      *      E = EXCLUSAO: SO ANTES DA PROVISAO DA      *
      *          COMPETENCIA DO INICIO (DEPOIS OS DIAS  *
      *          JA FORAM BAIXADOS DO SALDO)            *
      *    O CADASTRO E LIDO PELA PROVISAO MENSAL DE    *
      *    FERIAS E 13O (ALUNO191)                      *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVAUS   ASSIGN TO MOVAUS
               FILE STATUS IS WK-FS-MOVAUS.
           SELECT ARQ-AUSENCIA ASSIGN TO AUSENCIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-AUS-CHAVE
               FILE STATUS IS WK-FS-AUSENCIA.
           SELECT ARQ-OPERSEC  ASSIGN TO OPERSEC
               FILE STATUS IS WK-FS-OPERSEC.
           SELECT ARQ-RELMANUT ASSIGN TO RELMANUT
               FILE STATUS IS WK-FS-RELMANUT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-MOVAUS
            RECORDING MODE IS F.
           COPY MOVAUS.
       FD   ARQ-AUSENCIA.
           COPY AUSENCIA.
       FD   ARQ-OPERSEC
            RECORDING MODE IS F.
           COPY OPERSEC.
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
       77  WK-FS-MOVAUS      PIC XX             VALUE SPACES.
       77  WK-FS-AUSENCIA    PIC XX             VALUE SPACES.
       77  WK-FS-OPERSEC     PIC XX             VALUE SPACES.
       77  WK-FS-RELMANUT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-SQLCODE-EDIT   PIC -999           VALUE ZEROS.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-INCLUSOES  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-EXCLUSOES  PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE SPACES.
       77  WK-PODE-SALARIO   PIC X(01)          VALUE 'N'.
       77  WK-CRITICA        PIC X(45)          VALUE SPACES.
       77  WK-SOMA-DIAS      PIC 9(03)          VALUE ZEROS.
      *
       01  WK-DATA-MOV             PIC 9(08)     VALUE ZEROS.
       01  FILLER REDEFINES WK-DATA-MOV.
           05 WK-DMV-ANO           PIC 9(04).
           05 WK-DMV-MES           PIC 9(02).
           05 WK-DMV-DIA           PIC 9(02).
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(08)     VALUE ' CODFUN '.
           05 WK-LINHA-CODFUN      PIC 9(5)      BLANK WHEN ZERO.
           05 FILLER               PIC X(08)     VALUE ' INICIO '.
           05 WK-LINHA-INICIO      PIC 9(8)      BLANK WHEN ZERO.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(45).
           05 FILLER               PIC X(17)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVAUS = '10'.
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
           OPEN INPUT  ARQ-MOVAUS.
           EVALUATE WK-FS-MOVAUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVAUS NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVAUS
                           ' NO COMANDO OPEN MOVAUS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN I-O    ARQ-AUSENCIA.
           IF WK-FS-AUSENCIA NOT = '00'
               DISPLAY 'ERRO ' WK-FS-AUSENCIA
                       ' NO COMANDO OPEN AUSENCIA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELMANUT.
           PERFORM 301-LER-MOVAUS.
      *
      *    AUTORIZACAO DO OPERADOR: AS FERIAS GOZADAS MEXEM
      *    NA PROVISAO DA FOLHA, ENTAO EXIGEM A FUNCAO DE
      *    SALARIO NO OPERSEC
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
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-MAU-FUNCAO      TO WK-LINHA-FUNCAO.
           MOVE FD-MAU-CODFUN      TO WK-LINHA-CODFUN.
           MOVE FD-MAU-DATA-INICIO TO WK-LINHA-INICIO.
           MOVE FD-MAU-DATA-INICIO TO WK-DATA-MOV.
           EVALUATE TRUE
               WHEN NOT MAU-INCLUSAO AND NOT MAU-EXCLUSAO
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN FD-MAU-CODFUN NOT NUMERIC
                OR FD-MAU-CODFUN = ZEROS
                   MOVE 'REJEITADO - CODFUN INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN FD-MAU-DATA-INICIO NOT NUMERIC
                OR WK-DMV-MES < 01 OR WK-DMV-MES > 12
                OR WK-DMV-DIA < 01 OR WK-DMV-DIA > 31
                   MOVE 'REJEITADO - DATA DE INICIO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN MAU-INCLUSAO
                   PERFORM 210-INCLUIR
               WHEN OTHER
                   PERFORM 250-EXCLUIR
           END-EVALUATE.
           PERFORM 301-LER-MOVAUS.
      *
      *    INCLUSAO: O FUNCIONARIO TEM QUE EXISTIR NA TABELA
      *    DB2 E OS DIAS TEM QUE CABER EM UM PERIODO
       210-INCLUIR.
           MOVE SPACES TO WK-CRITICA.
           PERFORM 215-CRITICAR-DIAS.
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
           MOVE SPACES              TO REG-AUSENCIA.
           MOVE FD-MAU-CODFUN       TO FD-AUS-CODFUN.
           MOVE FD-MAU-DATA-INICIO  TO FD-AUS-DATA-INICIO.
           MOVE FD-MAU-DIAS-GOZO    TO FD-AUS-DIAS-GOZO.
           MOVE FD-MAU-DIAS-ABONO   TO FD-AUS-DIAS-ABONO.
           MOVE WK-OPERADOR         TO FD-AUS-OPERADOR.
           MOVE WK-DATA-EXEC        TO FD-AUS-DATA-ACAO.
           WRITE REG-AUSENCIA.
           EVALUATE WK-FS-AUSENCIA
               WHEN '00'
                   ADD 1 TO WK-TOT-INCLUSOES
                   MOVE 'APLICADO - FERIAS REGISTRADAS'
                        TO WK-LINHA-SITUACAO
                   PERFORM 280-GRAVAR-APLICACAO
               WHEN '22'
                   MOVE 'REJEITADO - FERIAS JA REGISTRADAS NESSA DATA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-AUSENCIA
                           ' NO COMANDO WRITE AUSENCIA - CODFUN '
                           FD-AUS-CODFUN
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       215-CRITICAR-DIAS.
           EVALUATE TRUE
               WHEN FD-MAU-DIAS-GOZO NOT NUMERIC
                OR FD-MAU-DIAS-GOZO < 5
                OR FD-MAU-DIAS-GOZO > 30
                   MOVE 'REJEITADO - DIAS DE GOZO FORA DE 5 A 30'
                        TO WK-CRITICA
               WHEN FD-MAU-DIAS-ABONO NOT NUMERIC
                OR FD-MAU-DIAS-ABONO > 10
                   MOVE 'REJEITADO - ABONO PECUNIARIO ACIMA DE 10'
                        TO WK-CRITICA
               WHEN OTHER
                   COMPUTE WK-SOMA-DIAS = FD-MAU-DIAS-GOZO
                                        + FD-MAU-DIAS-ABONO
                   IF WK-SOMA-DIAS > 30
                       MOVE 'REJEITADO - GOZO MAIS ABONO ACIMA DE 30'
                            TO WK-CRITICA
                   END-IF
           END-EVALUATE.
       220-LOCALIZAR-FUNCIONARIO.
           MOVE FD-MAU-CODFUN TO DB2-CODFUN.
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
       250-EXCLUIR.
           MOVE FD-MAU-CODFUN      TO FD-AUS-CODFUN.
           MOVE FD-MAU-DATA-INICIO TO FD-AUS-DATA-INICIO.
           DELETE ARQ-AUSENCIA.
           EVALUATE WK-FS-AUSENCIA
               WHEN '00'
                   ADD 1 TO WK-TOT-EXCLUSOES
                   MOVE 'APLICADO - FERIAS EXCLUIDAS'
                        TO WK-LINHA-SITUACAO
                   PERFORM 280-GRAVAR-APLICACAO
               WHEN '23'
                   MOVE 'REJEITADO - FERIAS NAO REGISTRADAS'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-AUSENCIA
                           ' NO COMANDO DELETE AUSENCIA - CODFUN '
                           FD-AUS-CODFUN
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       280-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
       285-GRAVAR-REJEICAO.
           ADD 1 TO WK-TOT-REJEITADOS.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER-MOVAUS SECTION.
       301-LER-MOVAUS.
           READ ARQ-MOVAUS.
           EVALUATE WK-FS-MOVAUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVAUS
                           ' NO COMANDO READ MOVAUS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'MOVIMENTOS LIDOS         = ' WK-REGS-LIDOS.
           DISPLAY 'APLICADOS                = ' WK-TOT-APLICADOS.
           DISPLAY 'REJEITADOS               = ' WK-TOT-REJEITADOS.
           DISPLAY 'FERIAS REGISTRADAS       = ' WK-TOT-INCLUSOES.
           DISPLAY 'FERIAS EXCLUIDAS         = ' WK-TOT-EXCLUSOES.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-MOVAUS.
           CLOSE ARQ-AUSENCIA.
           CLOSE ARQ-RELMANUT.
           IF WK-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO192'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
