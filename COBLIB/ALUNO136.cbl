       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO136.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    ELIMINACAO ANUAL DE DADOS PESSOAIS (LGPD) DOS*
      *    CLIENTES ENCERRADOS HA MAIS TEMPO QUE O      *
      *    PRAZO LEGAL DE GUARDA (PARAMETRO ANOS-GUARDA *
      *    DO ALUNO46, SENAO CARTAO SYSIN). A DATA      *
      *    DE ENCERRAMENTO VEM DA TRILHA AUDCLI (ULTIMO *
      *    MOVIMENTO QUE LEVOU A SITUACAO A E). FICA    *
      *    RETIDO QUEM TEM EMPRESTIMO ATIVO, CDB ATIVO, *
      *    PENHORA OU COBRANCA ABERTA (COBFILE). OS     *
      *    DEMAIS TEM NOME, ENDERECO, FONE E DOCUMENTO  *
      *    SUBSTITUIDOS EM DEFINITIVO NAS COPIAS NOVAS  *
      *    DE CLIENTES, CLIDEMOG E CLNTHIST; FICAM SO O *
      *    CODIGO E OS SALDOS. O ARQUIVO ARCLAN NAO TEM *
      *    DADO PESSOAL ALEM DO CODIGO E NAO E ALTERADO.*
      *    CERTIFICADO RELANON (ALUNO48) COM O QUE FOI  *
      *    ELIMINADO E O QUE FICOU RETIDO E POR QUE, E  *
      *    EVIDENCIA NA TRILHA AUDCLI (FUNCAO X, SEM O  *
      *    NOME ANTERIOR). OPERADOR E APROVADOR DO      *
      *    CARTAO SYSIN SAO CONFERIDOS NO OPERSEC       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPERSEC  ASSIGN TO OPERSEC
               FILE STATUS IS WK-FS-OPERSEC.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-CLINOVO  ASSIGN TO CLINOVO
               FILE STATUS IS WK-FS-CLINOVO.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-DEMNOVO  ASSIGN TO DEMNOVO
               FILE STATUS IS WK-FS-DEMNOVO.
           SELECT ARQ-CLIENTHI ASSIGN TO CLNTHIST
               FILE STATUS IS WK-FS-CLIENTHI.
           SELECT ARQ-HISNOVO  ASSIGN TO HISNOVO
               FILE STATUS IS WK-FS-HISNOVO.
           SELECT ARQ-EMPREST  ASSIGN TO EMPREST
               FILE STATUS IS WK-FS-EMPREST.
           SELECT ARQ-CDBMAST  ASSIGN TO CDBMAST
               FILE STATUS IS WK-FS-CDBMAST.
           SELECT ARQ-PENHORA  ASSIGN TO PENHORA
               FILE STATUS IS WK-FS-PENHORA.
           SELECT ARQ-COBFILE  ASSIGN TO COBFILE
               FILE STATUS IS WK-FS-COBFILE.
           SELECT ARQ-AUDCLI   ASSIGN TO AUDCLI
               FILE STATUS IS WK-FS-AUDCLI.
           SELECT ARQ-RELANON  ASSIGN TO RELANON
               FILE STATUS IS WK-FS-RELANON.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-OPERSEC
            RECORDING MODE IS F.
           COPY OPERSEC.
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-CLINOVO
            RECORDING MODE IS F.
       01  REG-CLINOVO              PIC X(49).
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
       FD   ARQ-DEMNOVO
            RECORDING MODE IS F.
       01  REG-DEMNOVO              PIC X(128).
       FD   ARQ-CLIENTHI
            RECORDING MODE IS F.
           COPY CLNTHIST.
       FD   ARQ-HISNOVO
            RECORDING MODE IS F.
       01  REG-HISNOVO              PIC X(52).
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-CDBMAST
            RECORDING MODE IS F.
           COPY CDBMAST.
       FD   ARQ-PENHORA
            RECORDING MODE IS F.
       01  REG-PENHORA.
           05 FD-PEN-CODIGO         PIC 9(5).
           05 FD-PEN-PROCESSO       PIC X(15).
           05 FD-PEN-VALOR          PIC 9(7)V99.
           05 FD-PEN-DATA-INICIO    PIC 9(8).
           05 FILLER                PIC X(43).
       FD   ARQ-COBFILE
            RECORDING MODE IS F.
       01  REG-COBFILE.
           05 FD-COB-CODIGO         PIC 9(5).
           05 FD-COB-DATA-ENTRADA   PIC 9(8).
           05 FD-COB-ESTAGIO        PIC 9(1).
           05 FILLER                PIC X(06).
       FD   ARQ-AUDCLI
            RECORDING MODE IS F.
           COPY AUDCLI.
       FD   ARQ-RELANON
            RECORDING MODE IS F.
       01  REG-RELANON              PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-OPERSEC     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-CLINOVO     PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-DEMNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTHI    PIC XX             VALUE SPACES.
       77  WK-FS-HISNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-CDBMAST     PIC XX             VALUE SPACES.
       77  WK-FS-PENHORA     PIC XX             VALUE SPACES.
       77  WK-FS-COBFILE     PIC XX             VALUE SPACES.
       77  WK-FS-AUDCLI      PIC XX             VALUE SPACES.
       77  WK-FS-RELANON     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-ANONIMOS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-RETIDOS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-NO-PRAZO   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-JA-ANONIMOS PIC 9(05)         VALUE ZEROS.
       77  WK-TOT-SEM-DATA   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-DEM-ALTER  PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-HIS-ALTER  PIC 9(07)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    CARTAO SYSIN: OPERADOR, APROVADOR (QUATRO OLHOS,
      *    CONFERIDOS NO OPERSEC) E ANOS DE GUARDA QUANDO
      *    NAO HA O PARAMETRO ANOS-GUARDA NO PARMFILE
       01  WK-PARM-CARD.
           05 WK-PARM-OPERADOR     PIC X(08)     VALUE SPACES.
           05 WK-PARM-APROVADOR    PIC X(08)     VALUE SPACES.
           05 WK-PARM-ANOS         PIC 9(02)     VALUE ZEROS.
       77  WK-PODE-CLIENTE   PIC X(01)          VALUE 'N'.
       77  WK-PODE-SITUACAO  PIC X(01)          VALUE 'N'.
       77  WK-PODE-APROVAR   PIC X(01)          VALUE 'N'.
      *
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       01  WK-DATA-CORTE     PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-CORTE-R REDEFINES WK-DATA-CORTE.
           05 WK-CRT-ANO           PIC 9(4).
           05 WK-CRT-MES           PIC 99.
           05 WK-CRT-DIA           PIC 99.
      *
      *    VALORES QUE SUBSTITUEM OS DADOS PESSOAIS
       77  WK-NOME-ANONIMO   PIC X(25)   VALUE 'CLIENTE ANONIMIZADO'.
       77  WK-ENDER-ANONIMO  PIC X(30)   VALUE 'ENDERECO ANONIMIZADO'.
      *
      *    DATA DE ENCERRAMENTO POR CLIENTE, DO AUDCLI
       01  TABELA-ENCERRAMENTOS.
           05 ENC-ENTRADA            OCCURS 5000 TIMES.
              10 ENC-TAB-CODIGO      PIC 9(5).
              10 ENC-TAB-DATA        PIC 9(8).
       77  WK-TOT-ENCERRAMENTOS PIC 9(05)       VALUE ZEROS.
       77  WK-IND-ENC        PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-ENCERRAMENTO PIC 9(8)        VALUE ZEROS.
      *
      *    IMPEDIMENTOS POR CLIENTE (S = TEM)
       01  TABELA-IMPEDIMENTOS.
           05 IMP-ENTRADA            OCCURS 5000 TIMES.
              10 IMP-TAB-CODIGO      PIC 9(5).
              10 IMP-TAB-EMPREST     PIC X(01).
              10 IMP-TAB-CDB         PIC X(01).
              10 IMP-TAB-PENHORA     PIC X(01).
              10 IMP-TAB-COBRANCA    PIC X(01).
       77  WK-TOT-IMPEDIMENTOS PIC 9(05)        VALUE ZEROS.
       77  WK-IND-IMP        PIC 9(05)          VALUE ZEROS.
       77  WK-COD-IMPEDIMENTO PIC 9(5)          VALUE ZEROS.
      *
      *    CLIENTES ANONIMIZADOS NESTA RODADA
       01  TABELA-ANONIMOS.
           05 ANO-ENTRADA            OCCURS 5000 TIMES.
              10 ANO-TAB-CODIGO      PIC 9(5).
       77  WK-IND-ANO        PIC 9(05)          VALUE ZEROS.
      *
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
       77  WK-SITUACAO-TEXTO PIC X(90)          VALUE SPACES.
      *
      *    PAGINACAO E CABECALHOS DO CERTIFICADO PELO
      *    SERVICO PADRAO DE RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O SERVICO CENTRAL DE
      *    PARAMETROS (ALUNO46); SEM PARAMETRO CADASTRADO,
      *    VALE O CARTAO SYSIN COMO SEMPRE
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-CLIENTES = '10'.
           PERFORM 250-ANONIMIZAR-CLIDEMOG.
           PERFORM 260-ANONIMIZAR-CLNTHIST.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO136' TO LK-PRM-PROGRAMA.
           MOVE 'ANOS-GUARDA' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:2) TO WK-PARM-ANOS
           END-IF.
           IF WK-PARM-ANOS = ZEROS
               MOVE 10 TO WK-PARM-ANOS
           END-IF.
           PERFORM 105-VALIDAR-OPERADORES.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           MOVE WK-DATA-EXEC TO WK-DATA-CORTE.
           SUBTRACT WK-PARM-ANOS FROM WK-CRT-ANO.
           PERFORM 110-CARREGAR-ENCERRAMENTOS.
           PERFORM 120-CARREGAR-EMPRESTIMOS.
           PERFORM 130-CARREGAR-CDBS.
           PERFORM 140-CARREGAR-PENHORAS.
           PERFORM 150-CARREGAR-COBRANCAS.
           OPEN INPUT  ARQ-CLIENTES.
           OPEN OUTPUT ARQ-CLINOVO.
           OPEN EXTEND ARQ-AUDCLI.
           OPEN OUTPUT ARQ-RELANON.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTES
                           ' NO COMANDO OPEN CLIENTES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'CERTIFICADO DE ELIMINACAO DE DADOS PESSOAIS'
                TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'PRAZO DE GUARDA ' WK-PARM-ANOS
                  ' ANOS - ENCERRADOS ATE ' WK-DATA-CORTE
                  '  OPERADOR ' WK-PARM-OPERADOR
                  '  APROVADOR ' WK-PARM-APROVADOR
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           PERFORM 301-LER-CLIENTES.
      *
      *    ELIMINACAO E IRREVERSIVEL: O OPERADOR PRECISA DAS
      *    FUNCOES CLIENTE E SITUACAO E O APROVADOR, OUTRA
      *    PESSOA, DA FUNCAO APROVACAO
       105-VALIDAR-OPERADORES.
           OPEN INPUT ARQ-OPERSEC.
           IF WK-FS-OPERSEC NOT = '00'
               DISPLAY 'ARQUIVO OPERSEC NAO ENCONTRADO - '
                       'ELIMINACAO NAO AUTORIZADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 107-LER-OPERSEC.
           PERFORM 106-PROCURAR-OPERADOR
               UNTIL WK-FS-OPERSEC = '10'.
           CLOSE ARQ-OPERSEC.
           IF WK-PODE-CLIENTE NOT = 'S'
            OR WK-PODE-SITUACAO NOT = 'S'
               DISPLAY 'OPERADOR ' WK-PARM-OPERADOR
                       ' SEM AUTORIZACAO PARA ELIMINAR DADOS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-PODE-APROVAR NOT = 'S'
            OR WK-PARM-APROVADOR = WK-PARM-OPERADOR
               DISPLAY 'APROVADOR ' WK-PARM-APROVADOR
                       ' INVALIDO OU IGUAL AO OPERADOR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       106-PROCURAR-OPERADOR.
           IF FD-SEC-OPERADOR = WK-PARM-OPERADOR
               MOVE FD-SEC-FL-CLIENTE  TO WK-PODE-CLIENTE
               MOVE FD-SEC-FL-SITUACAO TO WK-PODE-SITUACAO
           END-IF.
           IF FD-SEC-OPERADOR = WK-PARM-APROVADOR
               MOVE FD-SEC-FL-APROVACAO TO WK-PODE-APROVAR
           END-IF.
           PERFORM 107-LER-OPERSEC.
       107-LER-OPERSEC.
           READ ARQ-OPERSEC
               AT END
                   MOVE '10' TO WK-FS-OPERSEC
           END-READ.
      *
      *    ULTIMO MOVIMENTO DA TRILHA QUE DEIXOU O CLIENTE
      *    ENCERRADO (ENCERRAMENTO OU MUDANCA DE SITUACAO)
       110-CARREGAR-ENCERRAMENTOS.
           OPEN INPUT ARQ-AUDCLI.
           EVALUATE WK-FS-AUDCLI
               WHEN '00'
                   PERFORM 112-LER-AUDCLI
                   PERFORM 111-ACUMULAR-ENCERRAMENTO
                       UNTIL WK-FS-AUDCLI = '10'
                   CLOSE ARQ-AUDCLI
               WHEN OTHER
                   DISPLAY 'ARQUIVO AUDCLI NAO ENCONTRADO - '
                           'ELIMINACAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       111-ACUMULAR-ENCERRAMENTO.
           IF FD-AUC-SIT-DEPOIS = 'E'
               SET ITEM-NAO-ACHADO TO TRUE
               PERFORM VARYING WK-IND-ENC FROM 1 BY 1
                       UNTIL WK-IND-ENC > WK-TOT-ENCERRAMENTOS
                       OR ITEM-ACHADO
                   IF ENC-TAB-CODIGO(WK-IND-ENC) = FD-AUC-CODIGO
                       SET ITEM-ACHADO TO TRUE
                   END-IF
               END-PERFORM
               IF ITEM-ACHADO
                   SUBTRACT 1 FROM WK-IND-ENC
                   IF FD-AUC-DATA > ENC-TAB-DATA(WK-IND-ENC)
                       MOVE FD-AUC-DATA TO ENC-TAB-DATA(WK-IND-ENC)
                   END-IF
               ELSE
                   IF WK-TOT-ENCERRAMENTOS >= 5000
                       DISPLAY 'TABELA DE ENCERRAMENTOS CHEIA '
                               '(MAXIMO 5000 REGISTROS) - '
                               'ELIMINACAO ABORTADA'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WK-TOT-ENCERRAMENTOS
                   MOVE FD-AUC-CODIGO
                        TO ENC-TAB-CODIGO(WK-TOT-ENCERRAMENTOS)
                   MOVE FD-AUC-DATA
                        TO ENC-TAB-DATA(WK-TOT-ENCERRAMENTOS)
               END-IF
           END-IF.
           PERFORM 112-LER-AUDCLI.
       112-LER-AUDCLI.
           READ ARQ-AUDCLI
               AT END
                   MOVE '10' TO WK-FS-AUDCLI
           END-READ.
      *
      *    SEM UM ARQUIVO DE IMPEDIMENTO NAO HA COMO PROVAR
      *    QUE O CLIENTE ESTA LIVRE: A RODADA NAO SEGUE
       120-CARREGAR-EMPRESTIMOS.
           OPEN INPUT ARQ-EMPREST.
           IF WK-FS-EMPREST NOT = '00'
               DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO - '
                       'ELIMINACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 122-LER-EMPREST.
           PERFORM 121-ACUMULAR-EMPRESTIMO
               UNTIL WK-FS-EMPREST = '10'.
           CLOSE ARQ-EMPREST.
       121-ACUMULAR-EMPRESTIMO.
           IF EMP-SIT-ATIVO
               MOVE FD-EMP-CODIGO TO WK-COD-IMPEDIMENTO
               PERFORM 160-REGISTRAR-IMPEDIMENTO
               MOVE 'S' TO IMP-TAB-EMPREST(WK-IND-IMP)
           END-IF.
           PERFORM 122-LER-EMPREST.
       122-LER-EMPREST.
           READ ARQ-EMPREST
               AT END
                   MOVE '10' TO WK-FS-EMPREST
           END-READ.
       130-CARREGAR-CDBS.
           OPEN INPUT ARQ-CDBMAST.
           IF WK-FS-CDBMAST NOT = '00'
               DISPLAY 'ARQUIVO CDBMAST NAO ENCONTRADO - '
                       'ELIMINACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 132-LER-CDBMAST.
           PERFORM 131-ACUMULAR-CDB
               UNTIL WK-FS-CDBMAST = '10'.
           CLOSE ARQ-CDBMAST.
       131-ACUMULAR-CDB.
           IF CDB-SIT-ATIVO
               MOVE FD-CDB-CODIGO TO WK-COD-IMPEDIMENTO
               PERFORM 160-REGISTRAR-IMPEDIMENTO
               MOVE 'S' TO IMP-TAB-CDB(WK-IND-IMP)
           END-IF.
           PERFORM 132-LER-CDBMAST.
       132-LER-CDBMAST.
           READ ARQ-CDBMAST
               AT END
                   MOVE '10' TO WK-FS-CDBMAST
           END-READ.
       140-CARREGAR-PENHORAS.
           OPEN INPUT ARQ-PENHORA.
           IF WK-FS-PENHORA NOT = '00'
               DISPLAY 'ARQUIVO PENHORA NAO ENCONTRADO - '
                       'ELIMINACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 142-LER-PENHORA.
           PERFORM 141-ACUMULAR-PENHORA
               UNTIL WK-FS-PENHORA = '10'.
           CLOSE ARQ-PENHORA.
       141-ACUMULAR-PENHORA.
           MOVE FD-PEN-CODIGO TO WK-COD-IMPEDIMENTO.
           PERFORM 160-REGISTRAR-IMPEDIMENTO.
           MOVE 'S' TO IMP-TAB-PENHORA(WK-IND-IMP).
           PERFORM 142-LER-PENHORA.
       142-LER-PENHORA.
           READ ARQ-PENHORA
               AT END
                   MOVE '10' TO WK-FS-PENHORA
           END-READ.
       150-CARREGAR-COBRANCAS.
           OPEN INPUT ARQ-COBFILE.
           IF WK-FS-COBFILE NOT = '00'
               DISPLAY 'ARQUIVO COBFILE NAO ENCONTRADO - '
                       'ELIMINACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 152-LER-COBFILE.
           PERFORM 151-ACUMULAR-COBRANCA
               UNTIL WK-FS-COBFILE = '10'.
           CLOSE ARQ-COBFILE.
       151-ACUMULAR-COBRANCA.
           MOVE FD-COB-CODIGO TO WK-COD-IMPEDIMENTO.
           PERFORM 160-REGISTRAR-IMPEDIMENTO.
           MOVE 'S' TO IMP-TAB-COBRANCA(WK-IND-IMP).
           PERFORM 152-LER-COBFILE.
       152-LER-COBFILE.
           READ ARQ-COBFILE
               AT END
                   MOVE '10' TO WK-FS-COBFILE
           END-READ.
      *
      *    DEVOLVE EM WK-IND-IMP A ENTRADA DO CLIENTE DE
      *    WK-COD-IMPEDIMENTO, CRIANDO-A SE PRECISO
       160-REGISTRAR-IMPEDIMENTO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-IMP FROM 1 BY 1
                   UNTIL WK-IND-IMP > WK-TOT-IMPEDIMENTOS
                   OR ITEM-ACHADO
               IF IMP-TAB-CODIGO(WK-IND-IMP) = WK-COD-IMPEDIMENTO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-IMP
           ELSE
               IF WK-TOT-IMPEDIMENTOS >= 5000
                   DISPLAY 'TABELA DE IMPEDIMENTOS CHEIA (MAXIMO '
                           '5000 REGISTROS) - ELIMINACAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-IMPEDIMENTOS
               MOVE WK-TOT-IMPEDIMENTOS TO WK-IND-IMP
               MOVE WK-COD-IMPEDIMENTO  TO IMP-TAB-CODIGO(WK-IND-IMP)
               MOVE 'N' TO IMP-TAB-EMPREST(WK-IND-IMP)
               MOVE 'N' TO IMP-TAB-CDB(WK-IND-IMP)
               MOVE 'N' TO IMP-TAB-PENHORA(WK-IND-IMP)
               MOVE 'N' TO IMP-TAB-COBRANCA(WK-IND-IMP)
           END-IF.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF CLI-SIT-ENCERRADO
               IF FD-CLI-NOME = WK-NOME-ANONIMO
                   ADD 1 TO WK-TOT-JA-ANONIMOS
               ELSE
                   PERFORM 210-AVALIAR-CLIENTE
               END-IF
           END-IF.
           WRITE REG-CLINOVO FROM REG-CLIENTES.
           PERFORM 301-LER-CLIENTES.
      *
      *    SEM DATA DE ENCERRAMENTO NA TRILHA O PRAZO NAO
      *    PODE SER PROVADO: O CLIENTE FICA RETIDO
       210-AVALIAR-CLIENTE.
           PERFORM 215-LOCALIZAR-ENCERRAMENTO.
           EVALUATE TRUE
               WHEN WK-DATA-ENCERRAMENTO = ZEROS
                   ADD 1 TO WK-TOT-SEM-DATA
                   ADD 1 TO WK-TOT-RETIDOS
                   MOVE 'RETIDO - SEM DATA DE ENCERRAMENTO NO AUDCLI'
                        TO WK-SITUACAO-TEXTO
                   PERFORM 240-DETALHAR-CLIENTE
               WHEN WK-DATA-ENCERRAMENTO > WK-DATA-CORTE
                   ADD 1 TO WK-TOT-NO-PRAZO
               WHEN OTHER
                   MOVE FD-CLI-CODIGO TO WK-COD-IMPEDIMENTO
                   PERFORM 220-LOCALIZAR-IMPEDIMENTO
                   IF ITEM-ACHADO
                       PERFORM 225-RETER-CLIENTE
                   ELSE
                       PERFORM 230-ANONIMIZAR-CLIENTE
                   END-IF
           END-EVALUATE.
       215-LOCALIZAR-ENCERRAMENTO.
           MOVE ZEROS TO WK-DATA-ENCERRAMENTO.
           PERFORM VARYING WK-IND-ENC FROM 1 BY 1
                   UNTIL WK-IND-ENC > WK-TOT-ENCERRAMENTOS
               IF ENC-TAB-CODIGO(WK-IND-ENC) = FD-CLI-CODIGO
                   MOVE ENC-TAB-DATA(WK-IND-ENC)
                        TO WK-DATA-ENCERRAMENTO
               END-IF
           END-PERFORM.
       220-LOCALIZAR-IMPEDIMENTO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-IMP FROM 1 BY 1
                   UNTIL WK-IND-IMP > WK-TOT-IMPEDIMENTOS
                   OR ITEM-ACHADO
               IF IMP-TAB-CODIGO(WK-IND-IMP) = WK-COD-IMPEDIMENTO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-IMP
           END-IF.
       225-RETER-CLIENTE.
           ADD 1 TO WK-TOT-RETIDOS.
           MOVE SPACES TO WK-SITUACAO-TEXTO.
           STRING 'RETIDO - EMPRESTIMO ATIVO '
                  IMP-TAB-EMPREST(WK-IND-IMP)
                  '  CDB ATIVO ' IMP-TAB-CDB(WK-IND-IMP)
                  '  PENHORA ' IMP-TAB-PENHORA(WK-IND-IMP)
                  '  COBRANCA ABERTA ' IMP-TAB-COBRANCA(WK-IND-IMP)
                  DELIMITED BY SIZE INTO WK-SITUACAO-TEXTO
           END-STRING.
           PERFORM 240-DETALHAR-CLIENTE.
      *
      *    A EVIDENCIA NA TRILHA NAO GUARDA O NOME ANTERIOR,
      *    SENAO A ELIMINACAO SERIA DESFEITA PELA PROPRIA
      *    AUDITORIA
       230-ANONIMIZAR-CLIENTE.
           IF WK-TOT-ANONIMOS >= 5000
               DISPLAY 'TABELA DE ANONIMIZADOS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - ELIMINACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-ANONIMOS.
           MOVE FD-CLI-CODIGO   TO ANO-TAB-CODIGO(WK-TOT-ANONIMOS).
           MOVE WK-NOME-ANONIMO TO FD-CLI-NOME.
           MOVE SPACES            TO REG-AUDCLI.
           MOVE 'X'               TO FD-AUC-FUNCAO.
           MOVE FD-CLI-CODIGO     TO FD-AUC-CODIGO.
           MOVE SPACES            TO FD-AUC-NOME-ANTES.
           MOVE WK-NOME-ANONIMO   TO FD-AUC-NOME-DEPOIS.
           MOVE FD-CLI-SITUACAO   TO FD-AUC-SIT-ANTES.
           MOVE FD-CLI-SITUACAO   TO FD-AUC-SIT-DEPOIS.
           MOVE WK-DATA-EXEC      TO FD-AUC-DATA.
           MOVE WK-HORA-EXEC      TO FD-AUC-HORA.
           MOVE WK-PARM-OPERADOR  TO FD-AUC-OPERADOR.
           MOVE WK-PARM-APROVADOR TO FD-AUC-APROVADOR.
           WRITE REG-AUDCLI.
           MOVE SPACES TO WK-SITUACAO-TEXTO.
           STRING 'ELIMINADOS NOME, ENDERECO, FONE E DOCUMENTO - '
                  'MANTIDOS CODIGO E SALDOS'
                  DELIMITED BY SIZE INTO WK-SITUACAO-TEXTO
           END-STRING.
           PERFORM 240-DETALHAR-CLIENTE.
       240-DETALHAR-CLIENTE.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'CODIGO ' FD-CLI-CODIGO
                  '  ENCERRADO EM ' WK-DATA-ENCERRAMENTO
                  '  ' WK-SITUACAO-TEXTO
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
      *
      *    SEGUNDA E TERCEIRA PASSADAS: ENDERECO, FONE E
      *    DOCUMENTO NO CLIDEMOG E O NOME NO HISTORICO DOS
      *    CLIENTES ANONIMIZADOS ACIMA
       250-ANONIMIZAR-CLIDEMOG.
           OPEN INPUT  ARQ-CLIDEMOG.
           OPEN OUTPUT ARQ-DEMNOVO.
           IF WK-FS-CLIDEMOG NOT = '00'
               DISPLAY 'ARQUIVO CLIDEMOG NAO ENCONTRADO - '
                       'ELIMINACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 252-LER-CLIDEMOG.
           PERFORM 251-REGRAVAR-CLIDEMOG
               UNTIL WK-FS-CLIDEMOG = '10'.
           CLOSE ARQ-CLIDEMOG.
           CLOSE ARQ-DEMNOVO.
       251-REGRAVAR-CLIDEMOG.
           MOVE FD-DEM-CODIGO TO WK-COD-IMPEDIMENTO.
           PERFORM 270-LOCALIZAR-ANONIMO.
           IF ITEM-ACHADO
               ADD 1 TO WK-TOT-DEM-ALTER
               MOVE WK-ENDER-ANONIMO TO FD-DEM-ENDERECO1
               MOVE SPACES           TO FD-DEM-ENDERECO2
               MOVE SPACES           TO FD-DEM-CIDADE
               MOVE SPACES           TO FD-DEM-UF
               MOVE ZEROS            TO FD-DEM-CEP
               MOVE SPACES           TO FD-DEM-FONE
               MOVE SPACES           TO FD-DEM-DOCUMENTO
           END-IF.
           WRITE REG-DEMNOVO FROM REG-CLIDEMOG.
           PERFORM 252-LER-CLIDEMOG.
       252-LER-CLIDEMOG.
           READ ARQ-CLIDEMOG
               AT END
                   MOVE '10' TO WK-FS-CLIDEMOG
           END-READ.
       260-ANONIMIZAR-CLNTHIST.
           OPEN INPUT  ARQ-CLIENTHI.
           OPEN OUTPUT ARQ-HISNOVO.
           IF WK-FS-CLIENTHI NOT = '00'
               DISPLAY 'ARQUIVO CLNTHIST NAO ENCONTRADO - '
                       'ELIMINACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 262-LER-CLIENTHI.
           PERFORM 261-REGRAVAR-CLIENTHI
               UNTIL WK-FS-CLIENTHI = '10'.
           CLOSE ARQ-CLIENTHI.
           CLOSE ARQ-HISNOVO.
       261-REGRAVAR-CLIENTHI.
           MOVE FD-CLH-CODIGO TO WK-COD-IMPEDIMENTO.
           PERFORM 270-LOCALIZAR-ANONIMO.
           IF ITEM-ACHADO
               ADD 1 TO WK-TOT-HIS-ALTER
               MOVE WK-NOME-ANONIMO TO FD-CLH-NOME
           END-IF.
           WRITE REG-HISNOVO FROM REG-CLIENTHI.
           PERFORM 262-LER-CLIENTHI.
       262-LER-CLIENTHI.
           READ ARQ-CLIENTHI
               AT END
                   MOVE '10' TO WK-FS-CLIENTHI
           END-READ.
       270-LOCALIZAR-ANONIMO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-ANO FROM 1 BY 1
                   UNTIL WK-IND-ANO > WK-TOT-ANONIMOS
                   OR ITEM-ACHADO
               IF ANO-TAB-CODIGO(WK-IND-ANO) = WK-COD-IMPEDIMENTO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
      ***************************************
       300-LER-CLIENTES SECTION.
       301-LER-CLIENTES.
           READ ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTES
                           ' NO COMANDO READ CLIENTES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 915-DETALHAR-LINHA.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'REGISTROS ANONIMIZADOS: CLIENTES ' WK-TOT-ANONIMOS
                  '  CLIDEMOG ' WK-TOT-DEM-ALTER
                  '  CLNTHIST ' WK-TOT-HIS-ALTER
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'ARCLAN: SO CODIGO E VALORES, SEM DADO PESSOAL - '
                  'MANTIDO SEM ALTERACAO'
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-SAIDA.
           DISPLAY 'CLIENTES LIDOS             = ' WK-REGS-LIDOS.
           DISPLAY 'CLIENTES ANONIMIZADOS      = ' WK-TOT-ANONIMOS.
           DISPLAY 'CLIENTES RETIDOS           = ' WK-TOT-RETIDOS.
           DISPLAY 'RETIDOS SEM DATA NO AUDCLI = ' WK-TOT-SEM-DATA.
           DISPLAY 'ENCERRADOS AINDA NO PRAZO  = ' WK-TOT-NO-PRAZO.
           DISPLAY 'JA ANONIMIZADOS ANTES      = ' WK-TOT-JA-ANONIMOS.
           DISPLAY 'CLIDEMOG REGRAVADOS        = ' WK-TOT-DEM-ALTER.
           DISPLAY 'CLNTHIST REGRAVADOS        = ' WK-TOT-HIS-ALTER.
           IF WK-TOT-SEM-DATA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-CLINOVO.
           CLOSE ARQ-AUDCLI.
           CLOSE ARQ-RELANON.
      ***************************************
       915-DETALHAR-LINHA.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-SAIDA.
       916-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELANON
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO136'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-RETIDOS    TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
