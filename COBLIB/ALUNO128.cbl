       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO128.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    COBERTURA DO FGC POR DEPOSITANTE: AGRUPA OS  *
      *    CODIGOS DE CLIENTE PELO FD-DEM-DOCUMENTO DO  *
      *    CLIDEMOG DENTRO DE CADA EMPRESA E SOMA O     *
      *    SALDO CREDOR DE CONTA CORRENTE E A POUPANCA  *
      *    DO CLIENTEN MAIS OS CDB ATIVOS DO CDBMAST    *
      *    (SALDO ATUAL = PRINCIPAL + RENDIMENTO).      *
      *    CONTA COM COTITULARES EM VIGOR (VINCULOS DO  *
      *    ALUNO160) TEM A CONTA CORRENTE E A POUPANCA  *
      *    REPARTIDAS EM PARTES IGUAIS ENTRE OS         *
      *    TITULARES, CADA COTITULAR PELO PROPRIO       *
      *    DOCUMENTO; O CDB FICA COM O CLIENTE DO       *
      *    CODIGO. CADA DEPOSITANTE E DIVIDIDO EM       *
      *    PARCELA GARANTIDA E EXCEDENTE CONTRA O       *
      *    LIMITE DO PARMFILE (ALUNO46, PARAMETRO       *
      *    LIMITE-FGC; SEM ELE VALE O CARTAO SYSIN).    *
      *    SAIDAS: RESUMO POR EMPRESA E LISTA DOS       *
      *    DEPOSITANTES ACIMA DO LIMITE NO RELFGC, E O  *
      *    ARQUIVO NO LEIAUTE PEDIDO PELO FGC EM        *
      *    INTERVENCAO (FGCARQ, HEADER 0 / DETALHE 1 /  *
      *    TRAILER 9). CODIGO SEM DOCUMENTO ENTRA       *
      *    SOZINHO E E RELATADO                         *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-CDBMAST  ASSIGN TO CDBMAST
               FILE STATUS IS WK-FS-CDBMAST.
           SELECT ARQ-FGCARQ   ASSIGN TO FGCARQ
               FILE STATUS IS WK-FS-FGCARQ.
           SELECT ARQ-RELFGC   ASSIGN TO RELFGC
               FILE STATUS IS WK-FS-RELFGC.
           SELECT ARQ-VINCCTA  ASSIGN TO VINCCTA
               FILE STATUS IS WK-FS-VINCCTA.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
       FD   ARQ-CDBMAST
            RECORDING MODE IS F.
           COPY CDBMAST.
      *
      *    LEIAUTE DO ARQUIVO DE DEPOSITANTES PARA O FGC
       FD   ARQ-FGCARQ
            RECORDING MODE IS F.
       01  REG-FGCARQ.
           05 FGC-TIPO-REG          PIC X(01).
           05 FGC-DOCUMENTO         PIC X(14).
           05 FGC-TIPO-PESSOA       PIC X(01).
           05 FGC-EMPRESA           PIC 99.
           05 FGC-NOME              PIC X(25).
           05 FGC-SALDO-CC          PIC 9(11)V99.
           05 FGC-SALDO-POUP        PIC 9(11)V99.
           05 FGC-SALDO-CDB         PIC 9(11)V99.
           05 FGC-TOTAL             PIC 9(11)V99.
           05 FGC-GARANTIDO         PIC 9(11)V99.
           05 FGC-EXCEDENTE         PIC 9(11)V99.
           05 FGC-QTDE-CONTAS       PIC 9(3).
           05 FILLER                PIC X(26).
       01  REG-FGCHEADER REDEFINES REG-FGCARQ.
           05 FILLER                PIC X(01).
           05 FGC-HDR-DATA-BASE     PIC 9(8).
           05 FGC-HDR-LIMITE        PIC 9(9)V99.
           05 FGC-HDR-SISTEMA       PIC X(16).
           05 FILLER                PIC X(114).
       01  REG-FGCTRAILER REDEFINES REG-FGCARQ.
           05 FILLER                PIC X(01).
           05 FGC-TRL-QTDE          PIC 9(7).
           05 FGC-TRL-TOTAL         PIC 9(13)V99.
           05 FGC-TRL-GARANTIDO     PIC 9(13)V99.
           05 FGC-TRL-EXCEDENTE     PIC 9(13)V99.
           05 FILLER                PIC X(97).
       FD   ARQ-RELFGC
            RECORDING MODE IS F.
       01  REG-RELFGC               PIC X(80).
       FD   ARQ-VINCCTA
            RECORDING MODE IS F.
           COPY VINCCTA.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-CDBMAST     PIC XX             VALUE SPACES.
       77  WK-FS-FGCARQ      PIC XX             VALUE SPACES.
       77  WK-FS-RELFGC      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-CDB-LIDOS  PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-SEM-DOC    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ACIMA      PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-FS-VINCCTA     PIC XX             VALUE SPACES.
       77  WK-TOT-REPARTIDAS PIC 9(07)          VALUE ZEROS.
      *
      *    LIMITE DA GARANTIA POR DEPOSITANTE E EMPRESA
       01  WK-PARM-CARD.
           05 WK-PARM-LIMITE       PIC 9(9)V99   VALUE ZEROS.
      *
      *    DOCUMENTO DE CADA CODIGO DE CLIENTE (CLIDEMOG)
       01  TABELA-DOCUMENTOS.
           05 DOC-ENTRADA            OCCURS 5000 TIMES.
              10 DOC-TAB-CODIGO      PIC 9(5).
              10 DOC-TAB-DOCUMENTO   PIC X(14).
       77  WK-TOT-DOCUMENTOS PIC 9(05)          VALUE ZEROS.
       77  WK-IND-DOC        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-DOC      PIC X              VALUE 'N'.
           88 DOCUMENTO-ACHADO                  VALUE 'S'.
           88 DOCUMENTO-NAO-ACHADO              VALUE 'N'.
      *
      *    CHAVE DO DEPOSITANTE: EMPRESA + DOCUMENTO; SEM
      *    DOCUMENTO, 'SEMDOC' + CODIGO DO CLIENTE
       01  WK-CHAVE-PESSOA.
           05 WK-CHV-EMPRESA       PIC 99.
           05 WK-CHV-DOCUMENTO     PIC X(14).
       01  WK-DOC-SEM-CADASTRO.
           05 FILLER               PIC X(06)     VALUE 'SEMDOC'.
           05 WK-DSC-CODIGO        PIC 9(5).
           05 FILLER               PIC X(03)     VALUE SPACES.
       77  WK-CODIGO-PESSOA  PIC 9(5)           VALUE ZEROS.
      *
      *    DEPOSITANTES
       01  TABELA-PESSOAS.
           05 PES-ENTRADA            OCCURS 5000 TIMES.
              10 PES-TAB-EMPRESA     PIC 99.
              10 PES-TAB-DOCUMENTO   PIC X(14).
              10 PES-TAB-NOME        PIC X(25).
              10 PES-TAB-QTDE-CONTAS PIC 9(3).
              10 PES-TAB-CC          PIC 9(11)V99.
              10 PES-TAB-POUP        PIC 9(11)V99.
              10 PES-TAB-CDB         PIC 9(11)V99.
              10 PES-TAB-TOTAL       PIC 9(11)V99.
              10 PES-TAB-GARANTIDO   PIC 9(11)V99.
              10 PES-TAB-EXCEDENTE   PIC 9(11)V99.
       77  WK-TOT-PESSOAS    PIC 9(05)          VALUE ZEROS.
       77  WK-IND-PES        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-PES      PIC X              VALUE 'N'.
           88 PESSOA-ACHADA                     VALUE 'S'.
           88 PESSOA-NAO-ACHADA                 VALUE 'N'.
      *
      *    COTITULARES EM VIGOR E VIVOS (VINCULOS DO ALUNO160):
      *    A CONTA SOLIDARIA OU CONJUNTA E REPARTIDA EM PARTES
      *    IGUAIS ENTRE O CLIENTE DO CODIGO E OS COTITULARES
       01  TABELA-COTITULARES.
           05 COT-ENTRADA            OCCURS 5000 TIMES.
              10 COT-TAB-CODIGO      PIC 9(5).
              10 COT-TAB-DOCUMENTO   PIC X(14).
              10 COT-TAB-NOME        PIC X(25).
       77  WK-TOT-COTITULARES PIC 9(05)         VALUE ZEROS.
       77  WK-IND-COT        PIC 9(05)          VALUE ZEROS.
       77  WK-QTDE-COTITULARES PIC 9(03)        VALUE ZEROS.
       77  WK-QTDE-TITULARES PIC 9(03)          VALUE ZEROS.
       77  WK-QUOTA-CC       PIC 9(11)V99       VALUE ZEROS.
       77  WK-QUOTA-POUP     PIC 9(11)V99       VALUE ZEROS.
       77  WK-PARTE-CC       PIC 9(11)V99       VALUE ZEROS.
       77  WK-PARTE-POUP     PIC 9(11)V99       VALUE ZEROS.
      *
      *    RESUMO POR EMPRESA
       01  TABELA-EMPRESAS.
           05 EMP-ENTRADA            OCCURS 99 TIMES.
              10 EMP-TAB-EMPRESA     PIC 99.
              10 EMP-TAB-DEPOSITANTES PIC 9(7).
              10 EMP-TAB-ACIMA       PIC 9(7).
              10 EMP-TAB-TOTAL       PIC 9(13)V99.
              10 EMP-TAB-GARANTIDO   PIC 9(13)V99.
              10 EMP-TAB-EXCEDENTE   PIC 9(13)V99.
       77  WK-TOT-EMPRESAS   PIC 9(03)          VALUE ZEROS.
       77  WK-IND-EMP        PIC 9(03)          VALUE ZEROS.
       77  WK-ACHOU-EMP      PIC X              VALUE 'N'.
           88 EMPRESA-ACHADA                    VALUE 'S'.
           88 EMPRESA-NAO-ACHADA                VALUE 'N'.
      *
       77  WK-QTDE-FGC       PIC 9(7)           VALUE ZEROS.
       77  WK-GER-TOTAL      PIC 9(13)V99       VALUE ZEROS.
       77  WK-GER-GARANTIDO  PIC 9(13)V99       VALUE ZEROS.
       77  WK-GER-EXCEDENTE  PIC 9(13)V99       VALUE ZEROS.
      *
       01  WK-LINHA-CABEC.
           05 FILLER               PIC X(36)     VALUE
              'COBERTURA DO FGC POR DEPOSITANTE - '.
           05 FILLER               PIC X(05)     VALUE 'BASE '.
           05 WK-CB-DATA           PIC 9(8).
           05 FILLER               PIC X(08)     VALUE ' LIMITE '.
           05 WK-CB-LIMITE         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(09)     VALUE SPACES.
       01  WK-LINHA-TITULO.
           05 WK-TI-TEXTO          PIC X(80).
       01  WK-LINHA-EMPRESA.
           05 FILLER               PIC X(04)     VALUE 'EMP '.
           05 WK-LE-EMPRESA        PIC 99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-DEPOSITANTES   PIC ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-ACIMA          PIC ZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-TOTAL          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-GARANTIDO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-EXCEDENTE      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(05)     VALUE SPACES.
       01  WK-LINHA-ACIMA.
           05 WK-LA-EMPRESA        PIC 99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-DOCUMENTO      PIC X(14).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-NOME           PIC X(20).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-TOTAL          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-EXCEDENTE      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(03)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O SERVICO CENTRAL DE
      *    PARAMETROS (ALUNO46); SEM PARAMETRO CADASTRADO,
      *    VALE O CARTAO SYSIN
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
           PERFORM 201-PROCESSAR UNTIL WK-FS-CLIENTEN = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO128' TO LK-PRM-PROGRAMA.
           MOVE 'LIMITE-FGC' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:11) TO WK-PARM-CARD
           ELSE
               ACCEPT WK-PARM-CARD FROM SYSIN
           END-IF.
           IF WK-PARM-LIMITE = ZEROS
               MOVE 250000 TO WK-PARM-LIMITE
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-CLIENTEN.
           OPEN OUTPUT ARQ-FGCARQ.
           OPEN OUTPUT ARQ-RELFGC.
           EVALUATE WK-FS-CLIENTEN
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIENTEN NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTEN
                           ' NO COMANDO OPEN CLIENTEN'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE WK-DATA-EXEC   TO WK-CB-DATA.
           MOVE WK-PARM-LIMITE TO WK-CB-LIMITE.
           WRITE REG-RELFGC FROM WK-LINHA-CABEC.
           MOVE SPACES         TO REG-FGCARQ.
           MOVE '0'            TO FGC-TIPO-REG.
           MOVE WK-DATA-EXEC   TO FGC-HDR-DATA-BASE.
           MOVE WK-PARM-LIMITE TO FGC-HDR-LIMITE.
           MOVE 'DEPOSITOS-EAD316' TO FGC-HDR-SISTEMA.
           WRITE REG-FGCARQ.
           PERFORM 110-CARREGAR-DOCUMENTOS.
           PERFORM 120-CARREGAR-COTITULARES.
           PERFORM 301-LER-CLIENTEN.
       110-CARREGAR-DOCUMENTOS.
           OPEN INPUT ARQ-CLIDEMOG.
           IF WK-FS-CLIDEMOG NOT = '00'
               DISPLAY 'ARQUIVO CLIDEMOG NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 112-LER-CLIDEMOG.
           PERFORM 111-ACUMULAR-DOCUMENTO
               UNTIL WK-FS-CLIDEMOG = '10'.
           CLOSE ARQ-CLIDEMOG.
       111-ACUMULAR-DOCUMENTO.
           IF WK-TOT-DOCUMENTOS >= 5000
               DISPLAY 'TABELA DE DOCUMENTOS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - FGC ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-DOCUMENTOS.
           MOVE FD-DEM-CODIGO    TO DOC-TAB-CODIGO(WK-TOT-DOCUMENTOS).
           MOVE FD-DEM-DOCUMENTO
                TO DOC-TAB-DOCUMENTO(WK-TOT-DOCUMENTOS).
           PERFORM 112-LER-CLIDEMOG.
       112-LER-CLIDEMOG.
           READ ARQ-CLIDEMOG
               AT END
                   MOVE '10' TO WK-FS-CLIDEMOG
           END-READ.
      *
      *    SEM O VINCCTA CADA CONTA FICA INTEIRA COM O
      *    CLIENTE DO CODIGO, COMO ANTES DOS VINCULOS
       120-CARREGAR-COTITULARES.
           OPEN INPUT ARQ-VINCCTA.
           EVALUATE WK-FS-VINCCTA
               WHEN '00'
                   PERFORM 122-LER-VINCCTA
                   PERFORM 121-ACUMULAR-COTITULAR
                       UNTIL WK-FS-VINCCTA = '10'
                   CLOSE ARQ-VINCCTA
               WHEN OTHER
                   DISPLAY 'ARQUIVO VINCCTA NAO ENCONTRADO - '
                           'CONTAS SEM REPARTICAO POR TITULAR'
           END-EVALUATE.
       121-ACUMULAR-COTITULAR.
           IF VNC-TITULAR
            AND NOT VNC-SIT-FALECIDO
            AND FD-VNC-DATA-INICIO <= WK-DATA-EXEC
            AND (FD-VNC-DATA-FIM = ZEROS
                 OR FD-VNC-DATA-FIM >= WK-DATA-EXEC)
               IF WK-TOT-COTITULARES >= 5000
                   DISPLAY 'TABELA DE COTITULARES CHEIA (MAXIMO '
                           '5000 REGISTROS) - FGC ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-COTITULARES
               MOVE WK-TOT-COTITULARES TO WK-IND-COT
               MOVE FD-VNC-CODIGO    TO COT-TAB-CODIGO(WK-IND-COT)
               MOVE FD-VNC-DOCUMENTO TO COT-TAB-DOCUMENTO(WK-IND-COT)
               MOVE FD-VNC-NOME      TO COT-TAB-NOME(WK-IND-COT)
           END-IF.
           PERFORM 122-LER-VINCCTA.
       122-LER-VINCCTA.
           READ ARQ-VINCCTA
               AT END
                   MOVE '10' TO WK-FS-VINCCTA
           END-READ.
      ***************************************
      *    SALDO DEVEDOR DE CONTA CORRENTE NAO ABATE OS
      *    DEMAIS DEPOSITOS (SO O SALDO CREDOR E GARANTIDO)
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           PERFORM 205-REPARTIR-CONTA.
           MOVE FD-CLN-CODIGO  TO WK-CODIGO-PESSOA.
           MOVE FD-CLN-EMPRESA TO WK-CHV-EMPRESA.
           PERFORM 210-LOCALIZAR-PESSOA.
           IF PES-TAB-NOME(WK-IND-PES) = SPACES
               MOVE FD-CLN-NOME TO PES-TAB-NOME(WK-IND-PES)
           END-IF.
           ADD 1 TO PES-TAB-QTDE-CONTAS(WK-IND-PES).
           ADD WK-PARTE-CC   TO PES-TAB-CC(WK-IND-PES).
           ADD WK-PARTE-POUP TO PES-TAB-POUP(WK-IND-PES).
           PERFORM VARYING WK-IND-COT FROM 1 BY 1
                   UNTIL WK-IND-COT > WK-TOT-COTITULARES
               IF COT-TAB-CODIGO(WK-IND-COT) = FD-CLN-CODIGO
                   PERFORM 207-CREDITAR-COTITULAR
               END-IF
           END-PERFORM.
           PERFORM 301-LER-CLIENTEN.
      *
      *    CADA TITULAR FICA COM A QUOTA (SALDO CREDOR DIVIDIDO
      *    PELO NUMERO DE TITULARES, TRUNCADO NO CENTAVO); A
      *    SOBRA DO ARREDONDAMENTO FICA COM O CLIENTE DO CODIGO
       205-REPARTIR-CONTA.
           MOVE ZEROS TO WK-QTDE-COTITULARES.
           PERFORM VARYING WK-IND-COT FROM 1 BY 1
                   UNTIL WK-IND-COT > WK-TOT-COTITULARES
               IF COT-TAB-CODIGO(WK-IND-COT) = FD-CLN-CODIGO
                   ADD 1 TO WK-QTDE-COTITULARES
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WK-QUOTA-CC WK-QUOTA-POUP
                         WK-PARTE-CC WK-PARTE-POUP.
           COMPUTE WK-QTDE-TITULARES = WK-QTDE-COTITULARES + 1.
           IF FD-CLN-SALDO-CC > ZEROS
               DIVIDE FD-CLN-SALDO-CC BY WK-QTDE-TITULARES
                      GIVING WK-QUOTA-CC
               COMPUTE WK-PARTE-CC = FD-CLN-SALDO-CC
                       - WK-QUOTA-CC * WK-QTDE-COTITULARES
           END-IF.
           IF FD-CLN-SALDO-POUP > ZEROS
               DIVIDE FD-CLN-SALDO-POUP BY WK-QTDE-TITULARES
                      GIVING WK-QUOTA-POUP
               COMPUTE WK-PARTE-POUP = FD-CLN-SALDO-POUP
                       - WK-QUOTA-POUP * WK-QTDE-COTITULARES
           END-IF.
           IF WK-QTDE-COTITULARES > ZEROS
               ADD 1 TO WK-TOT-REPARTIDAS
           END-IF.
      *
      *    O COTITULAR E DEPOSITANTE PELO PROPRIO DOCUMENTO NA
      *    EMPRESA DA CONTA, E A CONTA CONTA TAMBEM PARA ELE
       207-CREDITAR-COTITULAR.
           MOVE FD-CLN-EMPRESA TO WK-CHV-EMPRESA.
           MOVE COT-TAB-DOCUMENTO(WK-IND-COT) TO WK-CHV-DOCUMENTO.
           SET DOCUMENTO-ACHADO TO TRUE.
           PERFORM 215-LOCALIZAR-DEPOSITANTE.
           IF PES-TAB-NOME(WK-IND-PES) = SPACES
               MOVE COT-TAB-NOME(WK-IND-COT) TO PES-TAB-NOME(WK-IND-PES)
           END-IF.
           ADD 1 TO PES-TAB-QTDE-CONTAS(WK-IND-PES).
           ADD WK-QUOTA-CC   TO PES-TAB-CC(WK-IND-PES).
           ADD WK-QUOTA-POUP TO PES-TAB-POUP(WK-IND-PES).
      *
      *    DOCUMENTO DO CODIGO EM WK-CODIGO-PESSOA E DEPOSITANTE
      *    DA EMPRESA EM WK-CHV-EMPRESA (INCLUIDO SE NOVO)
       210-LOCALIZAR-PESSOA.
           SET DOCUMENTO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-DOC FROM 1 BY 1
                   UNTIL WK-IND-DOC > WK-TOT-DOCUMENTOS
                   OR DOCUMENTO-ACHADO
               IF DOC-TAB-CODIGO(WK-IND-DOC) = WK-CODIGO-PESSOA
                AND DOC-TAB-DOCUMENTO(WK-IND-DOC) NOT = SPACES
                   SET DOCUMENTO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF DOCUMENTO-ACHADO
               SUBTRACT 1 FROM WK-IND-DOC
               MOVE DOC-TAB-DOCUMENTO(WK-IND-DOC)
                    TO WK-CHV-DOCUMENTO
           ELSE
               MOVE WK-CODIGO-PESSOA    TO WK-DSC-CODIGO
               MOVE WK-DOC-SEM-CADASTRO TO WK-CHV-DOCUMENTO
           END-IF.
           PERFORM 215-LOCALIZAR-DEPOSITANTE.
      *
      *    DEPOSITANTE DA CHAVE EMPRESA + DOCUMENTO (INCLUIDO
      *    SE NOVO)
       215-LOCALIZAR-DEPOSITANTE.
           SET PESSOA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-PES FROM 1 BY 1
                   UNTIL WK-IND-PES > WK-TOT-PESSOAS
                   OR PESSOA-ACHADA
               IF PES-TAB-EMPRESA(WK-IND-PES) = WK-CHV-EMPRESA
                AND PES-TAB-DOCUMENTO(WK-IND-PES) = WK-CHV-DOCUMENTO
                   SET PESSOA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF PESSOA-ACHADA
               SUBTRACT 1 FROM WK-IND-PES
           ELSE
               IF WK-TOT-PESSOAS >= 5000
                   DISPLAY 'TABELA DE DEPOSITANTES CHEIA (MAXIMO '
                           '5000 REGISTROS) - FGC ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF DOCUMENTO-NAO-ACHADO
                   ADD 1 TO WK-TOT-SEM-DOC
                   DISPLAY 'CLIENTE ' WK-CODIGO-PESSOA
                           ' SEM DOCUMENTO NO CLIDEMOG'
               END-IF
               ADD 1 TO WK-TOT-PESSOAS
               MOVE WK-TOT-PESSOAS   TO WK-IND-PES
               MOVE WK-CHV-EMPRESA   TO PES-TAB-EMPRESA(WK-IND-PES)
               MOVE WK-CHV-DOCUMENTO TO PES-TAB-DOCUMENTO(WK-IND-PES)
               MOVE SPACES           TO PES-TAB-NOME(WK-IND-PES)
               MOVE ZEROS TO PES-TAB-QTDE-CONTAS(WK-IND-PES)
                             PES-TAB-CC(WK-IND-PES)
                             PES-TAB-POUP(WK-IND-PES)
                             PES-TAB-CDB(WK-IND-PES)
                             PES-TAB-TOTAL(WK-IND-PES)
                             PES-TAB-GARANTIDO(WK-IND-PES)
                             PES-TAB-EXCEDENTE(WK-IND-PES)
           END-IF.
      ***************************************
       300-LER-CLIENTEN SECTION.
       301-LER-CLIENTEN.
           READ ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTEN
                           ' NO COMANDO READ CLIENTEN'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 910-SOMAR-CDB.
           PERFORM 920-CALCULAR-COBERTURA
               VARYING WK-IND-PES FROM 1 BY 1
               UNTIL WK-IND-PES > WK-TOT-PESSOAS.
           MOVE SPACES           TO REG-FGCARQ.
           MOVE '9'              TO FGC-TIPO-REG.
           MOVE WK-QTDE-FGC      TO FGC-TRL-QTDE.
           MOVE WK-GER-TOTAL     TO FGC-TRL-TOTAL.
           MOVE WK-GER-GARANTIDO TO FGC-TRL-GARANTIDO.
           MOVE WK-GER-EXCEDENTE TO FGC-TRL-EXCEDENTE.
           WRITE REG-FGCARQ.
           PERFORM 940-RELATAR.
           DISPLAY 'CONTAS LIDAS DO CLIENTEN   = ' WK-REGS-LIDOS.
           DISPLAY 'TITULOS CDB LIDOS          = ' WK-TOT-CDB-LIDOS.
           DISPLAY 'DEPOSITANTES               = ' WK-TOT-PESSOAS.
           DISPLAY 'DEPOSITANTES ACIMA LIMITE  = ' WK-TOT-ACIMA.
           DISPLAY 'CODIGOS SEM DOCUMENTO      = ' WK-TOT-SEM-DOC.
           DISPLAY 'CONTAS REPARTIDAS          = ' WK-TOT-REPARTIDAS.
           IF WK-TOT-SEM-DOC > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CLIENTEN.
           CLOSE ARQ-FGCARQ.
           CLOSE ARQ-RELFGC.
      *
      *    CDB ATIVO ENTRA PELO SALDO ATUAL NA EMPRESA DO
      *    TITULO
       910-SOMAR-CDB.
           OPEN INPUT ARQ-CDBMAST.
           EVALUATE WK-FS-CDBMAST
               WHEN '00'
                   PERFORM 912-LER-CDBMAST
                   PERFORM 911-ACUMULAR-CDB
                       UNTIL WK-FS-CDBMAST = '10'
                   CLOSE ARQ-CDBMAST
               WHEN OTHER
                   DISPLAY 'ARQUIVO CDBMAST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       911-ACUMULAR-CDB.
           ADD 1 TO WK-TOT-CDB-LIDOS.
           IF CDB-SIT-ATIVO
               MOVE FD-CDB-CODIGO  TO WK-CODIGO-PESSOA
               MOVE FD-CDB-EMPRESA TO WK-CHV-EMPRESA
               PERFORM 210-LOCALIZAR-PESSOA
               ADD FD-CDB-SALDO-ATUAL TO PES-TAB-CDB(WK-IND-PES)
           END-IF.
           PERFORM 912-LER-CDBMAST.
       912-LER-CDBMAST.
           READ ARQ-CDBMAST
               AT END
                   MOVE '10' TO WK-FS-CDBMAST
           END-READ.
      *
      *    GARANTIDO = MENOR ENTRE O TOTAL E O LIMITE; O QUE
      *    PASSA DO LIMITE E EXCEDENTE. CPF TEM AS 3 ULTIMAS
      *    POSICOES DO DOCUMENTO EM BRANCO
       920-CALCULAR-COBERTURA.
           COMPUTE PES-TAB-TOTAL(WK-IND-PES) =
                   PES-TAB-CC(WK-IND-PES)
                   + PES-TAB-POUP(WK-IND-PES)
                   + PES-TAB-CDB(WK-IND-PES).
           IF PES-TAB-TOTAL(WK-IND-PES) > WK-PARM-LIMITE
               MOVE WK-PARM-LIMITE TO PES-TAB-GARANTIDO(WK-IND-PES)
               COMPUTE PES-TAB-EXCEDENTE(WK-IND-PES) =
                       PES-TAB-TOTAL(WK-IND-PES) - WK-PARM-LIMITE
               ADD 1 TO WK-TOT-ACIMA
           ELSE
               MOVE PES-TAB-TOTAL(WK-IND-PES)
                    TO PES-TAB-GARANTIDO(WK-IND-PES)
               MOVE ZEROS TO PES-TAB-EXCEDENTE(WK-IND-PES)
           END-IF.
           PERFORM 925-ACUMULAR-EMPRESA.
           IF PES-TAB-TOTAL(WK-IND-PES) > ZEROS
               MOVE SPACES TO REG-FGCARQ
               MOVE '1'    TO FGC-TIPO-REG
               MOVE PES-TAB-DOCUMENTO(WK-IND-PES) TO FGC-DOCUMENTO
               IF PES-TAB-DOCUMENTO(WK-IND-PES)(12:3) = SPACES
                   MOVE 'F' TO FGC-TIPO-PESSOA
               ELSE
                   MOVE 'J' TO FGC-TIPO-PESSOA
               END-IF
               MOVE PES-TAB-EMPRESA(WK-IND-PES)   TO FGC-EMPRESA
               MOVE PES-TAB-NOME(WK-IND-PES)      TO FGC-NOME
               MOVE PES-TAB-CC(WK-IND-PES)        TO FGC-SALDO-CC
               MOVE PES-TAB-POUP(WK-IND-PES)      TO FGC-SALDO-POUP
               MOVE PES-TAB-CDB(WK-IND-PES)       TO FGC-SALDO-CDB
               MOVE PES-TAB-TOTAL(WK-IND-PES)     TO FGC-TOTAL
               MOVE PES-TAB-GARANTIDO(WK-IND-PES) TO FGC-GARANTIDO
               MOVE PES-TAB-EXCEDENTE(WK-IND-PES) TO FGC-EXCEDENTE
               MOVE PES-TAB-QTDE-CONTAS(WK-IND-PES)
                    TO FGC-QTDE-CONTAS
               WRITE REG-FGCARQ
               ADD 1 TO WK-QTDE-FGC
               ADD PES-TAB-TOTAL(WK-IND-PES)     TO WK-GER-TOTAL
               ADD PES-TAB-GARANTIDO(WK-IND-PES) TO WK-GER-GARANTIDO
               ADD PES-TAB-EXCEDENTE(WK-IND-PES) TO WK-GER-EXCEDENTE
           END-IF.
       925-ACUMULAR-EMPRESA.
           SET EMPRESA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-EMP FROM 1 BY 1
                   UNTIL WK-IND-EMP > WK-TOT-EMPRESAS
                   OR EMPRESA-ACHADA
               IF EMP-TAB-EMPRESA(WK-IND-EMP) =
                  PES-TAB-EMPRESA(WK-IND-PES)
                   SET EMPRESA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF EMPRESA-ACHADA
               SUBTRACT 1 FROM WK-IND-EMP
           ELSE
               IF WK-TOT-EMPRESAS >= 99
                   DISPLAY 'TABELA DE EMPRESAS CHEIA (MAXIMO 99 '
                           'REGISTROS) - FGC ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-EMPRESAS
               MOVE WK-TOT-EMPRESAS TO WK-IND-EMP
               MOVE PES-TAB-EMPRESA(WK-IND-PES)
                    TO EMP-TAB-EMPRESA(WK-IND-EMP)
               MOVE ZEROS TO EMP-TAB-DEPOSITANTES(WK-IND-EMP)
                             EMP-TAB-ACIMA(WK-IND-EMP)
                             EMP-TAB-TOTAL(WK-IND-EMP)
                             EMP-TAB-GARANTIDO(WK-IND-EMP)
                             EMP-TAB-EXCEDENTE(WK-IND-EMP)
           END-IF.
           ADD 1 TO EMP-TAB-DEPOSITANTES(WK-IND-EMP).
           IF PES-TAB-EXCEDENTE(WK-IND-PES) > ZEROS
               ADD 1 TO EMP-TAB-ACIMA(WK-IND-EMP)
           END-IF.
           ADD PES-TAB-TOTAL(WK-IND-PES)
               TO EMP-TAB-TOTAL(WK-IND-EMP).
           ADD PES-TAB-GARANTIDO(WK-IND-PES)
               TO EMP-TAB-GARANTIDO(WK-IND-EMP).
           ADD PES-TAB-EXCEDENTE(WK-IND-PES)
               TO EMP-TAB-EXCEDENTE(WK-IND-EMP).
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO128'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-SEM-DOC  TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
      ***************************************
      *    RESUMO POR EMPRESA E LISTA DOS DEPOSITANTES COM
      *    EXCEDENTE
       940-RELATAR.
           MOVE SPACES TO WK-TI-TEXTO.
           WRITE REG-RELFGC FROM WK-LINHA-TITULO.
           MOVE 'RESUMO POR EMPRESA: DEPOSITANTES, ACIMA, TOTAL, '
                TO WK-TI-TEXTO(1:48).
           MOVE 'GARANTIDO, EXCEDENTE' TO WK-TI-TEXTO(49:20).
           WRITE REG-RELFGC FROM WK-LINHA-TITULO.
           PERFORM VARYING WK-IND-EMP FROM 1 BY 1
                   UNTIL WK-IND-EMP > WK-TOT-EMPRESAS
               MOVE EMP-TAB-EMPRESA(WK-IND-EMP)  TO WK-LE-EMPRESA
               MOVE EMP-TAB-DEPOSITANTES(WK-IND-EMP)
                    TO WK-LE-DEPOSITANTES
               MOVE EMP-TAB-ACIMA(WK-IND-EMP)     TO WK-LE-ACIMA
               MOVE EMP-TAB-TOTAL(WK-IND-EMP)     TO WK-LE-TOTAL
               MOVE EMP-TAB-GARANTIDO(WK-IND-EMP) TO WK-LE-GARANTIDO
               MOVE EMP-TAB-EXCEDENTE(WK-IND-EMP) TO WK-LE-EXCEDENTE
               WRITE REG-RELFGC FROM WK-LINHA-EMPRESA
           END-PERFORM.
           MOVE SPACES TO WK-TI-TEXTO.
           WRITE REG-RELFGC FROM WK-LINHA-TITULO.
           MOVE 'DEPOSITANTES ACIMA DO LIMITE (TOTAL E EXCEDENTE)'
                TO WK-TI-TEXTO.
           WRITE REG-RELFGC FROM WK-LINHA-TITULO.
           PERFORM VARYING WK-IND-PES FROM 1 BY 1
                   UNTIL WK-IND-PES > WK-TOT-PESSOAS
               IF PES-TAB-EXCEDENTE(WK-IND-PES) > ZEROS
                   MOVE PES-TAB-EMPRESA(WK-IND-PES)   TO WK-LA-EMPRESA
                   MOVE PES-TAB-DOCUMENTO(WK-IND-PES)
                        TO WK-LA-DOCUMENTO
                   MOVE PES-TAB-NOME(WK-IND-PES)      TO WK-LA-NOME
                   MOVE PES-TAB-TOTAL(WK-IND-PES)     TO WK-LA-TOTAL
                   MOVE PES-TAB-EXCEDENTE(WK-IND-PES)
                        TO WK-LA-EXCEDENTE
                   WRITE REG-RELFGC FROM WK-LINHA-ACIMA
               END-IF
           END-PERFORM.
