      *    EM ORDEM DE DATA COM SALDO CORRENTE POR      *
      *    CONTA (C E P), FECHAMENTO CONFERIDO CONTRA   *
      *    CLIENTEN E FECHAMENTO DO MES ANTERIOR DO     *
      *    HISTORICO CLNTHIST. APOS O FECHAMENTO SAI A  *
      *    ABERTURA DA TARIFA POR EVENTO DA ULTIMA      *
      *    FRANQUIA MENSAL (ARQUIVO TARDET DO           *
      *    ALUNO157), QUANDO PRESENTE. O CABECALHO      *
      *    LISTA OS COTITULARES EM VIGOR DA CONTA       *
      *    (VINCULOS DO ALUNO160), QUANDO PRESENTES. O  *
      *    CARTAO SYSIN ESCOLHE O CICLO DE EXTRATO (0 = *
      *    TODOS OS CICLOS)                             *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-PENHORA.
           SELECT ARQ-LIMCANAL ASSIGN TO LIMCANAL
               FILE STATUS IS WK-FS-LIMCANAL.
           SELECT ARQ-TARDET   ASSIGN TO TARDET
               FILE STATUS IS WK-FS-TARDET.
           SELECT ARQ-VINCCTA  ASSIGN TO VINCCTA
               FILE STATUS IS WK-FS-VINCCTA.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
           05 FD-LCN-CANAL          PIC X(01).
           05 FD-LCN-LIMITE-DIA     PIC 9(7)V99.
           05 FILLER                PIC X(05).
       FD   ARQ-TARDET
            RECORDING MODE IS F.
           COPY TARDET.
       FD   ARQ-VINCCTA
            RECORDING MODE IS F.
           COPY VINCCTA.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
           05 FILLER               PIC X(47)   VALUE
              ' (RESERVADO POR ORDEM JUDICIAL)'.
      *
      *    DETALHE DA TARIFA POR EVENTO (FRANQUIA MENSAL DO
      *    ALUNO157), EM ORDEM DE CLIENTE COMO O CLIENTES
       77  WK-FS-TARDET      PIC XX             VALUE SPACES.
       77  WK-TEM-TARDET     PIC X              VALUE 'N'.
       01  WK-EXT-TARIFA-CAB.
           05 FILLER               PIC X(33)   VALUE
              'TARIFAS POR EVENTO - COMPETENCIA '.
           05 WK-EXC-ANOMES        PIC 9(6).
           05 FILLER               PIC X(10)   VALUE ' SEGMENTO '.
           05 WK-EXC-SEGMENTO      PIC X(01).
           05 FILLER               PIC X(30)   VALUE SPACES.
       01  WK-EXT-TARIFA.
           05 FILLER               PIC X(07)   VALUE 'TARIFA '.
           05 WK-EXT-EVENTO        PIC X(06).
           05 FILLER               PIC X(06)   VALUE ' QTDE '.
           05 WK-EXT-QTDE          PIC ZZZZ9.
           05 FILLER               PIC X(08)   VALUE ' FRANQ. '.
           05 WK-EXT-FRANQUIA      PIC ZZ9.
           05 FILLER               PIC X(06)   VALUE ' EXC. '.
           05 WK-EXT-EXCEDENTE     PIC ZZZZ9.
           05 FILLER               PIC X(03)   VALUE ' X '.
           05 WK-EXT-PRECO         PIC ZZ9,99.
           05 FILLER               PIC X(03)   VALUE ' = '.
           05 WK-EXT-VALOR         PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(06)   VALUE ' NOTA '.
           05 WK-EXT-NOTA          PIC 9(6).
      *
      *    COTITULARES DA CONTA (VINCULOS DO ALUNO160), EM
      *    ORDEM DE CONTA COMO O CLIENTES
       77  WK-FS-VINCCTA     PIC XX             VALUE SPACES.
       77  WK-TEM-VINCCTA    PIC X              VALUE 'N'.
       01  WK-EXT-COTITULAR.
           05 FILLER               PIC X(10)   VALUE 'COTITULAR '.
           05 WK-EXV-NOME          PIC X(25).
           05 FILLER               PIC X(05)   VALUE ' DOC '.
           05 WK-EXV-DOCUMENTO     PIC X(14).
           05 FILLER               PIC X(07)   VALUE ' CONTA '.
           05 WK-EXV-TIPO          PIC X(09).
           05 FILLER               PIC X(10)   VALUE SPACES.
      *
      *    PRIMEIRO DIA DO MES CORRENTE (PARA ACHAR O ULTIMO
      *    FECHAMENTO DO MES ANTERIOR NO HISTORICO)
       01  WK-INICIO-MES     PIC 9(8)           VALUE ZEROS.
           05 WK-EXM-POUP          PIC -ZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 WK-EXM-OBS           PIC X(16)   VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CICLO FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           MOVE WK-DATA-EXEC TO WK-INICIO-MES.
           MOVE 01           TO WK-INI-DIA.
           PERFORM 120-CARREGAR-ENDERECOS.
           PERFORM 115-CARREGAR-COMPFECH.
           PERFORM 118-ABRIR-POSTVELH.
           PERFORM 119-ABRIR-TARDET.
           PERFORM 148-ABRIR-VINCCTA.
           PERFORM 130-CARREGAR-SUSTACOES.
           PERFORM 140-CARREGAR-PENHORAS.
           PERFORM 145-CARREGAR-LIMCANAL.
                           'ESTORNO SO CASA NA MESMA RODADA'
                   MOVE '10' TO WK-FS-POSTVELH
           END-EVALUATE.
       119-ABRIR-TARDET.
           OPEN INPUT ARQ-TARDET.
           EVALUATE WK-FS-TARDET
               WHEN '00'
                   MOVE 'S' TO WK-TEM-TARDET
                   PERFORM 701-LER-TARDET
               WHEN OTHER
                   DISPLAY 'ARQUIVO TARDET NAO ENCONTRADO - '
                           'EXTRATO SEM TARIFAS POR EVENTO'
                   MOVE '10' TO WK-FS-TARDET
           END-EVALUATE.
       148-ABRIR-VINCCTA.
           OPEN INPUT ARQ-VINCCTA.
           EVALUATE WK-FS-VINCCTA
               WHEN '00'
                   MOVE 'S' TO WK-TEM-VINCCTA
                   PERFORM 801-LER-VINCCTA
               WHEN OTHER
                   DISPLAY 'ARQUIVO VINCCTA NAO ENCONTRADO - '
                           'EXTRATO SEM COTITULARES'
                   MOVE '10' TO WK-FS-VINCCTA
           END-EVALUATE.
      *
      *    GUARDA, POR CLIENTE, O ULTIMO SNAPSHOT DO HISTORICO
      *    ANTERIOR AO MES CORRENTE
           MOVE FD-CLI-NOME   TO WK-EX1-NOME.
           MOVE WK-DATA-EXEC  TO WK-EX1-DATA.
           WRITE REG-EXTRATOS FROM WK-EXT-CAB1.
           PERFORM 214-IMPRIMIR-COTITULARES.
           PERFORM 212-IMPRIMIR-ENDERECO.
           PERFORM 211-IMPRIMIR-MES-ANTERIOR.
           MOVE 'SALDO ABERTURA      CC=' TO WK-EXA-ROTULO.
               MOVE END-TAB-CEP(WK-IND-END)       TO WK-EXE-CEP
               WRITE REG-EXTRATOS FROM WK-EXT-ENDERECO
           END-IF.
      *
      *    TODOS OS TITULARES SAEM NO EXTRATO: ABAIXO DO
      *    CLIENTE DO CODIGO, CADA COTITULAR (SOLIDARIO OU
      *    CONJUNTO) EM VIGOR NA DATA E SEM OBITO. PROCURADOR
      *    E REPRESENTANTE NAO SAO TITULARES
       214-IMPRIMIR-COTITULARES.
           PERFORM 801-LER-VINCCTA
               UNTIL WK-FS-VINCCTA = '10'
                   OR FD-VNC-CODIGO >= FD-CLI-CODIGO.
           PERFORM 215-IMPRIMIR-COTITULAR
               UNTIL WK-FS-VINCCTA = '10'
                   OR FD-VNC-CODIGO NOT = FD-CLI-CODIGO.
       215-IMPRIMIR-COTITULAR.
           IF VNC-TITULAR
            AND NOT VNC-SIT-FALECIDO
            AND FD-VNC-DATA-INICIO <= WK-DATA-EXEC
            AND (FD-VNC-DATA-FIM = ZEROS
                 OR FD-VNC-DATA-FIM >= WK-DATA-EXEC)
               MOVE FD-VNC-NOME      TO WK-EXV-NOME
               MOVE FD-VNC-DOCUMENTO TO WK-EXV-DOCUMENTO
               IF VNC-CONJUNTA
                   MOVE 'CONJUNTA'  TO WK-EXV-TIPO
               ELSE
                   MOVE 'SOLIDARIA' TO WK-EXV-TIPO
               END-IF
               WRITE REG-EXTRATOS FROM WK-EXT-COTITULAR
           END-IF.
           PERFORM 801-LER-VINCCTA.
       220-PROCESSAR-LANCAM.
           IF FD-LAN-CODIGO = FD-CLI-CODIGO
               PERFORM 221-APLICAR-MOVIMENTO
               MOVE WK-SALDO-POUP TO WK-EXA-POUP
               WRITE REG-EXTRATOS FROM WK-EXT-ABERTURA
           END-IF.
           PERFORM 235-IMPRIMIR-TARIFAS.
      *
      *    ABERTURA DA TARIFA POR EVENTO DO CLIENTE: O QUE A
      *    FRANQUIA DO SEGMENTO COBRIU E O EXCEDENTE COBRADO
      *    (A NOTA E A DO DEBITO QUE SAI NOS MOVIMENTOS)
       235-IMPRIMIR-TARIFAS.
           PERFORM 701-LER-TARDET
               UNTIL WK-FS-TARDET = '10'
                   OR FD-TDT-CODIGO >= FD-CLI-CODIGO.
           IF WK-FS-TARDET NOT = '10'
            AND FD-TDT-CODIGO = FD-CLI-CODIGO
            AND CLIENTE-NO-CICLO
               MOVE FD-TDT-ANOMES   TO WK-EXC-ANOMES
               MOVE FD-TDT-SEGMENTO TO WK-EXC-SEGMENTO
               WRITE REG-EXTRATOS FROM WK-EXT-TARIFA-CAB
           END-IF.
           PERFORM 236-IMPRIMIR-TARIFA
               UNTIL WK-FS-TARDET = '10'
                   OR FD-TDT-CODIGO NOT = FD-CLI-CODIGO.
       236-IMPRIMIR-TARIFA.
           IF CLIENTE-NO-CICLO
               EVALUATE TRUE
                   WHEN TDT-EVENTO-ATM
                       MOVE 'ATM'   TO WK-EXT-EVENTO
                   WHEN TDT-EVENTO-TED
                       MOVE 'TED'   TO WK-EXT-EVENTO
                   WHEN TDT-EVENTO-CAIXA
                       MOVE 'CAIXA' TO WK-EXT-EVENTO
                   WHEN OTHER
                       MOVE FD-TDT-EVENTO TO WK-EXT-EVENTO
               END-EVALUATE
               MOVE FD-TDT-QTDE-EVENTOS TO WK-EXT-QTDE
               MOVE FD-TDT-FRANQUIA     TO WK-EXT-FRANQUIA
               MOVE FD-TDT-EXCEDENTE    TO WK-EXT-EXCEDENTE
               MOVE FD-TDT-PRECO-UNIT   TO WK-EXT-PRECO
               MOVE FD-TDT-VALOR        TO WK-EXT-VALOR
               MOVE FD-TDT-NOTA         TO WK-EXT-NOTA
               WRITE REG-EXTRATOS FROM WK-EXT-TARIFA
           END-IF.
           PERFORM 701-LER-TARDET.
       510-POSICIONAR-CLIENTEN.
           PERFORM UNTIL WK-FS-CLIENTEN = '10'
                   OR FD-CLN-CODIGO >= FD-CLI-CODIGO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       700-LER-TARDET SECTION.
       701-LER-TARDET.
           READ ARQ-TARDET.
           EVALUATE WK-FS-TARDET
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-TARDET
                           ' NO COMANDO READ TARDET'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       800-LER-VINCCTA SECTION.
       801-LER-VINCCTA.
           READ ARQ-VINCCTA.
           EVALUATE WK-FS-VINCCTA
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-VINCCTA
                           ' NO COMANDO READ VINCCTA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-TEM-POSTVELH = 'S'
               CLOSE ARQ-POSTVELH
           END-IF.
           IF WK-TEM-TARDET = 'S'
               CLOSE ARQ-TARDET
           END-IF.
           IF WK-TEM-VINCCTA = 'S'
               CLOSE ARQ-VINCCTA
           END-IF.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
