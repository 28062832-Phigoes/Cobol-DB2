      *    BALANCE LINE E CARREGA CADA PEDIDO NO        *
      *    ARQUIVO DE PENDENTES DE CONFIRMACAO, QUE O   *
      *    CASADOR (ALUNO98) BAIXA QUANDO O RETORNO DO  *
      *    ALUNO35 CONFIRMA OU DEVOLVE A TRANSFERENCIA. *
      *    CADA PEDIDO DESPACHADO TAMBEM VAI PARA O     *
      *    HISTORICO TEDHIST (MESMO LAYOUT DOS          *
      *    PENDENTES), DE ONDE A FRANQUIA MENSAL DE     *
      *    TARIFAS (ALUNO157) CONTA AS TRANSFERENCIAS   *
      *    DO CLIENTE. CADA DEBITO GERADO GRAVA O       *
      *    EVENTO DE CAPTACAO NO RASTRO DOS LANCAMENTOS *
      *    (ALUNO175)                                   *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-PENDCONF.
           SELECT ARQ-RELTED   ASSIGN TO RELTED
               FILE STATUS IS WK-FS-RELTED.
           SELECT ARQ-TEDHIST  ASSIGN TO TEDHIST
               FILE STATUS IS WK-FS-TEDHIST.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
           SELECT ARQ-RASTRO   ASSIGN TO RASTRO
               FILE STATUS IS WK-FS-RASTRO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-RELTED
            RECORDING MODE IS F.
       01  REG-RELTED               PIC X(80).
       FD   ARQ-TEDHIST
            RECORDING MODE IS F.
       01  REG-TEDHIST              PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       FD   ARQ-RASTRO
            RECORDING MODE IS F.
           COPY RASTRO.
       WORKING-STORAGE SECTION.
       77  WK-FS-TRANSREQ    PIC XX             VALUE SPACES.
       77  WK-FS-LANCTED     PIC XX             VALUE SPACES.
       77  WK-FS-PENDCONF    PIC XX             VALUE SPACES.
       77  WK-FS-RELTED      PIC XX             VALUE SPACES.
       77  WK-FS-TEDHIST     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-FS-RASTRO      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DESPACHADAS PIC 9(05)         VALUE ZEROS.
       77  WK-TOT-REJEITADAS PIC 9(05)          VALUE ZEROS.
           05 WK-LP-VALOR          PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LP-SITUACAO       PIC X(37)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-TRANSREQ.
           OPEN OUTPUT ARQ-LANCTED.
           OPEN EXTEND ARQ-PENDCONF.
           OPEN OUTPUT ARQ-RELTED.
           OPEN EXTEND ARQ-TEDHIST.
           OPEN EXTEND ARQ-RASTRO.
           EVALUATE WK-FS-TRANSREQ
               WHEN '00'
                   CONTINUE
               MOVE 01             TO FD-LAN-EMPRESA
           END-IF.
           WRITE REG-LANCAM.
           PERFORM 940-GRAVAR-RASTRO.
           MOVE SPACES            TO REG-PENDCONF.
           MOVE FD-TRQ-CODIGO     TO FD-PCF-CODIGO.
           MOVE FD-TRQ-NOTA       TO FD-PCF-NOTA.
           MOVE WK-DATA-EXEC      TO FD-PCF-DATA-ENVIO.
           MOVE FD-LAN-EMPRESA    TO FD-PCF-EMPRESA.
           WRITE REG-PENDCONF.
           WRITE REG-TEDHIST FROM REG-PENDCONF.
           MOVE FD-TRQ-VALOR TO WK-LP-VALOR.
           MOVE 'DESPACHADA - AGUARDA CONFIRMACAO'
                TO WK-LP-SITUACAO.
           CLOSE ARQ-LANCTED.
           CLOSE ARQ-PENDCONF.
           CLOSE ARQ-RELTED.
           CLOSE ARQ-TEDHIST.
           CLOSE ARQ-RASTRO.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE WK-TOT-REJEITADAS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
      ***************************************
      *    EVENTO DE CAPTACAO NO RASTRO DOS LANCAMENTOS
       940-GRAVAR-RASTRO.
           MOVE SPACES            TO REG-RASTRO.
           MOVE FD-LAN-CODIGO     TO FD-RAS-CODIGO.
           MOVE FD-LAN-NOTA       TO FD-RAS-NOTA.
           MOVE WK-DATA-EXEC      TO FD-RAS-DATA.
           MOVE WK-HORA-EXEC      TO FD-RAS-HORA.
           MOVE 'CP'              TO FD-RAS-ETAPA.
           MOVE 'ALUNO97'         TO FD-RAS-PROGRAMA.
           MOVE FD-LAN-TIPO       TO FD-RAS-TIPO.
           MOVE FD-LAN-CONTA      TO FD-RAS-CONTA.
           MOVE FD-LAN-VALOR      TO FD-RAS-VALOR.
           MOVE ZEROS             TO FD-RAS-NOITES.
           MOVE 'PEDIDO DE TED/DOC'
                                  TO FD-RAS-TEXTO.
           WRITE REG-RASTRO.
