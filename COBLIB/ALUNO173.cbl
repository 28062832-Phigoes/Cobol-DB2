       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO173.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    DESCARGA DOS PEDIDOS DE TED CAPTADOS ON-LINE *
      *    (KSDS TEDON, GRAVADO PELO ALUNO172) PARA O   *
      *    LAYOUT TRANSREQ DO DESPACHO (ALUNO97). O     *
      *    ACUMULADO GR.EAD316.TED.PEDIDOS.ONLINE E     *
      *    CONCATENADO PELA OPERACAO NO DD TRANSREQ DO  *
      *    DESPACHO. O VALOR JA FOI RESERVADO NA SOMBRA *
      *    INTRADIA NA CAPTACAO. APOS A DESCARGA O JOB  *
      *    REDEFINE O TEDON VAZIO                       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TEDON    ASSIGN TO TEDON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-TON-CHAVE
               FILE STATUS IS WK-FS-TEDON.
           SELECT ARQ-TRANSREQ ASSIGN TO TRANSREQ
               FILE STATUS IS WK-FS-TRANSREQ.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-TEDON.
           COPY TEDON.
       FD   ARQ-TRANSREQ
            RECORDING MODE IS F.
       01  REG-TRANSREQ.
           05 FD-TRQ-CODIGO         PIC 9(5).
           05 FD-TRQ-VALOR          PIC 9(6)V99.
           05 FD-TRQ-NOTA           PIC 9(6).
           05 FD-TRQ-BANCO-DEST     PIC 9(3).
           05 FD-TRQ-AGENCIA-DEST   PIC 9(4).
           05 FD-TRQ-CONTA-DEST     PIC X(10).
           05 FD-TRQ-DATA           PIC 9(8).
           05 FD-TRQ-EMPRESA        PIC 99.
           05 FILLER                PIC X(34).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-TEDON       PIC XX             VALUE SPACES.
       77  WK-TEM-TEDON      PIC X              VALUE 'N'.
       77  WK-FS-TRANSREQ    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-VALOR      PIC 9(9)V99        VALUE ZEROS.
       77  WK-TOT-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-TEDON = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN EXTEND ARQ-TRANSREQ.
           OPEN INPUT  ARQ-TEDON.
           EVALUATE WK-FS-TEDON
               WHEN '00'
                   MOVE 'S' TO WK-TEM-TEDON
                   PERFORM 301-LER-TEDON
               WHEN '35'
                   DISPLAY 'ARQUIVO TEDON VAZIO OU AUSENTE - '
                           'SEM PEDIDOS DE TED A DESCARREGAR'
                   MOVE '10' TO WK-FS-TEDON
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-TEDON
                           ' NO COMANDO OPEN TEDON'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
      *    AS CRITICAS DO DESPACHO JA FORAM FEITAS NA
      *    CAPTACAO; O ALUNO97 AS REPETE NA RODADA
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           ADD FD-TON-VALOR          TO WK-TOT-VALOR.
           MOVE SPACES               TO REG-TRANSREQ.
           MOVE FD-TON-CODIGO        TO FD-TRQ-CODIGO.
           MOVE FD-TON-VALOR         TO FD-TRQ-VALOR.
           MOVE FD-TON-NOTA          TO FD-TRQ-NOTA.
           MOVE FD-TON-BANCO-DEST    TO FD-TRQ-BANCO-DEST.
           MOVE FD-TON-AGENCIA-DEST  TO FD-TRQ-AGENCIA-DEST.
           MOVE FD-TON-CONTA-DEST    TO FD-TRQ-CONTA-DEST.
           MOVE FD-TON-DATA          TO FD-TRQ-DATA.
           MOVE FD-TON-EMPRESA       TO FD-TRQ-EMPRESA.
           WRITE REG-TRANSREQ.
           PERFORM 301-LER-TEDON.
      ***************************************
       300-LER-TEDON SECTION.
       301-LER-TEDON.
           READ ARQ-TEDON.
           EVALUATE WK-FS-TEDON
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-TEDON
                           ' NO COMANDO READ TEDON'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE WK-TOT-VALOR TO WK-TOT-VALOR-ED.
           DISPLAY 'TOTAL DE PEDIDOS DE TED DESCARREGADOS = '
                   WK-REGS-LIDOS.
           DISPLAY 'VALOR TOTAL DOS PEDIDOS               = '
                   WK-TOT-VALOR-ED.
           PERFORM 930-GRAVAR-CTLLOG.
           IF WK-TEM-TEDON = 'S'
               CLOSE ARQ-TEDON
           END-IF.
           CLOSE ARQ-TRANSREQ.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO173'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
