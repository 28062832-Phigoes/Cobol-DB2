       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO171.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    DESCARGA DA MANUTENCAO CADASTRAL CAPTADA     *
      *    ON-LINE (KSDS MOVCADON, GRAVADO PELO         *
      *    ALUNO170) PARA OS ARQUIVOS DA PORTA BATCH:   *
      *    MOVCLION (MOVCLI, MESCLADO NA RODADA DO      *
      *    ALUNO27), MOVDEMON (MOVDEM, MESCLADO NA      *
      *    RODADA DO ALUNO36), PEDENCON (PEDIDOS DE     *
      *    ENCERRAMENTO DO ALUNO165) E A FILA DE        *
      *    APROVACAO PENDAPR, ONDE A MUDANCA SENSIVEL   *
      *    ENTRA PENDENTE COM ORIGEM ALUNO27 E O        *
      *    OPERADOR QUE A CAPTOU, COMO SE A RODADA      *
      *    BATCH A TIVESSE DESVIADO. APOS A DESCARGA O  *
      *    JOB REDEFINE O MOVCADON VAZIO                *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVCADON ASSIGN TO MOVCADON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-MCO-CHAVE
               FILE STATUS IS WK-FS-MOVCADON.
           SELECT ARQ-MOVCLION ASSIGN TO MOVCLION
               FILE STATUS IS WK-FS-MOVCLION.
           SELECT ARQ-MOVDEMON ASSIGN TO MOVDEMON
               FILE STATUS IS WK-FS-MOVDEMON.
           SELECT ARQ-PEDENCON ASSIGN TO PEDENCON
               FILE STATUS IS WK-FS-PEDENCON.
           SELECT ARQ-PENDAPR  ASSIGN TO PENDAPR
               FILE STATUS IS WK-FS-PENDAPR.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-MOVCADON.
           COPY MOVCADON.
       FD   ARQ-MOVCLION
            RECORDING MODE IS F.
           COPY MOVCLI.
       FD   ARQ-MOVDEMON
            RECORDING MODE IS F.
       01  REG-MOVDEMON             PIC X(121).
       FD   ARQ-PEDENCON
            RECORDING MODE IS F.
           COPY PEDENC.
       FD   ARQ-PENDAPR
            RECORDING MODE IS F.
           COPY PENDAPR.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-MOVCADON    PIC XX             VALUE SPACES.
       77  WK-TEM-MOVCADON   PIC X              VALUE 'N'.
       77  WK-FS-MOVCLION    PIC XX             VALUE SPACES.
       77  WK-FS-MOVDEMON    PIC XX             VALUE SPACES.
       77  WK-FS-PEDENCON    PIC XX             VALUE SPACES.
       77  WK-FS-PENDAPR     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-MOVCLI     PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-MOVDEM     PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-PEDENC     PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-APROVACAO  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-INVALIDOS  PIC 9(05)          VALUE ZEROS.
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
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVCADON = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN EXTEND ARQ-MOVCLION.
           OPEN EXTEND ARQ-MOVDEMON.
           OPEN EXTEND ARQ-PEDENCON.
           OPEN EXTEND ARQ-PENDAPR.
           OPEN INPUT  ARQ-MOVCADON.
           EVALUATE WK-FS-MOVCADON
               WHEN '00'
                   MOVE 'S' TO WK-TEM-MOVCADON
                   PERFORM 301-LER-MOVCADON
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVCADON VAZIO OU AUSENTE - '
                           'SEM MANUTENCAO ON-LINE A DESCARREGAR'
                   MOVE '10' TO WK-FS-MOVCADON
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVCADON
                           ' NO COMANDO OPEN MOVCADON'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           EVALUATE TRUE
               WHEN MCO-DEST-MOVCLI
                   ADD 1 TO WK-TOT-MOVCLI
                   MOVE FD-MCO-MOVIMENTO TO REG-MOVCLI
                   WRITE REG-MOVCLI
               WHEN MCO-DEST-MOVDEM
                   ADD 1 TO WK-TOT-MOVDEM
                   MOVE FD-MCO-MOVIMENTO TO REG-MOVDEMON
                   WRITE REG-MOVDEMON
               WHEN MCO-DEST-PEDENC
                   ADD 1 TO WK-TOT-PEDENC
                   MOVE FD-MCO-MOVIMENTO TO REG-PEDENC
                   WRITE REG-PEDENC
               WHEN MCO-DEST-APROVACAO
                   PERFORM 210-GRAVAR-PENDENCIA
               WHEN OTHER
                   ADD 1 TO WK-TOT-INVALIDOS
                   DISPLAY 'DESTINO INVALIDO NO MOVCADON - CLIENTE '
                           FD-MCO-CODIGO ' DESTINO ' FD-MCO-DESTINO
           END-EVALUATE.
           PERFORM 301-LER-MOVCADON.
      *
      *    MESMA PENDENCIA QUE O ALUNO27 GRAVA AO DESVIAR O
      *    MOVIMENTO SENSIVEL: O ALUNO107 DEVOLVE O APROVADO
      *    CARIMBADO PARA A PROXIMA RODADA DO ALUNO27
       210-GRAVAR-PENDENCIA.
           ADD 1 TO WK-TOT-APROVACAO.
           MOVE SPACES           TO REG-PENDAPR.
           MOVE 'ALUNO27'        TO FD-PAP-ORIGEM.
           MOVE FD-MCO-MOVIMENTO TO FD-PAP-MOVIMENTO.
           MOVE FD-MCO-OPERADOR  TO FD-PAP-OPERADOR1.
           MOVE FD-MCO-DATA      TO FD-PAP-DATA.
           MOVE FD-MCO-HORA      TO FD-PAP-HORA.
           SET PAP-DEC-PENDENTE  TO TRUE.
           MOVE SPACES           TO FD-PAP-OPERADOR2.
           MOVE SPACES           TO FD-PAP-MOTIVO.
           WRITE REG-PENDAPR.
      ***************************************
       300-LER-MOVCADON SECTION.
       301-LER-MOVCADON.
           READ ARQ-MOVCADON.
           EVALUATE WK-FS-MOVCADON
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVCADON
                           ' NO COMANDO READ MOVCADON'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'TOTAL DE CAPTACOES LIDAS        = '
                   WK-REGS-LIDOS.
           DISPLAY 'MOVIMENTOS PARA O ALUNO27       = '
                   WK-TOT-MOVCLI.
           DISPLAY 'MOVIMENTOS PARA O ALUNO36       = '
                   WK-TOT-MOVDEM.
           DISPLAY 'PEDIDOS DE ENCERRAMENTO         = '
                   WK-TOT-PEDENC.
           DISPLAY 'ENVIADOS A FILA DE APROVACAO    = '
                   WK-TOT-APROVACAO.
           DISPLAY 'CAPTACOES COM DESTINO INVALIDO  = '
                   WK-TOT-INVALIDOS.
           IF WK-TOT-INVALIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           IF WK-TEM-MOVCADON = 'S'
               CLOSE ARQ-MOVCADON
           END-IF.
           CLOSE ARQ-MOVCLION.
           CLOSE ARQ-MOVDEMON.
           CLOSE ARQ-PEDENCON.
           CLOSE ARQ-PENDAPR.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES           TO REG-CTLLOG.
           MOVE 'ALUNO171'       TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC     TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC     TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS    TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-INVALIDOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
