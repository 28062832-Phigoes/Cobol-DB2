      *    DO CLNTHIST) PASSOU DO PRAZO LEGAL EM ANOS   *
      *    DO CARTAO SYSIN. PARA CADA CONTA: GERA OS    *
      *    DEBITOS DE TRANSFERENCIA PARA A CONTA DE     *
      *    CUSTODIA (FAIXA DE NOTA 670000-674999, VIA   *
      *    BALANCE LINE), GERA O MOVIMENTO DE           *
      *    ENCERRAMENTO PARA O ALUNO27 (MOVCLI 'S')     *
      *    E GRAVA A DECLARACAO NO FORMATO DO           *
      *    REGULADOR COM A REFERENCIA DO HISTORICO.     *
      *    CONTA COM COTITULAR VIVO E EM VIGOR          *
      *    (VINCULOS DO ALUNO160) NAO E RECOLHIDA       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-DECLARA.
           SELECT ARQ-NOTACTL  ASSIGN TO NOTACTL
               FILE STATUS IS WK-FS-NOTACTL.
           SELECT ARQ-VINCCTA  ASSIGN TO VINCCTA
               FILE STATUS IS WK-FS-VINCCTA.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       01  REG-NOTACTL.
           05 FD-NTC-ULTIMA-NOTA    PIC 9(6).
           05 FILLER                PIC X(14).
       FD   ARQ-VINCCTA
            RECORDING MODE IS F.
           COPY VINCCTA.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       77  WK-TOT-RECOLHIDOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-VALOR      PIC 9(11)V99       VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-FS-VINCCTA     PIC XX             VALUE SPACES.
       77  WK-TOT-MANTIDAS   PIC 9(05)          VALUE ZEROS.
       77  WK-VALOR-EDIT     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    PARAMETRO: ANOS DE ABANDONO PARA O RECOLHIMENTO
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *
      *    COTITULARES EM VIGOR (VINCULOS DO ALUNO160); VIVO = N
      *    QUANDO O VINCULO OU, PARA O CLIENTE DA CASA, O
      *    PROPRIO CLIENTEN ESTA EM SITUACAO F
       01  TABELA-COTITULARES.
           05 COT-ENTRADA            OCCURS 5000 TIMES.
              10 COT-TAB-CODIGO      PIC 9(5).
              10 COT-TAB-CLIENTE     PIC 9(5).
              10 COT-TAB-VIVO        PIC X(01).
       77  WK-TOT-COTITULARES PIC 9(05)         VALUE ZEROS.
       77  WK-IND-COT        PIC 9(05)          VALUE ZEROS.
       77  WK-QTDE-COT-VIVOS PIC 9(03)          VALUE ZEROS.
      *
       77  WK-ULT-MOVTO      PIC 9(8)           VALUE ZEROS.
       77  WK-E-DORMENTE     PIC X(01)          VALUE 'N'.
      *
      *    FAIXA DE NOTAS RESERVADA AO RECOLHIMENTO (O
      *    PAGAMENTO DOS ENCERRAMENTOS DO ALUNO165 USA
      *    675000-679999)
       77  WK-PROXIMA-NOTA   PIC 9(6)           VALUE 670000.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF WK-PARM-ANOS = ZEROS
               MOVE 10 TO WK-PARM-ANOS
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           MOVE WK-DATA-EXEC TO WK-DATA-CORTE.
           SUBTRACT WK-PARM-ANOS FROM WK-CRT-ANO.
           PERFORM 110-CARREGAR-DORMENTES.
           PERFORM 120-CARREGAR-HISTORICO.
           PERFORM 130-LER-ULTIMA-NOTA.
           PERFORM 140-CARREGAR-COTITULARES.
           PERFORM 145-MARCAR-FALECIDOS.
           PERFORM 301-LER-CLIENTEN.
       110-CARREGAR-DORMENTES.
           OPEN INPUT ARQ-DORMFILE.
                   END-READ
                   IF WK-FS-NOTACTL = '00'
                    AND FD-NTC-ULTIMA-NOTA >= 670000
                    AND FD-NTC-ULTIMA-NOTA <= 674999
                       MOVE FD-NTC-ULTIMA-NOTA TO WK-PROXIMA-NOTA
                   END-IF
                   CLOSE ARQ-NOTACTL
                   DISPLAY 'ARQUIVO NOTACTL NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO DA FAIXA'
           END-EVALUATE.
      *
      *    SEM O VINCCTA O RECOLHIMENTO SEGUE SO PELO CLIENTE
      *    DO CODIGO, COMO ANTES DOS VINCULOS
       140-CARREGAR-COTITULARES.
           OPEN INPUT ARQ-VINCCTA.
           EVALUATE WK-FS-VINCCTA
               WHEN '00'
                   PERFORM 142-LER-VINCCTA
                   PERFORM 141-ACUMULAR-COTITULAR
                       UNTIL WK-FS-VINCCTA = '10'
                   CLOSE ARQ-VINCCTA
               WHEN OTHER
                   DISPLAY 'ARQUIVO VINCCTA NAO ENCONTRADO - '
                           'COTITULARES NAO CONSULTADOS'
           END-EVALUATE.
       141-ACUMULAR-COTITULAR.
           IF VNC-TITULAR
            AND FD-VNC-DATA-INICIO <= WK-DATA-EXEC
            AND (FD-VNC-DATA-FIM = ZEROS
                 OR FD-VNC-DATA-FIM >= WK-DATA-EXEC)
               IF WK-TOT-COTITULARES >= 5000
                   DISPLAY 'TABELA DE COTITULARES CHEIA (MAXIMO '
                           '5000 REGISTROS) - RECOLHIMENTO '
                           'ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-COTITULARES
               MOVE WK-TOT-COTITULARES TO WK-IND-COT
               MOVE FD-VNC-CODIGO  TO COT-TAB-CODIGO(WK-IND-COT)
               MOVE FD-VNC-CLIENTE TO COT-TAB-CLIENTE(WK-IND-COT)
               IF VNC-SIT-FALECIDO
                   MOVE 'N' TO COT-TAB-VIVO(WK-IND-COT)
               ELSE
                   MOVE 'S' TO COT-TAB-VIVO(WK-IND-COT)
               END-IF
           END-IF.
           PERFORM 142-LER-VINCCTA.
       142-LER-VINCCTA.
           READ ARQ-VINCCTA
               AT END
                   MOVE '10' TO WK-FS-VINCCTA
           END-READ.
      *
      *    O COTITULAR CLIENTE DA CASA PODE TER O OBITO SO NO
      *    PROPRIO CADASTRO: UMA PASSADA PREVIA NO CLIENTEN
      *    MARCA ESSES COTITULARES ANTES DA SELECAO
       145-MARCAR-FALECIDOS.
           IF WK-TOT-COTITULARES > ZEROS
               PERFORM 301-LER-CLIENTEN
               PERFORM 146-MARCAR-FALECIDO
                   UNTIL WK-FS-CLIENTEN = '10'
               CLOSE ARQ-CLIENTEN
               OPEN INPUT ARQ-CLIENTEN
               IF WK-FS-CLIENTEN NOT = '00'
                   DISPLAY 'ERRO ' WK-FS-CLIENTEN
                           ' NO COMANDO OPEN CLIENTEN'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       146-MARCAR-FALECIDO.
           IF FD-CLN-SITUACAO = 'F'
               PERFORM VARYING WK-IND-COT FROM 1 BY 1
                       UNTIL WK-IND-COT > WK-TOT-COTITULARES
                   IF COT-TAB-CLIENTE(WK-IND-COT) = FD-CLN-CODIGO
                       MOVE 'N' TO COT-TAB-VIVO(WK-IND-COT)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 301-LER-CLIENTEN.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
            AND WK-ULT-MOVTO < WK-DATA-CORTE
            AND (FD-CLN-SALDO-CC > ZEROS
                 OR FD-CLN-SALDO-POUP > ZEROS)
               PERFORM 215-CONTAR-COTITULARES
               IF WK-QTDE-COT-VIVOS > ZEROS
                   ADD 1 TO WK-TOT-MANTIDAS
                   DISPLAY 'CONTA ' FD-CLN-CODIGO
                           ' NAO RECOLHIDA - COTITULAR EM VIGOR'
               ELSE
                   PERFORM 220-RECOLHER-CONTA
               END-IF
           END-IF.
           PERFORM 301-LER-CLIENTEN.
      *
      *    A CONTA NAO E ABANDONADA ENQUANTO HOUVER COTITULAR
      *    VIVO COM VINCULO EM VIGOR
       215-CONTAR-COTITULARES.
           MOVE ZEROS TO WK-QTDE-COT-VIVOS.
           PERFORM VARYING WK-IND-COT FROM 1 BY 1
                   UNTIL WK-IND-COT > WK-TOT-COTITULARES
               IF COT-TAB-CODIGO(WK-IND-COT) = FD-CLN-CODIGO
                AND COT-TAB-VIVO(WK-IND-COT) = 'S'
                   ADD 1 TO WK-QTDE-COT-VIVOS
               END-IF
           END-PERFORM.
      *
      *    ULTIMO MOVIMENTO: A DATA DO DORMFILE QUANDO O
      *    CLIENTE ESTA LA; SENAO O ULTIMO SNAPSHOT DO
      *    HISTORICO
           END-IF.
           WRITE REG-DECLARA.
       270-PROXIMA-NOTA.
           IF WK-PROXIMA-NOTA >= 674999
               DISPLAY 'FAIXA DE NOTAS DE RECOLHIMENTO ESGOTADA '
                       '(670000-674999) - RECOLHIMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
                   WK-TOT-RECOLHIDOS.
           DISPLAY 'VALOR TRANSFERIDO A CUSTODIA = '
                   WK-VALOR-EDIT.
           DISPLAY 'MANTIDAS POR COTITULAR       = '
                   WK-TOT-MANTIDAS.
           PERFORM 940-GRAVAR-NOTACTL.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CLIENTEN.
