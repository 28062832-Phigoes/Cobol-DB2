      *    PROVA QUE O FEED FECHA INTERNAMENTE (DEBITOS *
      *    = CREDITOS), QUE O TRAILER CONFERE COM OS    *
      *    REGISTROS E QUE O TOTAL DE DEBITOS BATE COM  *
      *    A SOMA DO BRUTO E DO FGTS DO FOLHALIQ DE     *
      *    ORIGEM (FOLHA CALCULADA PELO ALUNO189)       *
      *    TAMBEM VERIFICA O DIARIO CONTABIL DO         *
      *    ALUNO124 (LINHAS 'DI'): FEED SEM LINHAS DE   *
      *    FOLHA RODA SEM O DD FOLHALIQ E DISPENSA A    *
      *    COMPARACAO COM A FOLHA. IDEM PARA O          *
      *    DIARIO DE VENDAS E ICMS DO ALUNO126 ('VD')   *
      *    E PARA A PROVISAO DE FERIAS E 13O DO         *
      *    ALUNO191 ('PV'), A BAIXA DE EMPRESTIMOS DO   *
      *    ALUNO139 ('BX'), O RESGATE ANTECIPADO DO     *
      *    ALUNO146 ('RA') E O IR RETIDO NO RESGATE DE  *
      *    CDB DO ALUNO119 ('IR')                       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT ARQ-GLFEED   ASSIGN TO GLFEED
               FILE STATUS IS WK-FS-GLFEED.
           SELECT ARQ-FOLHALIQ ASSIGN TO FOLHALIQ
               FILE STATUS IS WK-FS-FOLHALIQ.
      *
       DATA DIVISION.
       FILE SECTION.
       01  REG-GLFEED.
           05 GL-TIPO-REGISTRO      PIC X(02).
              88 GL-REG-FOLHA                  VALUE 'FP'.
              88 GL-REG-DIARIO                 VALUE 'DI'.
              88 GL-REG-VENDAS                 VALUE 'VD'.
              88 GL-REG-PROVISAO               VALUE 'PV'.
              88 GL-REG-BAIXA                  VALUE 'BX'.
              88 GL-REG-RESGATE                VALUE 'RA'.
              88 GL-REG-IR                     VALUE 'IR'.
              88 GL-REG-TRAILER                VALUE '99'.
           05 GL-CODFUN             PIC 9(5).
           05 GL-CENTRO-CUSTO       PIC X(04).
           05 GL-TRL-DEBITOS        PIC 9(11)V99.
           05 GL-TRL-CREDITOS       PIC 9(11)V99.
           05 FILLER                PIC X(45).
       FD   ARQ-FOLHALIQ
            RECORDING MODE IS F.
           COPY FOLHALIQ.
       WORKING-STORAGE SECTION.
       77  WK-FS-GLFEED      PIC XX             VALUE SPACES.
       77  WK-FS-FOLHALIQ    PIC XX             VALUE SPACES.
       77  WK-TOT-DEBITOS    PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-CREDITOS   PIC 9(11)V99       VALUE ZEROS.
       77  WK-QTDE-REGISTROS PIC 9(7)           VALUE ZEROS.
       77  WK-TRL-QTDE       PIC 9(7)           VALUE ZEROS.
       77  WK-TRL-DEBITOS    PIC 9(11)V99       VALUE ZEROS.
       77  WK-TRL-CREDITOS   PIC 9(11)V99       VALUE ZEROS.
       77  WK-QTDE-FOLHA     PIC 9(7)           VALUE ZEROS.
       77  WK-TEM-FOLHALIQ   PIC X(01)          VALUE 'S'.
           88 FOLHALIQ-PRESENTE                 VALUE 'S'.
           88 FOLHALIQ-AUSENTE                  VALUE 'N'.
       77  WK-FEED-OK        PIC X(01)          VALUE 'S'.
           88 FEED-CONFERE                      VALUE 'S'.
           88 FEED-NAO-CONFERE                  VALUE 'N'.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-SOMAR-FEED UNTIL WK-FS-GLFEED = '10'.
           PERFORM 301-SOMAR-SALARIOS UNTIL WK-FS-FOLHALIQ = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           OPEN INPUT ARQ-GLFEED.
           OPEN INPUT ARQ-FOLHALIQ.
           IF WK-FS-FOLHALIQ = '35'
               SET FOLHALIQ-AUSENTE TO TRUE
               MOVE '10' TO WK-FS-FOLHALIQ
           END-IF.
           IF WK-FS-GLFEED NOT = '00'
            OR (FOLHALIQ-PRESENTE AND WK-FS-FOLHALIQ NOT = '00')
               DISPLAY 'ERRO NA ABERTURA - GLFEED=' WK-FS-GLFEED
                       ' FOLHALIQ=' WK-FS-FOLHALIQ
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 401-LER-GLFEED.
           IF FOLHALIQ-PRESENTE
               PERFORM 501-LER-FOLHALIQ
           END-IF.
      ***************************************
       200-SOMAR-FEED SECTION.
       201-SOMAR-FEED.
                   MOVE GL-TRL-DEBITOS  TO WK-TRL-DEBITOS
                   MOVE GL-TRL-CREDITOS TO WK-TRL-CREDITOS
               WHEN GL-REG-FOLHA
               WHEN GL-REG-DIARIO
               WHEN GL-REG-VENDAS
               WHEN GL-REG-PROVISAO
               WHEN GL-REG-BAIXA
               WHEN GL-REG-RESGATE
               WHEN GL-REG-IR
                   ADD 1 TO WK-QTDE-REGISTROS
                   IF GL-REG-FOLHA
                       ADD 1 TO WK-QTDE-FOLHA
                   END-IF
                   IF GL-SINAL = 'D'
                       ADD GL-VALOR TO WK-TOT-DEBITOS
                   ELSE
           PERFORM 401-LER-GLFEED.
      ***************************************
       300-SOMAR-SALARIOS SECTION.
      *    O FEED DEBITA O BRUTO E O FGTS DE CADA FUNCIONARIO
       301-SOMAR-SALARIOS.
           ADD FD-FLQ-BRUTO TO WK-TOT-SALARIOS.
           ADD FD-FLQ-FGTS  TO WK-TOT-SALARIOS.
           PERFORM 501-LER-FOLHALIQ.
      ***************************************
       400-LER-GLFEED SECTION.
       401-LER-GLFEED.
                   STOP RUN
           END-EVALUATE.
      ***************************************
       500-LER-FOLHALIQ SECTION.
       501-LER-FOLHALIQ.
           READ ARQ-FOLHALIQ.
           EVALUATE WK-FS-FOLHALIQ
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-FOLHALIQ
                           ' NO COMANDO READ FOLHALIQ'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
               DISPLAY 'FEED NAO FECHA: DEBITOS <> CREDITOS'
               SET FEED-NAO-CONFERE TO TRUE
           END-IF.
           IF FOLHALIQ-PRESENTE
               IF WK-TOT-DEBITOS NOT = WK-TOT-SALARIOS
                   DISPLAY 'DEBITOS DO FEED NAO BATEM COM BRUTO + '
                           'FGTS DO FOLHALIQ'
                   SET FEED-NAO-CONFERE TO TRUE
               END-IF
           ELSE
               IF WK-QTDE-FOLHA > ZEROS
                   DISPLAY 'FEED DE FOLHA SEM O FOLHALIQ DE ORIGEM'
                   SET FEED-NAO-CONFERE TO TRUE
               END-IF
           END-IF.
           IF FEED-CONFERE
               DISPLAY 'GLFEED CONFERE - LIBERADO PARA TRANSMISSAO'
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE ARQ-GLFEED.
           IF FOLHALIQ-PRESENTE
               CLOSE ARQ-FOLHALIQ
           END-IF.
