	       PHILIPP.
      *************************************************
      *    GERAR FEED DE FOLHA/CONTABILIDADE (GL) A   *
      *    PARTIR DA FOLHA CALCULADA (FOLHALIQ DO     *
      *    ALUNO189): POR FUNCIONARIO, DEBITO DO      *
      *    BRUTO E DO FGTS NO DEPARTAMENTO; POR       *
      *    DEPARTAMENTO, CREDITOS DO INSS, DO IRRF,   *
      *    DOS DEMAIS DESCONTOS, DO LIQUIDO E DO FGTS *
      *    A RECOLHER NAS CONTAS DO CARTAO SYSIN      *
      *************************************************
      *
       ENVIRONMENT DIVISION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FOLHALIQ ASSIGN TO FOLHALIQ
               FILE STATUS IS WK-FS-FOLHALIQ.
           SELECT ARQ-GLFEED   ASSIGN TO GLFEED
               FILE STATUS IS WK-FS-GLFEED.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-FOLHALIQ
            RECORDING MODE IS F.
           COPY FOLHALIQ.
       FD   ARQ-GLFEED
            RECORDING MODE IS F.
       01  REG-GLFEED.
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-FOLHALIQ    PIC XX             VALUE SPACES.
       77  WK-FS-GLFEED      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
      *
      *    CARTAO DE PARAMETROS: CONTA CONTRAPARTIDA DO
      *    LIQUIDO E CONTAS A RECOLHER DO INSS, DO IRRF,
      *    DOS DEMAIS DESCONTOS E DO FGTS
       01  WK-PARM-CARD.
           05 WK-PARM-CONTRA       PIC X(04)     VALUE SPACES.
           05 WK-PARM-INSS         PIC X(04)     VALUE SPACES.
           05 WK-PARM-IRRF         PIC X(04)     VALUE SPACES.
           05 WK-PARM-OUTROS       PIC X(04)     VALUE SPACES.
           05 WK-PARM-FGTS         PIC X(04)     VALUE SPACES.
      *
      *    TOTAIS POR CENTRO DE CUSTO PARA OS CREDITOS DE
      *    FECHAMENTO E O TRAILER DE CONTROLE
       01  TABELA-CENTROS.
           05 CCU-ENTRADA            OCCURS 50 TIMES.
              10 CCU-TAB-CENTRO      PIC X(04).
              10 CCU-TAB-INSS        PIC 9(11)V99.
              10 CCU-TAB-IRRF        PIC 9(11)V99.
              10 CCU-TAB-OUTROS      PIC 9(11)V99.
              10 CCU-TAB-LIQUIDO     PIC 9(11)V99.
              10 CCU-TAB-FGTS        PIC 9(11)V99.
       77  WK-TOT-CENTROS    PIC 99             VALUE ZEROS.
       77  WK-IND-CCU        PIC 99             VALUE ZEROS.
       77  WK-ACHOU-CCU      PIC X              VALUE 'N'.
           88 PRODUTOR-NAO-RODOU                VALUE 'N'.
       77  WK-DATA-SISTEMA   PIC 9(8)           VALUE ZEROS.
       77  WK-TOT-LANCTOS    PIC 9(05)          VALUE ZEROS.
      *
      *    CREDITO DE FECHAMENTO EM MONTAGEM
       77  WK-CRED-CONTA     PIC X(04)          VALUE SPACES.
       77  WK-CRED-VALOR     PIC 9(11)V99       VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-FOLHALIQ = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
           IF WK-PARM-CONTRA = SPACES
               MOVE 'CX01' TO WK-PARM-CONTRA
           END-IF.
           IF WK-PARM-INSS = SPACES
               MOVE 'INSS' TO WK-PARM-INSS
           END-IF.
           IF WK-PARM-IRRF = SPACES
               MOVE 'IRRF' TO WK-PARM-IRRF
           END-IF.
           IF WK-PARM-OUTROS = SPACES
               MOVE 'DESC' TO WK-PARM-OUTROS
           END-IF.
           IF WK-PARM-FGTS = SPACES
               MOVE 'FGTS' TO WK-PARM-FGTS
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-SISTEMA.
           PERFORM 110-CONFERIR-PRODUTOR.
           OPEN INPUT  ARQ-FOLHALIQ.
           OPEN OUTPUT ARQ-GLFEED.
           EVALUATE WK-FS-FOLHALIQ
               WHEN '00'
                   PERFORM 301-LER-FOLHALIQ
               WHEN '35'
                   DISPLAY 'ARQUIVO FOLHALIQ NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-FOLHALIQ
                           ' NO COMANDO OPEN FOLHALIQ'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    O FEED SO E GERADO SE O ALUNO189 RENOVOU O
      *    FOLHALIQ HOJE (REGISTRO NO CTLLOG COM A DATA DE
      *    HOJE)
       110-CONFERIR-PRODUTOR.
           OPEN INPUT ARQ-CTLLOG.
           IF WK-FS-CTLLOG NOT = '00'
               UNTIL WK-FS-CTLLOG = '10'.
           CLOSE ARQ-CTLLOG.
           IF PRODUTOR-NAO-RODOU
               DISPLAY 'ALUNO189 NAO EXECUTOU HOJE - FOLHALIQ '
                       'DESATUALIZADO, FEED DO GL NAO GERADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       112-PROCURAR-PRODUTOR.
           IF FD-CTL-PROGRAMA = 'ALUNO189'
            AND FD-CTL-DATA = WK-DATA-SISTEMA
               SET PRODUTOR-RODOU-HOJE TO TRUE
           END-IF.
       201-PROCESSAR.
           MOVE SPACES        TO REG-GLFEED.
           MOVE 'FP'           TO GL-TIPO-REGISTRO.
           MOVE FD-FLQ-CODFUN   TO GL-CODFUN.
           MOVE FD-FLQ-DEPTO    TO GL-CENTRO-CUSTO.
           MOVE FD-FLQ-BRUTO    TO GL-VALOR.
           MOVE 'D'             TO GL-SINAL.
           MOVE WK-DATA-SISTEMA TO GL-DATA-REFERENCIA.
           MOVE SPACES          TO GL-CENTRO-ORIGEM.
           WRITE REG-GLFEED.
           ADD 1 TO WK-TOT-LANCTOS.
           ADD 1 TO WK-QTDE-REGISTROS.
           ADD FD-FLQ-BRUTO TO WK-TOT-DEBITOS.
      *
      *    O FGTS E DESPESA DO DEPARTAMENTO, DEBITADA COM A
      *    CONTA A RECOLHER COMO ORIGEM
           IF FD-FLQ-FGTS > ZEROS
               MOVE FD-FLQ-FGTS     TO GL-VALOR
               MOVE WK-PARM-FGTS    TO GL-CENTRO-ORIGEM
               WRITE REG-GLFEED
               ADD 1 TO WK-TOT-LANCTOS
               ADD 1 TO WK-QTDE-REGISTROS
               ADD FD-FLQ-FGTS TO WK-TOT-DEBITOS
           END-IF.
           PERFORM 210-ACUMULAR-CENTRO.
           PERFORM 301-LER-FOLHALIQ.
       210-ACUMULAR-CENTRO.
           SET CENTRO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CCU FROM 1 BY 1
                   UNTIL WK-IND-CCU > WK-TOT-CENTROS
                   OR CENTRO-ACHADO
               IF CCU-TAB-CENTRO(WK-IND-CCU) = FD-FLQ-DEPTO
                   SET CENTRO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
               END-IF
               ADD 1 TO WK-TOT-CENTROS
               MOVE WK-TOT-CENTROS TO WK-IND-CCU
               MOVE FD-FLQ-DEPTO TO CCU-TAB-CENTRO(WK-IND-CCU)
               MOVE ZEROS        TO CCU-TAB-INSS(WK-IND-CCU)
                                    CCU-TAB-IRRF(WK-IND-CCU)
                                    CCU-TAB-OUTROS(WK-IND-CCU)
                                    CCU-TAB-LIQUIDO(WK-IND-CCU)
                                    CCU-TAB-FGTS(WK-IND-CCU)
           END-IF.
           ADD FD-FLQ-INSS    TO CCU-TAB-INSS(WK-IND-CCU).
           ADD FD-FLQ-IRRF    TO CCU-TAB-IRRF(WK-IND-CCU).
           ADD FD-FLQ-OUTROS  TO CCU-TAB-OUTROS(WK-IND-CCU).
           ADD FD-FLQ-LIQUIDO TO CCU-TAB-LIQUIDO(WK-IND-CCU).
           ADD FD-FLQ-FGTS    TO CCU-TAB-FGTS(WK-IND-CCU).
      ***************************************
       300-LER-FOLHALIQ SECTION.
       301-LER-FOLHALIQ.
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
           PERFORM 920-GRAVAR-TRAILER.
           DISPLAY 'TOTAL DE LANCAMENTOS GERADOS PARA O GL = '
                   WK-TOT-LANCTOS.
           CLOSE ARQ-FOLHALIQ.
           CLOSE ARQ-GLFEED.
      *
      *    POR CENTRO DE CUSTO, UM CREDITO PARA CADA CONTA DO
      *    CARTAO (INSS, IRRF, DEMAIS DESCONTOS, LIQUIDO NA
      *    CONTRAPARTIDA E FGTS), FECHANDO AS PARTIDAS:
      *    BRUTO + FGTS = INSS + IRRF + OUTROS + LIQUIDO + FGTS
       910-GRAVAR-CREDITOS.
           PERFORM VARYING WK-IND-CCU FROM 1 BY 1
                   UNTIL WK-IND-CCU > WK-TOT-CENTROS
               MOVE WK-PARM-INSS    TO WK-CRED-CONTA
               MOVE CCU-TAB-INSS(WK-IND-CCU)    TO WK-CRED-VALOR
               PERFORM 911-GRAVAR-CREDITO
               MOVE WK-PARM-IRRF    TO WK-CRED-CONTA
               MOVE CCU-TAB-IRRF(WK-IND-CCU)    TO WK-CRED-VALOR
               PERFORM 911-GRAVAR-CREDITO
               MOVE WK-PARM-OUTROS  TO WK-CRED-CONTA
               MOVE CCU-TAB-OUTROS(WK-IND-CCU)  TO WK-CRED-VALOR
               PERFORM 911-GRAVAR-CREDITO
               MOVE WK-PARM-CONTRA  TO WK-CRED-CONTA
               MOVE CCU-TAB-LIQUIDO(WK-IND-CCU) TO WK-CRED-VALOR
               PERFORM 911-GRAVAR-CREDITO
               MOVE WK-PARM-FGTS    TO WK-CRED-CONTA
               MOVE CCU-TAB-FGTS(WK-IND-CCU)    TO WK-CRED-VALOR
               PERFORM 911-GRAVAR-CREDITO
           END-PERFORM.
       911-GRAVAR-CREDITO.
           IF WK-CRED-VALOR > ZEROS
               MOVE SPACES          TO REG-GLFEED
               MOVE 'FP'            TO GL-TIPO-REGISTRO
               MOVE ZEROS           TO GL-CODFUN
               MOVE WK-CRED-CONTA   TO GL-CENTRO-CUSTO
               MOVE WK-CRED-VALOR   TO GL-VALOR
               MOVE 'C'             TO GL-SINAL
               MOVE WK-DATA-SISTEMA TO GL-DATA-REFERENCIA
               MOVE CCU-TAB-CENTRO(WK-IND-CCU)
                    TO GL-CENTRO-ORIGEM
               WRITE REG-GLFEED
               ADD 1 TO WK-QTDE-REGISTROS
               ADD WK-CRED-VALOR TO WK-TOT-CREDITOS
           END-IF.
       920-GRAVAR-TRAILER.
           MOVE SPACES          TO REG-GLFEED.
           MOVE '99'            TO GL-TIPO-REGISTRO.
