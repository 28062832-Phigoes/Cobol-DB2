       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO186.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    ESTATISTICA TRIMESTRAL DA OUVIDORIA PARA O   *
      *    REGULADOR (KSDS OUVIDOR): RECLAMACOES        *
      *    ABERTAS NO TRIMESTRE, POR CATEGORIA E        *
      *    RESULTADO (PROCEDENTE, PARCIALMENTE          *
      *    PROCEDENTE, IMPROCEDENTE, AINDA ABERTA), AS  *
      *    RESPONDIDAS NO PRAZO E EM ATRASO, A MEDIA DE *
      *    DIAS UTEIS ATE A RESPOSTA E O VALOR          *
      *    RESSARCIDO, COM A LINHA DE TOTAL.            *
      *    CARTAO SYSIN: ANO E TRIMESTRE (AAAAT); EM    *
      *    BRANCO = TRIMESTRE ANTERIOR AO DA RODADA.    *
      *    PAGINACAO E CABECALHOS PELO ALUNO48          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OUVIDOR  ASSIGN TO OUVIDOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-OUV-PROTOCOLO
               FILE STATUS IS WK-FS-OUVIDOR.
           SELECT ARQ-RELOUVTR ASSIGN TO RELOUVTR
               FILE STATUS IS WK-FS-RELOUVTR.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-OUVIDOR.
           COPY OUVIDOR.
       FD   ARQ-RELOUVTR
            RECORDING MODE IS F.
       01  REG-RELOUVTR             PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-OUVIDOR     PIC XX             VALUE SPACES.
       77  WK-FS-RELOUVTR    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-PERIODO    PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    CARTAO SYSIN COM O TRIMESTRE DA ESTATISTICA
       01  WK-PARM-CARD.
           05 WK-PARM-ANO          PIC 9(4)      VALUE ZEROS.
           05 WK-PARM-TRIMESTRE    PIC 9(1)      VALUE ZEROS.
       01  WK-DATA-EXEC-R.
           05 WK-EXEC-ANO          PIC 9(4).
           05 WK-EXEC-MES          PIC 99.
           05 WK-EXEC-DIA          PIC 99.
      *
      *    PERIODO: DO DIA 1 DO PRIMEIRO MES AO DIA 31 DO
      *    TERCEIRO MES DO TRIMESTRE
       01  WK-DATA-INICIO.
           05 WK-INI-ANO           PIC 9(4).
           05 WK-INI-MES           PIC 99.
           05 WK-INI-DIA           PIC 99        VALUE 01.
       01  WK-DATA-INICIO-N REDEFINES WK-DATA-INICIO PIC 9(8).
       01  WK-DATA-FIM.
           05 WK-FIM-ANO           PIC 9(4).
           05 WK-FIM-MES           PIC 99.
           05 WK-FIM-DIA           PIC 99        VALUE 31.
       01  WK-DATA-FIM-N REDEFINES WK-DATA-FIM PIC 9(8).
      *
      *    CATEGORIAS DO CADASTRO; A SETIMA LINHA E O TOTAL
       01  TABELA-CATEGORIAS-TEXTO.
           05 FILLER               PIC X(24)  VALUE
                                   'TATARIFA'.
           05 FILLER               PIC X(24)  VALUE
                                   'DNDEBITO NAO RECONHECIDO'.
           05 FILLER               PIC X(24)  VALUE
                                   'CCCARTA DE COBRANCA'.
           05 FILLER               PIC X(24)  VALUE
                                   'TDATRASO DE TED'.
           05 FILLER               PIC X(24)  VALUE
                                   'ATATENDIMENTO'.
           05 FILLER               PIC X(24)  VALUE
                                   'OUOUTROS'.
           05 FILLER               PIC X(24)  VALUE
                                   '  TOTAL DO TRIMESTRE'.
       01  TABELA-CATEGORIAS-TEXTO-R
                                   REDEFINES TABELA-CATEGORIAS-TEXTO.
           05 CAT-TEXTO-ENTRADA    OCCURS 7 TIMES.
              10 CAT-TAB-CODIGO    PIC X(02).
              10 CAT-TAB-DESCRICAO PIC X(22).
       01  TABELA-CATEGORIAS.
           05 CAT-ENTRADA          OCCURS 7 TIMES.
              10 CAT-TAB-RECEBIDAS PIC 9(05).
              10 CAT-TAB-PROCED    PIC 9(05).
              10 CAT-TAB-PARCIAL   PIC 9(05).
              10 CAT-TAB-IMPROCED  PIC 9(05).
              10 CAT-TAB-ABERTAS   PIC 9(05).
              10 CAT-TAB-NO-PRAZO  PIC 9(05).
              10 CAT-TAB-ATRASO    PIC 9(05).
              10 CAT-TAB-SOMA-DIAS PIC 9(07).
              10 CAT-TAB-RESSARC   PIC 9(09)V99.
       77  WK-IND-CAT        PIC 9(01)          VALUE ZEROS.
       77  WK-RESPONDIDAS    PIC 9(05)          VALUE ZEROS.
       77  WK-MEDIA-DIAS     PIC 9(03)V9        VALUE ZEROS.
       77  WK-PCT-PRAZO      PIC 9(03)V9        VALUE ZEROS.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-LINHA-COLUNAS.
           05 FILLER               PIC X(25)     VALUE
                                   'CATEGORIA'.
           05 FILLER               PIC X(07)     VALUE '  RECEB'.
           05 FILLER               PIC X(07)     VALUE ' PROCED'.
           05 FILLER               PIC X(07)     VALUE 'PARCIAL'.
           05 FILLER               PIC X(07)     VALUE ' IMPROC'.
           05 FILLER               PIC X(07)     VALUE 'ABERTAS'.
           05 FILLER               PIC X(07)     VALUE 'NOPRAZO'.
           05 FILLER               PIC X(07)     VALUE ' ATRASO'.
           05 FILLER               PIC X(07)     VALUE '% PRAZO'.
           05 FILLER               PIC X(07)     VALUE 'MEDIA D'.
           05 FILLER               PIC X(16)     VALUE
                                   '      RESSARCIDO'.
      *
       01  WK-LINHA-CATEGORIA.
           05 WK-LC-CODIGO         PIC X(02).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-DESCRICAO      PIC X(22).
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LC-RECEBIDAS      PIC ZZZZ9.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LC-PROCED         PIC ZZZZ9.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LC-PARCIAL        PIC ZZZZ9.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LC-IMPROCED       PIC ZZZZ9.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LC-ABERTAS        PIC ZZZZ9.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LC-NO-PRAZO       PIC ZZZZ9.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LC-ATRASO         PIC ZZZZ9.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LC-PCT-PRAZO      PIC ZZ9,9.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LC-MEDIA-DIAS     PIC ZZ9,9.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LC-RESSARC        PIC ZZZ.ZZZ.ZZ9,99.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-OUVIDOR = '10'.
           PERFORM 401-LISTAR-ESTATISTICA.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           INITIALIZE TABELA-CATEGORIAS.
           PERFORM 105-DEFINIR-TRIMESTRE.
           OPEN INPUT  ARQ-OUVIDOR.
           EVALUATE WK-FS-OUVIDOR
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO OUVIDOR NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-OUVIDOR
                           ' NO COMANDO OPEN OUVIDOR'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-RELOUVTR.
           SET LK-REL-ABRIR TO TRUE.
           MOVE SPACES TO LK-REL-TITULO.
           STRING 'OUVIDORIA - ESTATISTICA DO TRIMESTRE '
                                        DELIMITED BY SIZE
                  WK-PARM-TRIMESTRE     DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WK-PARM-ANO           DELIMITED BY SIZE
                  INTO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-ESTATISTICA.
           PERFORM 301-LER-OUVIDOR.
      *
      *    CARTAO EM BRANCO: O TRIMESTRE FECHADO ANTERIOR AO
      *    DA DATA DA RODADA
       105-DEFINIR-TRIMESTRE.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           IF WK-PARM-CARD = SPACES
               MOVE WK-DATA-EXEC TO WK-DATA-EXEC-R
               MOVE WK-EXEC-ANO  TO WK-PARM-ANO
               COMPUTE WK-PARM-TRIMESTRE =
                       (WK-EXEC-MES - 1) / 3
               IF WK-PARM-TRIMESTRE = ZEROS
                   MOVE 4 TO WK-PARM-TRIMESTRE
                   SUBTRACT 1 FROM WK-PARM-ANO
               END-IF
           END-IF.
           IF WK-PARM-ANO NOT NUMERIC
            OR WK-PARM-TRIMESTRE NOT NUMERIC
            OR WK-PARM-ANO = ZEROS
            OR WK-PARM-TRIMESTRE < 1 OR WK-PARM-TRIMESTRE > 4
               DISPLAY 'CARTAO SYSIN DEVE TER ANO E TRIMESTRE '
                       '(AAAAT) - ESTATISTICA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-PARM-ANO TO WK-INI-ANO WK-FIM-ANO.
           COMPUTE WK-INI-MES = (WK-PARM-TRIMESTRE - 1) * 3 + 1.
           COMPUTE WK-FIM-MES = WK-PARM-TRIMESTRE * 3.
           DISPLAY 'PERIODO DA ESTATISTICA   = ' WK-DATA-INICIO-N
                   ' A ' WK-DATA-FIM-N.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-OUV-DATA-ABERTURA >= WK-DATA-INICIO-N
            AND FD-OUV-DATA-ABERTURA <= WK-DATA-FIM-N
               ADD 1 TO WK-TOT-PERIODO
               PERFORM 210-LOCALIZAR-CATEGORIA
               PERFORM 220-ACUMULAR
               MOVE 7 TO WK-IND-CAT
               PERFORM 220-ACUMULAR
           END-IF.
           PERFORM 301-LER-OUVIDOR.
      *
      *    CATEGORIA FORA DA TABELA CAI EM OUTROS
       210-LOCALIZAR-CATEGORIA.
           PERFORM VARYING WK-IND-CAT FROM 1 BY 1
                   UNTIL WK-IND-CAT >= 6
                   OR CAT-TAB-CODIGO(WK-IND-CAT) = FD-OUV-CATEGORIA
               CONTINUE
           END-PERFORM.
       220-ACUMULAR.
           ADD 1 TO CAT-TAB-RECEBIDAS(WK-IND-CAT).
           IF OUV-ABERTA
               ADD 1 TO CAT-TAB-ABERTAS(WK-IND-CAT)
           ELSE
               EVALUATE TRUE
                   WHEN OUV-PROCEDENTE
                       ADD 1 TO CAT-TAB-PROCED(WK-IND-CAT)
                   WHEN OUV-PARCIAL
                       ADD 1 TO CAT-TAB-PARCIAL(WK-IND-CAT)
                   WHEN OTHER
                       ADD 1 TO CAT-TAB-IMPROCED(WK-IND-CAT)
               END-EVALUATE
               IF FD-OUV-DATA-RESPOSTA > FD-OUV-DATA-PRAZO
                   ADD 1 TO CAT-TAB-ATRASO(WK-IND-CAT)
               ELSE
                   ADD 1 TO CAT-TAB-NO-PRAZO(WK-IND-CAT)
               END-IF
               ADD FD-OUV-DIAS-RESPOSTA
                   TO CAT-TAB-SOMA-DIAS(WK-IND-CAT)
               ADD FD-OUV-VALOR-RESSARC
                   TO CAT-TAB-RESSARC(WK-IND-CAT)
           END-IF.
      ***************************************
       300-LER-OUVIDOR SECTION.
       301-LER-OUVIDOR.
           READ ARQ-OUVIDOR NEXT RECORD.
           EVALUATE WK-FS-OUVIDOR
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-OUVIDOR
                           ' NO COMANDO READ NEXT OUVIDOR'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       400-ESTATISTICA SECTION.
       401-LISTAR-ESTATISTICA.
           MOVE SPACES           TO LK-REL-DETALHE.
           MOVE WK-LINHA-COLUNAS TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-ESTATISTICA.
           PERFORM 410-LISTAR-CATEGORIA
               VARYING WK-IND-CAT FROM 1 BY 1
               UNTIL WK-IND-CAT > 7.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-ESTATISTICA.
      *
      *    MEDIA DE DIAS E PERCENTUAL NO PRAZO SOBRE AS
      *    RESPONDIDAS
       410-LISTAR-CATEGORIA.
           COMPUTE WK-RESPONDIDAS = CAT-TAB-PROCED(WK-IND-CAT)
                                  + CAT-TAB-PARCIAL(WK-IND-CAT)
                                  + CAT-TAB-IMPROCED(WK-IND-CAT).
           MOVE ZEROS TO WK-MEDIA-DIAS WK-PCT-PRAZO.
           IF WK-RESPONDIDAS > ZEROS
               COMPUTE WK-MEDIA-DIAS ROUNDED =
                       CAT-TAB-SOMA-DIAS(WK-IND-CAT) / WK-RESPONDIDAS
               COMPUTE WK-PCT-PRAZO ROUNDED =
                       CAT-TAB-NO-PRAZO(WK-IND-CAT) * 100
                       / WK-RESPONDIDAS
           END-IF.
           MOVE CAT-TAB-CODIGO(WK-IND-CAT)    TO WK-LC-CODIGO.
           MOVE CAT-TAB-DESCRICAO(WK-IND-CAT) TO WK-LC-DESCRICAO.
           MOVE CAT-TAB-RECEBIDAS(WK-IND-CAT) TO WK-LC-RECEBIDAS.
           MOVE CAT-TAB-PROCED(WK-IND-CAT)    TO WK-LC-PROCED.
           MOVE CAT-TAB-PARCIAL(WK-IND-CAT)   TO WK-LC-PARCIAL.
           MOVE CAT-TAB-IMPROCED(WK-IND-CAT)  TO WK-LC-IMPROCED.
           MOVE CAT-TAB-ABERTAS(WK-IND-CAT)   TO WK-LC-ABERTAS.
           MOVE CAT-TAB-NO-PRAZO(WK-IND-CAT)  TO WK-LC-NO-PRAZO.
           MOVE CAT-TAB-ATRASO(WK-IND-CAT)    TO WK-LC-ATRASO.
           MOVE WK-PCT-PRAZO                  TO WK-LC-PCT-PRAZO.
           MOVE WK-MEDIA-DIAS                 TO WK-LC-MEDIA-DIAS.
           MOVE CAT-TAB-RESSARC(WK-IND-CAT)   TO WK-LC-RESSARC.
           MOVE SPACES             TO LK-REL-DETALHE.
           MOVE WK-LINHA-CATEGORIA TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-ESTATISTICA.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'RECLAMACOES LIDAS        = ' WK-REGS-LIDOS.
           DISPLAY 'RECLAMACOES DO TRIMESTRE = ' WK-TOT-PERIODO.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-OUVIDOR.
           CLOSE ARQ-RELOUVTR.
       910-DETALHE-ESTATISTICA.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-ESTATISTICA.
      ***************************************
       915-GRAVAR-ESTATISTICA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELOUVTR
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO186'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
