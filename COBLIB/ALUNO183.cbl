       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO183.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    RELATORIO SEMANAL DOS CASOS DE FRAUDE DA     *
      *    MESA DE SEGURANCA (KSDS CASOFRD):            *
      *    RELIDADE - CASOS EM ANDAMENTO (ABERTOS E EM  *
      *      INVESTIGACAO) COM A IDADE EM DIAS CORRIDOS *
      *      DESDE A ABERTURA (ALUNO148) E O RESUMO POR *
      *      FAIXA DE IDADE: ATE 7, 8-15, 16-30, 31-60  *
      *      E MAIS DE 60 DIAS                          *
      *    RELACERTO - TAXA DE ACERTO POR MOTIVO DE     *
      *      EXCECAO DO ALUNO77: EXCECOES DOS CASOS     *
      *      ENCERRADOS COMO FRAUDE CONFIRMADA SOBRE AS *
      *      DOS CASOS ENCERRADOS (FRAUDE + ALARME      *
      *      FALSO), NA SEMANA E NO ACUMULADO           *
      *    PAGINACAO E CABECALHOS PELO ALUNO48          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CASOFRD  ASSIGN TO CASOFRD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-CSF-NUMERO
               FILE STATUS IS WK-FS-CASOFRD.
           SELECT ARQ-RELIDADE ASSIGN TO RELIDADE
               FILE STATUS IS WK-FS-RELIDADE.
           SELECT ARQ-RELACERT ASSIGN TO RELACERT
               FILE STATUS IS WK-FS-RELACERT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CASOFRD.
           COPY CASOFRD.
       FD   ARQ-RELIDADE
            RECORDING MODE IS F.
       01  REG-RELIDADE             PIC X(133).
       FD   ARQ-RELACERT
            RECORDING MODE IS F.
       01  REG-RELACERT             PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CASOFRD     PIC XX             VALUE SPACES.
       77  WK-FS-RELIDADE    PIC XX             VALUE SPACES.
       77  WK-FS-RELACERT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-ANDAMENTO  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-FRAUDES    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ALARMES    PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    CASOS ENCERRADOS DEPOIS DESTA DATA SAO DA SEMANA
       77  WK-DATA-SEMANA    PIC 9(8)           VALUE ZEROS.
       77  WK-IDADE          PIC 9(05)          VALUE ZEROS.
       77  WK-IND-FAIXA      PIC 9(01)          VALUE ZEROS.
       77  WK-IND-EXC        PIC 9(02)          VALUE ZEROS.
       77  WK-IND-MOT        PIC 9(01)          VALUE ZEROS.
       77  WK-ENCERRADO-SEMANA PIC X            VALUE 'N'.
           88 ENCERRADO-NA-SEMANA               VALUE 'S'.
      *
      *    CASOS EM ANDAMENTO POR FAIXA DE IDADE E SITUACAO
       01  TABELA-FAIXAS.
           05 FAI-ENTRADA            OCCURS 5 TIMES.
              10 FAI-TAB-ABERTOS     PIC 9(05).
              10 FAI-TAB-INVESTIG    PIC 9(05).
       01  TABELA-FAIXAS-TEXTO.
           05 FILLER                 PIC X(14)  VALUE 'ATE 7 DIAS'.
           05 FILLER                 PIC X(14)  VALUE '8 A 15 DIAS'.
           05 FILLER                 PIC X(14)  VALUE '16 A 30 DIAS'.
           05 FILLER                 PIC X(14)  VALUE '31 A 60 DIAS'.
           05 FILLER                 PIC X(14)  VALUE 'MAIS DE 60'.
       01  TABELA-FAIXAS-TEXTO-R REDEFINES TABELA-FAIXAS-TEXTO.
           05 FAI-TAB-TEXTO          PIC X(14)  OCCURS 5 TIMES.
      *
      *    EXCECOES DOS CASOS ENCERRADOS POR MOTIVO DO
      *    ALUNO77 (AB, VA, RV E OUTROS)
       01  TABELA-MOTIVOS-COD.
           05 FILLER                 PIC X(02)  VALUE 'AB'.
           05 FILLER                 PIC X(02)  VALUE 'VA'.
           05 FILLER                 PIC X(02)  VALUE 'RV'.
           05 FILLER                 PIC X(02)  VALUE '**'.
       01  TABELA-MOTIVOS-COD-R REDEFINES TABELA-MOTIVOS-COD.
           05 MOT-TAB-CODIGO         PIC X(02)  OCCURS 4 TIMES.
       01  TABELA-MOTIVOS.
           05 MOT-ENTRADA            OCCURS 4 TIMES.
              10 MOT-TAB-ANDAMENTO   PIC 9(05).
              10 MOT-TAB-FRAUDE-SEM  PIC 9(05).
              10 MOT-TAB-ALARME-SEM  PIC 9(05).
              10 MOT-TAB-FRAUDE-ACUM PIC 9(05).
              10 MOT-TAB-ALARME-ACUM PIC 9(05).
       77  WK-ACERTO         PIC 9(03)V9        VALUE ZEROS.
       77  WK-ENCERRADAS     PIC 9(05)          VALUE ZEROS.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-LINHA-IDADE.
           05 FILLER               PIC X(05)     VALUE 'CASO '.
           05 WK-LI-NUMERO         PIC 9(7).
           05 FILLER               PIC X(09)     VALUE ' CLIENTE '.
           05 WK-LI-CODIGO         PIC 9(5).
           05 FILLER               PIC X(05)     VALUE ' EMP '.
           05 WK-LI-EMPRESA        PIC 99.
           05 FILLER               PIC X(10)     VALUE ' SITUACAO '.
           05 WK-LI-SITUACAO       PIC X(01).
           05 FILLER               PIC X(10)     VALUE ' ANALISTA '.
           05 WK-LI-ANALISTA       PIC X(08).
           05 FILLER               PIC X(09)     VALUE ' ABERTO  '.
           05 WK-LI-ABERTURA       PIC 9(8).
           05 FILLER               PIC X(12)     VALUE ' ULT. ACAO  '.
           05 WK-LI-ACAO           PIC 9(8).
           05 FILLER               PIC X(07)     VALUE ' IDADE '.
           05 WK-LI-IDADE          PIC ZZZZ9.
           05 FILLER               PIC X(11)     VALUE ' EXCECOES '.
           05 WK-LI-EXCECOES       PIC Z9.
      *
       01  WK-LINHA-FAIXA.
           05 FILLER               PIC X(15)     VALUE
                                   'FAIXA DE IDADE '.
           05 WK-LF-TEXTO          PIC X(14).
           05 FILLER               PIC X(09)     VALUE ' ABERTOS '.
           05 WK-LF-ABERTOS        PIC ZZZZ9.
           05 FILLER               PIC X(18)     VALUE
                                   ' EM INVESTIGACAO  '.
           05 WK-LF-INVESTIG       PIC ZZZZ9.
      *
       01  WK-LINHA-ACERTO.
           05 FILLER               PIC X(07)     VALUE 'MOTIVO '.
           05 WK-LA-MOTIVO         PIC X(02).
           05 FILLER               PIC X(11)     VALUE ' ANDAMENTO '.
           05 WK-LA-ANDAMENTO      PIC ZZZZ9.
           05 FILLER               PIC X(16)     VALUE
                                   '  SEMANA: FRAUDE'.
           05 WK-LA-FRAUDE-SEM     PIC ZZZZ9.
           05 FILLER               PIC X(08)     VALUE ' ALARME '.
           05 WK-LA-ALARME-SEM     PIC ZZZZ9.
           05 FILLER               PIC X(08)     VALUE ' ACERTO '.
           05 WK-LA-ACERTO-SEM     PIC ZZ9,9.
           05 FILLER               PIC X(20)     VALUE
                                   '%  ACUMULADO: FRAUDE'.
           05 WK-LA-FRAUDE-ACUM    PIC ZZZZ9.
           05 FILLER               PIC X(08)     VALUE ' ALARME '.
           05 WK-LA-ALARME-ACUM    PIC ZZZZ9.
           05 FILLER               PIC X(08)     VALUE ' ACERTO '.
           05 WK-LA-ACERTO-ACUM    PIC ZZ9,9.
           05 FILLER               PIC X(01)     VALUE '%'.
      *
      *    AREA DE COMUNICACAO COM O ALUNO148 (IDADE DO CASO
      *    E INICIO DA SEMANA)
           COPY DIACONT.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-CASOFRD = '10'.
           PERFORM 401-LISTAR-ACERTOS.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           INITIALIZE TABELA-FAIXAS.
           INITIALIZE TABELA-MOTIVOS.
           PERFORM 105-CALCULAR-SEMANA.
           OPEN INPUT  ARQ-CASOFRD.
           EVALUATE WK-FS-CASOFRD
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CASOFRD NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CASOFRD
                           ' NO COMANDO OPEN CASOFRD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-RELIDADE.
           OPEN OUTPUT ARQ-RELACERT.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'CASOS DE FRAUDE EM ANDAMENTO - IDADE'
                TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-IDADE.
           PERFORM 301-LER-CASOFRD.
      *
      *    A SEMANA SAO OS 7 DIAS CORRIDOS QUE TERMINAM NA
      *    DATA DA RODADA
       105-CALCULAR-SEMANA.
           SET LK-DCT-PRO-RATA     TO TRUE.
           SET LK-DCT-CORRIDOS-365 TO TRUE.
           SET LK-DCT-SIMPLES      TO TRUE.
           MOVE WK-DATA-EXEC       TO LK-DCT-DATA-FIM.
           MOVE 7                  TO LK-DCT-QTDE-DIAS.
           MOVE ZEROS              TO LK-DCT-TAXA-MENSAL.
           CALL 'ALUNO148' USING LK-DCT-COM.
           IF NOT LK-DCT-OK
               DISPLAY 'ERRO ' LK-DCT-STATUS
                       ' NO CALCULO DO INICIO DA SEMANA - '
                       'RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LK-DCT-DATA-INICIO TO WK-DATA-SEMANA.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           EVALUATE TRUE
               WHEN CSF-EM-ANDAMENTO
                   PERFORM 210-LISTAR-ANDAMENTO
               WHEN CSF-FRAUDE
                   ADD 1 TO WK-TOT-FRAUDES
               WHEN CSF-ALARME-FALSO
                   ADD 1 TO WK-TOT-ALARMES
           END-EVALUATE.
           IF CSF-ENCERRADO
            AND FD-CSF-DATA-ENCERRA > WK-DATA-SEMANA
               SET ENCERRADO-NA-SEMANA TO TRUE
           ELSE
               MOVE 'N' TO WK-ENCERRADO-SEMANA
           END-IF.
           PERFORM 250-CONTAR-EXCECAO
               VARYING WK-IND-EXC FROM 1 BY 1
               UNTIL WK-IND-EXC > FD-CSF-QTDE-EXC.
           PERFORM 301-LER-CASOFRD.
      *
      *    IDADE EM DIAS CORRIDOS DA ABERTURA ATE A RODADA
       210-LISTAR-ANDAMENTO.
           ADD 1 TO WK-TOT-ANDAMENTO.
           MOVE ZEROS TO WK-IDADE.
           SET LK-DCT-ENTRE-DATAS  TO TRUE.
           SET LK-DCT-CORRIDOS-365 TO TRUE.
           SET LK-DCT-SIMPLES      TO TRUE.
           MOVE FD-CSF-DATA-ABERTURA TO LK-DCT-DATA-INICIO.
           MOVE WK-DATA-EXEC         TO LK-DCT-DATA-FIM.
           MOVE ZEROS                TO LK-DCT-TAXA-MENSAL.
           CALL 'ALUNO148' USING LK-DCT-COM.
           IF LK-DCT-OK
               MOVE LK-DCT-DIAS TO WK-IDADE
           END-IF.
           EVALUATE TRUE
               WHEN WK-IDADE <= 7
                   MOVE 1 TO WK-IND-FAIXA
               WHEN WK-IDADE <= 15
                   MOVE 2 TO WK-IND-FAIXA
               WHEN WK-IDADE <= 30
                   MOVE 3 TO WK-IND-FAIXA
               WHEN WK-IDADE <= 60
                   MOVE 4 TO WK-IND-FAIXA
               WHEN OTHER
                   MOVE 5 TO WK-IND-FAIXA
           END-EVALUATE.
           IF CSF-ABERTO
               ADD 1 TO FAI-TAB-ABERTOS(WK-IND-FAIXA)
           ELSE
               ADD 1 TO FAI-TAB-INVESTIG(WK-IND-FAIXA)
           END-IF.
           MOVE FD-CSF-NUMERO        TO WK-LI-NUMERO.
           MOVE FD-CSF-CODIGO        TO WK-LI-CODIGO.
           MOVE FD-CSF-EMPRESA       TO WK-LI-EMPRESA.
           MOVE FD-CSF-SITUACAO      TO WK-LI-SITUACAO.
           MOVE FD-CSF-ANALISTA      TO WK-LI-ANALISTA.
           MOVE FD-CSF-DATA-ABERTURA TO WK-LI-ABERTURA.
           MOVE FD-CSF-DATA-ACAO     TO WK-LI-ACAO.
           MOVE WK-IDADE             TO WK-LI-IDADE.
           MOVE FD-CSF-QTDE-EXC      TO WK-LI-EXCECOES.
           MOVE SPACES               TO LK-REL-DETALHE.
           MOVE WK-LINHA-IDADE       TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-IDADE.
       250-CONTAR-EXCECAO.
           PERFORM VARYING WK-IND-MOT FROM 1 BY 1
                   UNTIL WK-IND-MOT >= 4
                   OR MOT-TAB-CODIGO(WK-IND-MOT)
                      = FD-CSF-EXC-MOTIVO(WK-IND-EXC)
               CONTINUE
           END-PERFORM.
           EVALUATE TRUE
               WHEN CSF-EM-ANDAMENTO
                   ADD 1 TO MOT-TAB-ANDAMENTO(WK-IND-MOT)
               WHEN CSF-FRAUDE
                   ADD 1 TO MOT-TAB-FRAUDE-ACUM(WK-IND-MOT)
                   IF ENCERRADO-NA-SEMANA
                       ADD 1 TO MOT-TAB-FRAUDE-SEM(WK-IND-MOT)
                   END-IF
               WHEN CSF-ALARME-FALSO
                   ADD 1 TO MOT-TAB-ALARME-ACUM(WK-IND-MOT)
                   IF ENCERRADO-NA-SEMANA
                       ADD 1 TO MOT-TAB-ALARME-SEM(WK-IND-MOT)
                   END-IF
           END-EVALUATE.
      ***************************************
       300-LER-CASOFRD SECTION.
       301-LER-CASOFRD.
           READ ARQ-CASOFRD NEXT RECORD.
           EVALUATE WK-FS-CASOFRD
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CASOFRD
                           ' NO COMANDO READ NEXT CASOFRD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
      *    RESUMO POR FAIXA NO FIM DO RELIDADE E TAXA DE
      *    ACERTO POR MOTIVO NO RELACERTO
       400-ACERTOS SECTION.
       401-LISTAR-ACERTOS.
           PERFORM 410-LISTAR-FAIXA
               VARYING WK-IND-FAIXA FROM 1 BY 1
               UNTIL WK-IND-FAIXA > 5.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'CASOS EM ANDAMENTO: ' DELIMITED BY SIZE
                  WK-TOT-ANDAMENTO       DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE-IDADE.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-IDADE.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'CASOS DE FRAUDE - TAXA DE ACERTO POR MOTIVO'
                TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-ACERTO.
           PERFORM 420-LISTAR-MOTIVO
               VARYING WK-IND-MOT FROM 1 BY 1
               UNTIL WK-IND-MOT > 4.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'CASOS ENCERRADOS - FRAUDE CONFIRMADA: '
                                         DELIMITED BY SIZE
                  WK-TOT-FRAUDES         DELIMITED BY SIZE
                  '   ALARME FALSO: '    DELIMITED BY SIZE
                  WK-TOT-ALARMES         DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 920-DETALHE-ACERTO.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-ACERTO.
       410-LISTAR-FAIXA.
           MOVE FAI-TAB-TEXTO(WK-IND-FAIXA)    TO WK-LF-TEXTO.
           MOVE FAI-TAB-ABERTOS(WK-IND-FAIXA)  TO WK-LF-ABERTOS.
           MOVE FAI-TAB-INVESTIG(WK-IND-FAIXA) TO WK-LF-INVESTIG.
           MOVE SPACES                         TO LK-REL-DETALHE.
           MOVE WK-LINHA-FAIXA                 TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-IDADE.
       420-LISTAR-MOTIVO.
           MOVE MOT-TAB-CODIGO(WK-IND-MOT)     TO WK-LA-MOTIVO.
           MOVE MOT-TAB-ANDAMENTO(WK-IND-MOT)  TO WK-LA-ANDAMENTO.
           MOVE MOT-TAB-FRAUDE-SEM(WK-IND-MOT) TO WK-LA-FRAUDE-SEM.
           MOVE MOT-TAB-ALARME-SEM(WK-IND-MOT) TO WK-LA-ALARME-SEM.
           MOVE MOT-TAB-FRAUDE-ACUM(WK-IND-MOT)
                TO WK-LA-FRAUDE-ACUM.
           MOVE MOT-TAB-ALARME-ACUM(WK-IND-MOT)
                TO WK-LA-ALARME-ACUM.
           COMPUTE WK-ENCERRADAS = MOT-TAB-FRAUDE-SEM(WK-IND-MOT)
                                 + MOT-TAB-ALARME-SEM(WK-IND-MOT).
           MOVE ZEROS TO WK-ACERTO.
           IF WK-ENCERRADAS > ZEROS
               COMPUTE WK-ACERTO ROUNDED =
                       MOT-TAB-FRAUDE-SEM(WK-IND-MOT) * 100
                       / WK-ENCERRADAS
           END-IF.
           MOVE WK-ACERTO TO WK-LA-ACERTO-SEM.
           COMPUTE WK-ENCERRADAS = MOT-TAB-FRAUDE-ACUM(WK-IND-MOT)
                                 + MOT-TAB-ALARME-ACUM(WK-IND-MOT).
           MOVE ZEROS TO WK-ACERTO.
           IF WK-ENCERRADAS > ZEROS
               COMPUTE WK-ACERTO ROUNDED =
                       MOT-TAB-FRAUDE-ACUM(WK-IND-MOT) * 100
                       / WK-ENCERRADAS
           END-IF.
           MOVE WK-ACERTO TO WK-LA-ACERTO-ACUM.
           MOVE SPACES          TO LK-REL-DETALHE.
           MOVE WK-LINHA-ACERTO TO LK-REL-DETALHE.
           PERFORM 920-DETALHE-ACERTO.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'CASOS LIDOS              = ' WK-REGS-LIDOS.
           DISPLAY 'CASOS EM ANDAMENTO       = ' WK-TOT-ANDAMENTO.
           DISPLAY 'FRAUDES CONFIRMADAS      = ' WK-TOT-FRAUDES.
           DISPLAY 'ALARMES FALSOS           = ' WK-TOT-ALARMES.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CASOFRD.
           CLOSE ARQ-RELIDADE.
           CLOSE ARQ-RELACERT.
       910-DETALHE-IDADE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-IDADE.
       920-DETALHE-ACERTO.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-ACERTO.
      ***************************************
       915-GRAVAR-IDADE.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELIDADE
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
       916-GRAVAR-ACERTO.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELACERT
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO183'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
