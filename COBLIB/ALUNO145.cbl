       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO145.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    SUBROTINA DO IMPOSTO DE RENDA REGRESSIVO     *
      *    SOBRE O RENDIMENTO DE CDB (RESGATE NO        *
      *    VENCIMENTO DO ALUNO119 E ANTECIPADO DO       *
      *    ALUNO146): CONTA OS DIAS CORRIDOS DA         *
      *    APLICACAO AO RESGATE, ACHA A PRIMEIRA FAIXA  *
      *    QUE OS COBRE E CALCULA O IMPOSTO. AS FAIXAS  *
      *    VEM DO PARMFILE NA PRIMEIRA CHAMADA          *
      *    (ALUNO46, PARAMETROS IR-REGRESS-1 A 4 DO     *
      *    ALUNO119, COM VIGENCIA: COLS 1-5 = DIAS,     *
      *    6-10 = ALIQUOTA); SEM ELAS VALE A TABELA     *
      *    LEGAL                                        *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WK-CARREGADO      PIC X(01)          VALUE 'N'.
           88 FAIXAS-CARREGADAS                 VALUE 'S'.
      *
      *    TABELA REGRESSIVA DE IR: ATE N DIAS CORRIDOS DE
      *    APLICACAO, ALIQUOTA EM PERCENTO SOBRE O RENDIMENTO
       01  WK-IR-LEGAL.
           05 FILLER               PIC X(10)     VALUE '0018002250'.
           05 FILLER               PIC X(10)     VALUE '0036002000'.
           05 FILLER               PIC X(10)     VALUE '0072001750'.
           05 FILLER               PIC X(10)     VALUE '9999901500'.
       01  TABELA-IR-LEGAL REDEFINES WK-IR-LEGAL.
           05 IRL-ENTRADA          OCCURS 4 TIMES.
              10 IRL-TAB-DIAS      PIC 9(5).
              10 IRL-TAB-ALIQUOTA  PIC 9(3)V99.
       01  TABELA-IR.
           05 IRF-ENTRADA          OCCURS 4 TIMES.
              10 IRF-TAB-DIAS      PIC 9(5).
              10 IRF-TAB-ALIQUOTA  PIC 9(3)V99.
       77  WK-IND-IRF        PIC 9(1)           VALUE ZEROS.
       01  WK-NOME-FAIXA-IR.
           05 FILLER               PIC X(11)     VALUE 'IR-REGRESS-'.
           05 WK-NFI-FAIXA         PIC 9(1)      VALUE ZEROS.
       01  WK-VALOR-FAIXA-IR.
           05 WK-VFI-DIAS          PIC 9(5).
           05 WK-VFI-ALIQUOTA      PIC 9(3)V99.
           05 FILLER               PIC X(10).
      *
      *    CONTAGEM DE DIAS CORRIDOS: NUMERO DE SERIE DO DIA
      *    (ANO COMECANDO EM MARCO, PARA O FEVEREIRO FICAR NO
      *    FIM) DA DATA DA APLICACAO E DA DATA DO RESGATE
       01  WK-DATA-SERIE     PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-SERIE-R REDEFINES WK-DATA-SERIE.
           05 WK-DSR-ANO           PIC 9(4).
           05 WK-DSR-MES           PIC 99.
           05 WK-DSR-DIA           PIC 99.
       77  WK-SER-ANO        PIC 9(4)           VALUE ZEROS.
       77  WK-SER-MES        PIC 99             VALUE ZEROS.
       77  WK-SER-Q4         PIC 9(4)           VALUE ZEROS.
       77  WK-SER-Q100       PIC 9(4)           VALUE ZEROS.
       77  WK-SER-Q400       PIC 9(4)           VALUE ZEROS.
       77  WK-SER-QMES       PIC 9(4)           VALUE ZEROS.
       77  WK-SER-AUX        PIC 9(5)           VALUE ZEROS.
       77  WK-SERIE          PIC 9(7)           VALUE ZEROS.
       77  WK-SERIE-APLIC    PIC 9(7)           VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O SERVICO CENTRAL DE
      *    PARAMETROS (ALUNO46)
           COPY PARMSRV.
      *
       LINKAGE SECTION.
           COPY IRCALC.
      *
       PROCEDURE DIVISION USING LK-IRC-COM.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR.
           PERFORM 901-FINALIZAR.
           GOBACK.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           SET LK-IRC-OK TO TRUE.
           MOVE ZEROS TO LK-IRC-DIAS LK-IRC-ALIQUOTA LK-IRC-VALOR-IR.
           IF NOT FAIXAS-CARREGADAS
               PERFORM 110-CARREGAR-FAIXA-IR
                   VARYING WK-IND-IRF FROM 1 BY 1
                   UNTIL WK-IND-IRF > 4
               SET FAIXAS-CARREGADAS TO TRUE
           END-IF.
           IF LK-IRC-DATA-APLICACAO NOT NUMERIC
            OR LK-IRC-DATA-APLICACAO = ZEROS
            OR LK-IRC-DATA-RESGATE NOT NUMERIC
            OR LK-IRC-DATA-RESGATE = ZEROS
            OR LK-IRC-RENDIMENTO NOT NUMERIC
               SET LK-IRC-DATA-INVALIDA TO TRUE
           END-IF.
      *
      *    FAIXA DA TABELA REGRESSIVA VIGENTE NO PARMFILE;
      *    SEM ELA (OU COM VALOR INVALIDO) VALE A TABELA LEGAL
       110-CARREGAR-FAIXA-IR.
           MOVE WK-IND-IRF TO WK-NFI-FAIXA.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO119' TO LK-PRM-PROGRAMA.
           MOVE WK-NOME-FAIXA-IR TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           MOVE LK-PRM-VALOR TO WK-VALOR-FAIXA-IR.
           IF LK-PRM-OK
            AND WK-VFI-DIAS NUMERIC
            AND WK-VFI-ALIQUOTA NUMERIC
            AND WK-VFI-DIAS > ZEROS
               MOVE WK-VFI-DIAS     TO IRF-TAB-DIAS(WK-IND-IRF)
               MOVE WK-VFI-ALIQUOTA TO IRF-TAB-ALIQUOTA(WK-IND-IRF)
           ELSE
               DISPLAY 'PARAMETRO ' WK-NOME-FAIXA-IR
                       ' AUSENTE OU INVALIDO - FAIXA DA TABELA '
                       'LEGAL'
               MOVE IRL-TAB-DIAS(WK-IND-IRF)
                    TO IRF-TAB-DIAS(WK-IND-IRF)
               MOVE IRL-TAB-ALIQUOTA(WK-IND-IRF)
                    TO IRF-TAB-ALIQUOTA(WK-IND-IRF)
           END-IF.
      ***************************************
      *    A ALIQUOTA E A DA PRIMEIRA FAIXA QUE COBRE OS DIAS
      *    CORRIDOS DA APLICACAO ATE A DATA DO RESGATE
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           IF LK-IRC-DATA-INVALIDA
               CONTINUE
           ELSE
               MOVE LK-IRC-DATA-APLICACAO TO WK-DATA-SERIE
               PERFORM 210-NUMERAR-DIA
               MOVE WK-SERIE TO WK-SERIE-APLIC
               MOVE LK-IRC-DATA-RESGATE TO WK-DATA-SERIE
               PERFORM 210-NUMERAR-DIA
               IF WK-SERIE > WK-SERIE-APLIC
                   COMPUTE LK-IRC-DIAS = WK-SERIE - WK-SERIE-APLIC
               END-IF
               MOVE IRF-TAB-ALIQUOTA(4) TO LK-IRC-ALIQUOTA
               PERFORM VARYING WK-IND-IRF FROM 4 BY -1
                       UNTIL WK-IND-IRF < 1
                   IF LK-IRC-DIAS <= IRF-TAB-DIAS(WK-IND-IRF)
                       MOVE IRF-TAB-ALIQUOTA(WK-IND-IRF)
                            TO LK-IRC-ALIQUOTA
                   END-IF
               END-PERFORM
               COMPUTE LK-IRC-VALOR-IR ROUNDED =
                       LK-IRC-RENDIMENTO * LK-IRC-ALIQUOTA / 100
           END-IF.
      *
      *    NUMERO DE SERIE DO DIA: JANEIRO E FEVEREIRO CONTAM
      *    COMO MESES 13 E 14 DO ANO ANTERIOR, E AS DIVISOES
      *    INTEIRAS DAO OS DIAS DOS ANOS BISSEXTOS
       210-NUMERAR-DIA.
           MOVE WK-DSR-ANO TO WK-SER-ANO.
           MOVE WK-DSR-MES TO WK-SER-MES.
           IF WK-SER-MES < 3
               SUBTRACT 1 FROM WK-SER-ANO
               ADD 12 TO WK-SER-MES
           END-IF.
           DIVIDE WK-SER-ANO BY 4   GIVING WK-SER-Q4.
           DIVIDE WK-SER-ANO BY 100 GIVING WK-SER-Q100.
           DIVIDE WK-SER-ANO BY 400 GIVING WK-SER-Q400.
           COMPUTE WK-SER-AUX = 153 * (WK-SER-MES - 3) + 2.
           DIVIDE WK-SER-AUX BY 5   GIVING WK-SER-QMES.
           COMPUTE WK-SERIE = 365 * WK-SER-ANO + WK-SER-Q4
                   - WK-SER-Q100 + WK-SER-Q400 + WK-SER-QMES
                   + WK-DSR-DIA.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXIT.
