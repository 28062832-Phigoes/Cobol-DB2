       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO148.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    SERVICO DE CONVENCAO DE CONTAGEM DE DIAS     *
      *    DOS JUROS: DADA UMA TAXA MENSAL, DEVOLVE OS  *
      *    DIAS, A FRACAO DE MES E O FATOR ENTRE DUAS   *
      *    DATAS (OU DOS N DIAS CORRIDOS QUE TERMINAM   *
      *    NUMA DATA) EM 30/360, CORRIDOS/365 OU DIAS   *
      *    UTEIS/252 (PRODUTOS INDEXADOS AO CDI), COM   *
      *    JUROS COMPOSTOS OU SIMPLES. NO 30/360 O FIM  *
      *    DE MES CONTA COMO DIA 30 (DIAS DO MES PELO   *
      *    ALUNO15); OS CORRIDOS SAEM DO NUMERO DE      *
      *    SERIE DO DIA E OS UTEIS DO CALENDARIO DE     *
      *    FERIADOS DO ALUNO63. SOMA TAMBEM N MESES A   *
      *    UMA DATA (ANIVERSARIO DO CONTRATO), COM O    *
      *    DIA LIMITADO AO FIM DO MES                   *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WK-DATA-CALC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-CALC-R REDEFINES WK-DATA-CALC.
           05 WK-CAL-ANO           PIC 9(4).
           05 WK-CAL-MES           PIC 99.
           05 WK-CAL-DIA           PIC 99.
       77  WK-DATA-OK        PIC X(01)          VALUE 'S'.
           88 DATA-VALIDA                       VALUE 'S'.
           88 DATA-NAO-VALIDA                   VALUE 'N'.
      *
      *    30/360: DIA 31 E ULTIMO DIA DO MES VIRAM DIA 30
       77  WK-ANO-1          PIC 9(4)           VALUE ZEROS.
       77  WK-MES-1          PIC 99             VALUE ZEROS.
       77  WK-DIA-1          PIC 99             VALUE ZEROS.
       77  WK-ANO-2          PIC 9(4)           VALUE ZEROS.
       77  WK-MES-2          PIC 99             VALUE ZEROS.
       77  WK-DIA-2          PIC 99             VALUE ZEROS.
      *
      *    CONTAGEM DE DIAS CORRIDOS: NUMERO DE SERIE DO DIA
      *    (ANO COMECANDO EM MARCO, PARA O FEVEREIRO FICAR NO
      *    FIM)
       77  WK-SER-ANO        PIC 9(4)           VALUE ZEROS.
       77  WK-SER-MES        PIC 99             VALUE ZEROS.
       77  WK-SER-Q4         PIC 9(4)           VALUE ZEROS.
       77  WK-SER-Q100       PIC 9(4)           VALUE ZEROS.
       77  WK-SER-Q400       PIC 9(4)           VALUE ZEROS.
       77  WK-SER-QMES       PIC 9(4)           VALUE ZEROS.
       77  WK-SER-AUX        PIC 9(5)           VALUE ZEROS.
       77  WK-SERIE          PIC 9(7)           VALUE ZEROS.
       77  WK-SERIE-INICIO   PIC 9(7)           VALUE ZEROS.
       77  WK-DIAS-CALC      PIC 9(5)V9(9)      VALUE ZEROS.
       77  WK-MESES-TOT      PIC 9(6)           VALUE ZEROS.
       77  WK-MESES-RESTO    PIC 99             VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO15 (DIAS DO MES)
       01  WK-AREA-ALUNO15.
           05 WK-A15-COD-MES       PIC 99.
           05 WK-A15-COD-DIASEM    PIC 9.
           05 WK-A15-ANO           PIC 9(4).
           05 WK-A15-NOME-MES      PIC X(9).
           05 WK-A15-NOME-DIASEM   PIC X(13).
           05 WK-A15-DIAS-MES      PIC 99.
           05 WK-A15-STATUS        PIC X(01).
      *
      *    AREA DE COMUNICACAO COM O ALUNO63 (CALENDARIO)
           COPY CALSRV.
      *
       LINKAGE SECTION.
           COPY DIACONT.
      *
       PROCEDURE DIVISION USING LK-DCT-COM.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR.
           PERFORM 901-FINALIZAR.
           GOBACK.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           SET LK-DCT-OK TO TRUE.
           MOVE ZEROS TO LK-DCT-DIAS LK-DCT-BASE LK-DCT-PERIODOS.
           MOVE 1     TO LK-DCT-FATOR.
           IF LK-DCT-SOMAR-MESES
               MOVE LK-DCT-DATA-INICIO TO WK-DATA-CALC
               PERFORM 310-VALIDAR-DATA
               IF DATA-NAO-VALIDA
                OR LK-DCT-QTDE-MESES NOT NUMERIC
                   SET LK-DCT-DATA-INVALIDA TO TRUE
               END-IF
           ELSE
               PERFORM 110-VALIDAR-CONTAGEM
           END-IF.
       110-VALIDAR-CONTAGEM.
           IF NOT LK-DCT-CONVENCAO-VALIDA
               SET LK-DCT-CONVENCAO-INVALIDA TO TRUE
           END-IF.
           IF LK-DCT-TAXA-MENSAL NOT NUMERIC
               SET LK-DCT-DATA-INVALIDA TO TRUE
           END-IF.
           MOVE LK-DCT-DATA-FIM TO WK-DATA-CALC.
           PERFORM 310-VALIDAR-DATA.
           IF DATA-NAO-VALIDA
               SET LK-DCT-DATA-INVALIDA TO TRUE
           END-IF.
           IF LK-DCT-PRO-RATA
               IF LK-DCT-QTDE-DIAS NOT NUMERIC
                   SET LK-DCT-DATA-INVALIDA TO TRUE
               END-IF
           ELSE
               MOVE LK-DCT-DATA-INICIO TO WK-DATA-CALC
               PERFORM 310-VALIDAR-DATA
               IF DATA-NAO-VALIDA
                OR LK-DCT-DATA-INICIO > LK-DCT-DATA-FIM
                   SET LK-DCT-DATA-INVALIDA TO TRUE
               END-IF
           END-IF.
      ***************************************
      *    NO PRO-RATA A DATA-INICIO E A DATA-FIM RECUADA
      *    DOS N DIAS CORRIDOS, QUE EM 30/360 E CORRIDOS/365
      *    JA SAO OS DIAS DA CONVENCAO
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           IF LK-DCT-OK
               IF LK-DCT-SOMAR-MESES
                   PERFORM 260-SOMAR-MESES
               ELSE
                   PERFORM 205-CONTAR-DIAS
               END-IF
           END-IF.
       205-CONTAR-DIAS.
           IF LK-DCT-OK
               IF LK-DCT-PRO-RATA
                   PERFORM 240-RECUAR-DIAS
               END-IF
               EVALUATE TRUE
                   WHEN LK-DCT-30-360
                       MOVE 360 TO LK-DCT-BASE
                       IF LK-DCT-PRO-RATA
                           MOVE LK-DCT-QTDE-DIAS TO LK-DCT-DIAS
                       ELSE
                           PERFORM 210-CONTAR-30-360
                       END-IF
                   WHEN LK-DCT-CORRIDOS-365
                       MOVE 365 TO LK-DCT-BASE
                       IF LK-DCT-PRO-RATA
                           MOVE LK-DCT-QTDE-DIAS TO LK-DCT-DIAS
                       ELSE
                           PERFORM 220-CONTAR-CORRIDOS
                       END-IF
                   WHEN LK-DCT-UTEIS-252
                       MOVE 252 TO LK-DCT-BASE
                       PERFORM 230-CONTAR-UTEIS
               END-EVALUATE
           END-IF.
           IF LK-DCT-OK
               PERFORM 250-CALCULAR-FATOR
           END-IF.
      *
      *    30/360: MESES CHEIOS DE 30 DIAS; O DIA INICIAL NO
      *    FIM DO MES VIRA 30, E O FINAL TAMBEM QUANDO O
      *    INICIAL E 30 (FIM DE MES A FIM DE MES = 30 DIAS)
       210-CONTAR-30-360.
           MOVE LK-DCT-DATA-INICIO TO WK-DATA-CALC.
           PERFORM 320-DIAS-DO-MES.
           MOVE WK-CAL-ANO TO WK-ANO-1.
           MOVE WK-CAL-MES TO WK-MES-1.
           MOVE WK-CAL-DIA TO WK-DIA-1.
           IF WK-CAL-DIA = WK-A15-DIAS-MES
            OR WK-CAL-DIA > 30
               MOVE 30 TO WK-DIA-1
           END-IF.
           MOVE LK-DCT-DATA-FIM TO WK-DATA-CALC.
           PERFORM 320-DIAS-DO-MES.
           MOVE WK-CAL-ANO TO WK-ANO-2.
           MOVE WK-CAL-MES TO WK-MES-2.
           MOVE WK-CAL-DIA TO WK-DIA-2.
           IF WK-CAL-DIA > 30
            OR (WK-CAL-DIA = WK-A15-DIAS-MES AND WK-DIA-1 = 30)
               MOVE 30 TO WK-DIA-2
           END-IF.
           COMPUTE LK-DCT-DIAS = (WK-ANO-2 - WK-ANO-1) * 360
                               + (WK-MES-2 - WK-MES-1) * 30
                               + WK-DIA-2 - WK-DIA-1.
           IF LK-DCT-DIAS < ZEROS
               MOVE ZEROS TO LK-DCT-DIAS
           END-IF.
       220-CONTAR-CORRIDOS.
           MOVE LK-DCT-DATA-INICIO TO WK-DATA-CALC.
           PERFORM 330-NUMERAR-DIA.
           MOVE WK-SERIE TO WK-SERIE-INICIO.
           MOVE LK-DCT-DATA-FIM TO WK-DATA-CALC.
           PERFORM 330-NUMERAR-DIA.
           COMPUTE LK-DCT-DIAS = WK-SERIE - WK-SERIE-INICIO.
      *
      *    DIAS UTEIS DA DATA-INICIO (EXCLUSIVE) A DATA-FIM
      *    (INCLUSIVE) PELO CALENDARIO DE FERIADOS
       230-CONTAR-UTEIS.
           SET LK-CAL-ENTRE TO TRUE.
           MOVE LK-DCT-DATA-INICIO TO LK-CAL-DATA-1.
           MOVE LK-DCT-DATA-FIM    TO LK-CAL-DATA-2.
           CALL 'ALUNO63' USING LK-CAL-COM.
           IF LK-CAL-OK
               MOVE LK-CAL-DIAS-UTEIS TO LK-DCT-DIAS
           ELSE
               SET LK-DCT-DATA-INVALIDA TO TRUE
           END-IF.
       240-RECUAR-DIAS.
           MOVE LK-DCT-DATA-FIM TO WK-DATA-CALC.
           PERFORM 340-RECUAR-UM-DIA LK-DCT-QTDE-DIAS TIMES.
           MOVE WK-DATA-CALC TO LK-DCT-DATA-INICIO.
      *
      *    PERIODOS = FRACAO DO MES DA TAXA (30 DIAS EM
      *    30/360, 365/12 EM CORRIDOS E 21 UTEIS EM 252)
       250-CALCULAR-FATOR.
           MOVE LK-DCT-DIAS TO WK-DIAS-CALC.
           COMPUTE LK-DCT-PERIODOS ROUNDED =
                   WK-DIAS-CALC * 12 / LK-DCT-BASE.
           IF LK-DCT-SIMPLES
               COMPUTE LK-DCT-FATOR ROUNDED = 1
                     + LK-DCT-TAXA-MENSAL / 100 * LK-DCT-PERIODOS
           ELSE
               COMPUTE LK-DCT-FATOR ROUNDED =
                       (1 + LK-DCT-TAXA-MENSAL / 100)
                       ** LK-DCT-PERIODOS
           END-IF.
      *
      *    MESMO DIA N MESES A FRENTE (OU ATRAS); DIA QUE
      *    NAO EXISTE NO MES DE DESTINO VIRA O ULTIMO DIA
       260-SOMAR-MESES.
           MOVE LK-DCT-DATA-INICIO TO WK-DATA-CALC.
           MOVE WK-CAL-DIA TO WK-DIA-1.
           COMPUTE WK-MESES-TOT = WK-CAL-ANO * 12 + WK-CAL-MES - 1
                                + LK-DCT-QTDE-MESES.
           DIVIDE WK-MESES-TOT BY 12 GIVING WK-CAL-ANO
               REMAINDER WK-MESES-RESTO.
           COMPUTE WK-CAL-MES = WK-MESES-RESTO + 1.
           PERFORM 320-DIAS-DO-MES.
           IF WK-DIA-1 > WK-A15-DIAS-MES
               MOVE WK-A15-DIAS-MES TO WK-CAL-DIA
           ELSE
               MOVE WK-DIA-1 TO WK-CAL-DIA
           END-IF.
           MOVE WK-DATA-CALC TO LK-DCT-DATA-FIM.
      ***************************************
       300-APOIO SECTION.
       310-VALIDAR-DATA.
           SET DATA-VALIDA TO TRUE.
           IF WK-DATA-CALC NOT NUMERIC
            OR WK-DATA-CALC = ZEROS
               SET DATA-NAO-VALIDA TO TRUE
           ELSE
               PERFORM 320-DIAS-DO-MES
               IF WK-A15-STATUS NOT = '0'
                OR WK-CAL-DIA < 1
                OR WK-CAL-DIA > WK-A15-DIAS-MES
                   SET DATA-NAO-VALIDA TO TRUE
               END-IF
           END-IF.
       320-DIAS-DO-MES.
           MOVE WK-CAL-MES TO WK-A15-COD-MES.
           MOVE 1          TO WK-A15-COD-DIASEM.
           MOVE WK-CAL-ANO TO WK-A15-ANO.
           CALL 'ALUNO15' USING WK-AREA-ALUNO15.
      *
      *    NUMERO DE SERIE DO DIA: JANEIRO E FEVEREIRO CONTAM
      *    COMO MESES 13 E 14 DO ANO ANTERIOR, E AS DIVISOES
      *    INTEIRAS DAO OS DIAS DOS ANOS BISSEXTOS
       330-NUMERAR-DIA.
           MOVE WK-CAL-ANO TO WK-SER-ANO.
           MOVE WK-CAL-MES TO WK-SER-MES.
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
                   + WK-CAL-DIA.
       340-RECUAR-UM-DIA.
           IF WK-CAL-DIA > 1
               SUBTRACT 1 FROM WK-CAL-DIA
           ELSE
               IF WK-CAL-MES > 1
                   SUBTRACT 1 FROM WK-CAL-MES
               ELSE
                   MOVE 12 TO WK-CAL-MES
                   SUBTRACT 1 FROM WK-CAL-ANO
               END-IF
               PERFORM 320-DIAS-DO-MES
               MOVE WK-A15-DIAS-MES TO WK-CAL-DIA
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXIT.
