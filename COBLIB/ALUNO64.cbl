           PHILIPP.
      ***************************************************
      *    SUBROTINA DE AMORTIZACAO (TABELA PRICE, NO   *
      *    ESTILO DO ALUNO03, OU SAC): DADO PRINCIPAL,  *
      *    TAXA MENSAL, PRAZO E SISTEMA, DEVOLVE A      *
      *    PRESTACAO (FIXA NA PRICE, A PRIMEIRA NO SAC) *
      *    E O CRONOGRAMA COMPLETO ABERTO EM JUROS,     *
      *    AMORTIZACAO E SALDO DEVEDOR (ULTIMA PARCELA  *
      *    AJUSTADA PARA ZERAR O SALDO)                 *
      ***************************************************
       77  WK-SALDO          PIC S9(8)V99       VALUE ZEROS.
       77  WK-JUROS          PIC 9(7)V99        VALUE ZEROS.
       77  WK-AMORT          PIC 9(7)V99        VALUE ZEROS.
       77  WK-AMORT-FIXA     PIC 9(7)V99        VALUE ZEROS.
      *
       LINKAGE SECTION.
           COPY AMORTCAL.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           EVALUATE TRUE
               WHEN LK-AMT-ERRO
                   CONTINUE
               WHEN LK-AMT-SAC
                   PERFORM 230-MONTAR-CRONOGRAMA-SAC
               WHEN OTHER
                   PERFORM 210-CALCULAR-PRESTACAO
                   IF LK-AMT-OK
                       PERFORM 220-MONTAR-CRONOGRAMA
                   END-IF
           END-EVALUATE.
      *
      *    PRESTACAO DA PRICE: P * I * F / (F - 1), ONDE
      *    F = (1 + I) ELEVADO AO PRAZO (PRODUTO ITERADO).
               MOVE WK-AMORT TO LK-AMT-AMORT(WK-CONTADOR)
               MOVE WK-SALDO TO LK-AMT-SALDO(WK-CONTADOR)
           END-PERFORM.
      *
      *    SAC: AMORTIZACAO CONSTANTE (PRINCIPAL / PRAZO),
      *    JUROS SOBRE O SALDO DO MES; A PRESTACAO
      *    DEVOLVIDA E A PRIMEIRA, QUE E A MAIOR DO
      *    CRONOGRAMA
       230-MONTAR-CRONOGRAMA-SAC.
           COMPUTE WK-TAXA = LK-AMT-TAXA-MENSAL / 100.
           COMPUTE WK-AMORT-FIXA ROUNDED =
                   LK-AMT-PRINCIPAL / LK-AMT-PRAZO.
           MOVE LK-AMT-PRINCIPAL TO WK-SALDO.
           PERFORM VARYING WK-CONTADOR FROM 1 BY 1
                   UNTIL WK-CONTADOR > LK-AMT-PRAZO
                   OR LK-AMT-ERRO
               COMPUTE WK-JUROS ROUNDED = WK-SALDO * WK-TAXA
                   ON SIZE ERROR
                       SET LK-AMT-ERRO TO TRUE
               END-COMPUTE
               IF WK-CONTADOR = LK-AMT-PRAZO
                   MOVE WK-SALDO TO WK-AMORT
               ELSE
                   MOVE WK-AMORT-FIXA TO WK-AMORT
               END-IF
               SUBTRACT WK-AMORT FROM WK-SALDO
               MOVE WK-JUROS TO LK-AMT-JUROS(WK-CONTADOR)
               MOVE WK-AMORT TO LK-AMT-AMORT(WK-CONTADOR)
               MOVE WK-SALDO TO LK-AMT-SALDO(WK-CONTADOR)
           END-PERFORM.
           IF LK-AMT-OK
               COMPUTE LK-AMT-PRESTACAO =
                       LK-AMT-JUROS(1) + LK-AMT-AMORT(1)
                   ON SIZE ERROR
                       SET LK-AMT-ERRO TO TRUE
               END-COMPUTE
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
