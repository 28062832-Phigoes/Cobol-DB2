      *****************************************************
      *    AREA DE COMUNICACAO COM O SUBPROGRAMA ALUNO64  *
      *    (TABELA PRICE OU SAC: DADO PRINCIPAL, TAXA     *
      *    MENSAL, PRAZO E SISTEMA, DEVOLVE A PRESTACAO E *
      *    O CRONOGRAMA ABERTO EM JUROS E AMORTIZACAO).   *
      *    SISTEMA S = SAC; QUALQUER OUTRO VALOR = PRICE. *
      *    NA PRICE A PRESTACAO E FIXA; NO SAC E A        *
      *    PRIMEIRA (A MAIOR) E A PARCELA N VALE          *
      *    JUROS(N) + AMORT(N)                            *
      *****************************************************
       01  LK-AMT-COM.
           05 LK-AMT-PRINCIPAL   PIC 9(7)V99.
           05 LK-AMT-TAXA-MENSAL PIC 9(2)V9(4).
           05 LK-AMT-PRAZO       PIC 9(3).
           05 LK-AMT-SISTEMA     PIC X(01).
              88 LK-AMT-PRICE                 VALUE 'P'.
              88 LK-AMT-SAC                   VALUE 'S'.
           05 LK-AMT-PRESTACAO   PIC 9(7)V99.
           05 LK-AMT-STATUS      PIC X(01).
              88 LK-AMT-OK                    VALUE '0'.
