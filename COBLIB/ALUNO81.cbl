      *    SIMULACAO ON-LINE (CICS) DE EMPRESTIMO:      *
      *    RECEBE CLIENTE, PRINCIPAL, TAXA MENSAL E     *
      *    PRAZO DIGITADOS NO BALCAO, CALCULA A         *
      *    PRESTACAO PELOS MESMOS SISTEMAS DO LOTE      *
      *    (ALUNO64, VIA BOOK AMORTCAL) E DEVOLVE NA    *
      *    TELA, LADO A LADO, A PRICE (PRESTACAO FIXA)  *
      *    E O SAC (PRIMEIRA E ULTIMA PRESTACAO), CADA  *
      *    UM COM A PRIMEIRA E A ULTIMA LINHA DO SEU    *
      *    CRONOGRAMA. CADA COTACAO E GRAVADA NO        *
      *    ARQUIVO COTAS (CHAVE CLIENTE+DATA+HORA) PARA *
      *    O CONTRATO DEPOIS REGISTRADO NO EMPREST      *
      *    PODER SER RASTREADO ATE A COTACAO            *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
           05 FD-COT-TAXA           PIC 9(2)V9(4).
           05 FD-COT-PRAZO          PIC 9(3).
           05 FD-COT-PRESTACAO      PIC 9(7)V99.
           05 FD-COT-SAC-PREST-1    PIC 9(7)V99.
           05 FD-COT-SAC-PREST-U    PIC 9(7)V99.
           05 FILLER                PIC X(10).
       77  WK-TAM-COTAS      PIC S9(4) COMP     VALUE +80.
      *
       77  WK-ABSTIME        PIC S9(15) COMP-3  VALUE ZEROS.
       77  WK-HORA-AGORA     PIC 9(6)           VALUE ZEROS.
       77  WK-RESP           PIC S9(8) COMP     VALUE ZEROS.
       01  WK-MSG-ERRO       PIC X(45)          VALUE SPACES.
       77  WK-PRESTACAO-PRICE PIC 9(7)V99       VALUE ZEROS.
      *
       01  WK-SAIDA.
           05 WK-SAI-LINHA1.
              10 FILLER             PIC X(16)
                                    VALUE 'PRICE PRESTACAO '.
              10 WK-SAI-PRESTACAO   PIC ZZZZ.ZZ9,99.
              10 FILLER             PIC X(07) VALUE ' PRAZO '.
              10 WK-SAI-PRAZO       PIC ZZ9.
              10 WK-SAI-AMORT-U     PIC ZZZZ.ZZ9,99.
              10 FILLER             PIC X(03) VALUE ' S='.
              10 WK-SAI-SALDO-U     PIC ZZZZ.ZZ9,99.
           05 WK-SAI-SAC1.
              10 FILLER             PIC X(14) VALUE ' SAC 1A PREST '.
              10 WK-SAI-SAC-PREST-1 PIC ZZZZ.ZZ9,99.
              10 FILLER             PIC X(11) VALUE ' ULT PREST '.
              10 WK-SAI-SAC-PREST-U PIC ZZZZ.ZZ9,99.
           05 WK-SAI-SAC2.
              10 FILLER             PIC X(09) VALUE ' PARC 001'.
              10 FILLER             PIC X(03) VALUE ' J='.
              10 WK-SAI-SAC-JUROS-1 PIC ZZZZ.ZZ9,99.
              10 FILLER             PIC X(03) VALUE ' A='.
              10 WK-SAI-SAC-AMORT-1 PIC ZZZZ.ZZ9,99.
              10 FILLER             PIC X(03) VALUE ' S='.
              10 WK-SAI-SAC-SALDO-1 PIC ZZZZ.ZZ9,99.
           05 WK-SAI-SAC3.
              10 FILLER             PIC X(06) VALUE ' PARC '.
              10 WK-SAI-SAC-PARC-U  PIC 9(3).
              10 FILLER             PIC X(03) VALUE ' J='.
              10 WK-SAI-SAC-JUROS-U PIC ZZZZ.ZZ9,99.
              10 FILLER             PIC X(03) VALUE ' A='.
              10 WK-SAI-SAC-AMORT-U PIC ZZZZ.ZZ9,99.
              10 FILLER             PIC X(03) VALUE ' S='.
              10 WK-SAI-SAC-SALDO-U PIC ZZZZ.ZZ9,99.
           05 WK-SAI-LINHA4.
              10 FILLER             PIC X(08) VALUE ' COTACAO'.
              10 FILLER             PIC X(01) VALUE SPACE.
              10 WK-SAI-COT-DATA    PIC 9(8).
              10 FILLER             PIC X(01) VALUE '-'.
              10 WK-SAI-COT-HORA    PIC 9(6).
       77  WK-TAM-SAIDA      PIC S9(4) COMP     VALUE +318.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
       PROCEDURE DIVISION.
           MOVE WK-ENT-PRINCIPAL TO LK-AMT-PRINCIPAL.
           MOVE WK-ENT-TAXA      TO LK-AMT-TAXA-MENSAL.
           MOVE WK-ENT-PRAZO     TO LK-AMT-PRAZO.
           SET LK-AMT-PRICE      TO TRUE.
           CALL 'ALUNO64' USING LK-AMT-COM.
           IF LK-AMT-OK
               PERFORM 220-MONTAR-RESPOSTA
               PERFORM 215-SIMULAR-SAC
           ELSE
               MOVE 'DADOS NAO SIMULAVEIS PELA PRICE'
                    TO WK-MSG-ERRO
               PERFORM 290-ENVIAR-ERRO
           END-IF.
      *
      *    MESMOS DADOS PELO SAC, PARA O CLIENTE COMPARAR
      *    OS DOIS SISTEMAS NA MESMA TELA
       215-SIMULAR-SAC.
           MOVE LK-AMT-PRESTACAO TO WK-PRESTACAO-PRICE.
           SET LK-AMT-SAC        TO TRUE.
           CALL 'ALUNO64' USING LK-AMT-COM.
           IF LK-AMT-OK
               PERFORM 225-MONTAR-RESPOSTA-SAC
               PERFORM 230-GRAVAR-COTACAO
               EXEC CICS SEND
                   FROM(WK-SAIDA)
                   ERASE
               END-EXEC
           ELSE
               MOVE 'DADOS NAO SIMULAVEIS PELO SAC'
                    TO WK-MSG-ERRO
               PERFORM 290-ENVIAR-ERRO
           END-IF.
           MOVE WK-ENT-CODIGO    TO WK-SAI-COT-CODIGO.
           MOVE WK-DATA-HOJE     TO WK-SAI-COT-DATA.
           MOVE WK-HORA-AGORA    TO WK-SAI-COT-HORA.
       225-MONTAR-RESPOSTA-SAC.
           MOVE LK-AMT-PRESTACAO TO WK-SAI-SAC-PREST-1.
           COMPUTE WK-SAI-SAC-PREST-U =
                   LK-AMT-JUROS(WK-ENT-PRAZO)
                 + LK-AMT-AMORT(WK-ENT-PRAZO).
           MOVE LK-AMT-JUROS(1)  TO WK-SAI-SAC-JUROS-1.
           MOVE LK-AMT-AMORT(1)  TO WK-SAI-SAC-AMORT-1.
           MOVE LK-AMT-SALDO(1)  TO WK-SAI-SAC-SALDO-1.
           MOVE WK-ENT-PRAZO     TO WK-SAI-SAC-PARC-U.
           MOVE LK-AMT-JUROS(WK-ENT-PRAZO) TO WK-SAI-SAC-JUROS-U.
           MOVE LK-AMT-AMORT(WK-ENT-PRAZO) TO WK-SAI-SAC-AMORT-U.
           MOVE LK-AMT-SALDO(WK-ENT-PRAZO) TO WK-SAI-SAC-SALDO-U.
       230-GRAVAR-COTACAO.
           MOVE SPACES           TO REG-COTAS.
           MOVE WK-ENT-CODIGO    TO FD-COT-CODIGO.
           MOVE WK-ENT-PRINCIPAL TO FD-COT-PRINCIPAL.
           MOVE WK-ENT-TAXA      TO FD-COT-TAXA.
           MOVE WK-ENT-PRAZO     TO FD-COT-PRAZO.
           MOVE WK-PRESTACAO-PRICE TO FD-COT-PRESTACAO.
           MOVE LK-AMT-PRESTACAO TO FD-COT-SAC-PREST-1.
           COMPUTE FD-COT-SAC-PREST-U =
                   LK-AMT-JUROS(WK-ENT-PRAZO)
                 + LK-AMT-AMORT(WK-ENT-PRAZO).
           EXEC CICS WRITE
               FILE('COTAS')
               FROM(REG-COTAS)
