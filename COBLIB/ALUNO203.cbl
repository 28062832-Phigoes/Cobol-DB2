       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO203.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    BAIXA DOS TITULOS A RECEBER PELOS PAGAMENTOS *
      *    DE BOLETO DE VENDA QUE A LEITURA DO RETORNO  *
      *    BANCARIO (ALUNO35) SEPAROU NO ARQUIVO LIQTIT *
      *    (ACUMULADO DESDE A ULTIMA BAIXA, CONSUMIDO   *
      *    NO JOB). CADA PAGAMENTO E CASADO COM O       *
      *    TITULO PELA CHAVE VENDEDOR + NOTA E          *
      *    CONFERIDO CONTRA O COMPRADOR DO TITULO.      *
      *    PAGAMENTO QUE COBRE O SALDO LIQUIDA O TITULO *
      *    NA DATA DO PAGAMENTO; PAGAMENTO MENOR BAIXA  *
      *    PARCIALMENTE. O QUE PASSA DO SALDO E         *
      *    PAGAMENTO A MAIOR (CREDITO DO COMPRADOR).    *
      *    PAGAMENTO SEM TITULO, DE OUTRO COMPRADOR OU  *
      *    DE TITULO JA BAIXADO E REJEITADO NO RELBAIX  *
      *    (RC 4)                                       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LIQTIT   ASSIGN TO LIQTIT
               FILE STATUS IS WK-FS-LIQTIT.
           SELECT ARQ-TITULOS  ASSIGN TO TITULOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-TIT-CHAVE
               FILE STATUS IS WK-FS-TITULOS.
           SELECT ARQ-RELBAIX  ASSIGN TO RELBAIX
               FILE STATUS IS WK-FS-RELBAIX.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-LIQTIT
            RECORDING MODE IS F.
           COPY LIQTIT.
       FD   ARQ-TITULOS.
           COPY TITULO.
       FD   ARQ-RELBAIX
            RECORDING MODE IS F.
       01  REG-RELBAIX              PIC X(110).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-LIQTIT      PIC XX             VALUE SPACES.
       77  WK-FS-TITULOS     PIC XX             VALUE SPACES.
       77  WK-FS-RELBAIX     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-LIQUIDADOS PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-PARCIAIS   PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-A-MAIOR    PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(07)          VALUE ZEROS.
       77  WK-VAL-RECEBIDO   PIC 9(11)V99       VALUE ZEROS.
       77  WK-VAL-REJEITADO  PIC 9(11)V99       VALUE ZEROS.
       77  WK-VAL-A-MAIOR    PIC 9(11)V99       VALUE ZEROS.
       77  WK-VAL-EDIT       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-EXCEDENTE      PIC 9(7)V99        VALUE ZEROS.
      *
       01  WK-LINHA-DETALHE.
           05 WK-LINHA-DATA        PIC 9(8).
           05 FILLER               PIC X(10)     VALUE ' VENDEDOR '.
           05 WK-LINHA-VENDEDOR    PIC 99.
           05 FILLER               PIC X(06)     VALUE ' NOTA '.
           05 WK-LINHA-NOTA        PIC 9(6).
           05 FILLER               PIC X(11)     VALUE ' COMPRADOR '.
           05 WK-LINHA-COMPRADOR   PIC 9(5).
           05 FILLER               PIC X(07)     VALUE ' PAGO  '.
           05 WK-LINHA-VALOR       PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(07)     VALUE ' SALDO '.
           05 WK-LINHA-SALDO       PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(25).
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-LIQTIT = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-LIQTIT.
           IF WK-FS-LIQTIT NOT = '00'
               DISPLAY 'ERRO ' WK-FS-LIQTIT
                       ' NO COMANDO OPEN LIQTIT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O    ARQ-TITULOS.
           IF WK-FS-TITULOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-TITULOS
                       ' NO COMANDO OPEN TITULOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELBAIX.
           PERFORM 301-LER-LIQTIT.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-LQT-VENDEDOR TO FD-TIT-VENDEDOR.
           MOVE FD-LQT-NOTA     TO FD-TIT-NOTA.
           READ ARQ-TITULOS.
           EVALUATE WK-FS-TITULOS
               WHEN '00'
                   PERFORM 210-CONFERIR-TITULO
               WHEN '23'
                   MOVE ZEROS TO FD-TIT-SALDO
                   MOVE 'REJEITADO - SEM TITULO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 250-REJEITAR
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-TITULOS
                           ' NO COMANDO READ TITULOS - CHAVE '
                           FD-TIT-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 301-LER-LIQTIT.
       210-CONFERIR-TITULO.
           EVALUATE TRUE
               WHEN FD-TIT-COMPRADOR NOT = FD-LQT-COMPRADOR
                   MOVE 'REJEITADO - OUTRO COMPRADOR'
                        TO WK-LINHA-SITUACAO
                   PERFORM 250-REJEITAR
               WHEN NOT TIT-ABERTO
                   MOVE 'REJEITADO - JA BAIXADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 250-REJEITAR
               WHEN OTHER
                   PERFORM 220-BAIXAR-TITULO
           END-EVALUATE.
      *
      *    PAGAMENTO QUE COBRE O SALDO LIQUIDA O TITULO NA
      *    DATA DO PAGAMENTO; O EXCEDENTE FICA COMO CREDITO
      *    DO COMPRADOR
       220-BAIXAR-TITULO.
           ADD FD-LQT-VALOR TO FD-TIT-VALOR-PAGO.
           ADD FD-LQT-VALOR TO WK-VAL-RECEBIDO.
           MOVE ZEROS TO WK-EXCEDENTE.
           IF FD-LQT-VALOR < FD-TIT-SALDO
               ADD 1 TO WK-TOT-PARCIAIS
               SUBTRACT FD-LQT-VALOR FROM FD-TIT-SALDO
               MOVE 'BAIXA PARCIAL'   TO WK-LINHA-SITUACAO
           ELSE
               ADD 1 TO WK-TOT-LIQUIDADOS
               COMPUTE WK-EXCEDENTE = FD-LQT-VALOR - FD-TIT-SALDO
               MOVE ZEROS             TO FD-TIT-SALDO
               SET TIT-LIQUIDADO      TO TRUE
               MOVE FD-LQT-DATA-PAGTO TO FD-TIT-DATA-LIQUIDACAO
               IF FD-LQT-DATA-PAGTO > FD-TIT-VENCIMENTO
                   MOVE 'LIQUIDADO APOS O VENCIMENTO'
                        TO WK-LINHA-SITUACAO
               ELSE
                   MOVE 'LIQUIDADO' TO WK-LINHA-SITUACAO
               END-IF
           END-IF.
           REWRITE REG-TITULO.
           IF WK-FS-TITULOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-TITULOS
                       ' NO COMANDO REWRITE TITULOS - CHAVE '
                       FD-TIT-CHAVE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 260-GRAVAR-LINHA.
           IF WK-EXCEDENTE > ZEROS
               ADD 1 TO WK-TOT-A-MAIOR
               ADD WK-EXCEDENTE TO WK-VAL-A-MAIOR
               MOVE 'PAGO A MAIOR - CREDITO' TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-LINHA
           END-IF.
       250-REJEITAR.
           ADD 1 TO WK-TOT-REJEITADOS.
           ADD FD-LQT-VALOR TO WK-VAL-REJEITADO.
           PERFORM 260-GRAVAR-LINHA.
       260-GRAVAR-LINHA.
           MOVE FD-LQT-DATA-PAGTO TO WK-LINHA-DATA.
           MOVE FD-LQT-VENDEDOR   TO WK-LINHA-VENDEDOR.
           MOVE FD-LQT-NOTA       TO WK-LINHA-NOTA.
           MOVE FD-LQT-COMPRADOR  TO WK-LINHA-COMPRADOR.
           MOVE FD-LQT-VALOR      TO WK-LINHA-VALOR.
           MOVE FD-TIT-SALDO      TO WK-LINHA-SALDO.
           WRITE REG-RELBAIX FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER SECTION.
       301-LER-LIQTIT.
           READ ARQ-LIQTIT.
           EVALUATE WK-FS-LIQTIT
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-LIQTIT
                           ' NO COMANDO READ LIQTIT'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'PAGAMENTOS LIDOS          = ' WK-REGS-LIDOS.
           DISPLAY 'TITULOS LIQUIDADOS        = ' WK-TOT-LIQUIDADOS.
           DISPLAY 'BAIXAS PARCIAIS           = ' WK-TOT-PARCIAIS.
           MOVE WK-VAL-RECEBIDO TO WK-VAL-EDIT.
           DISPLAY 'VALOR RECEBIDO            = ' WK-VAL-EDIT.
           DISPLAY 'PAGAMENTOS A MAIOR        = ' WK-TOT-A-MAIOR.
           MOVE WK-VAL-A-MAIOR TO WK-VAL-EDIT.
           DISPLAY 'VALOR PAGO A MAIOR        = ' WK-VAL-EDIT.
           DISPLAY 'PAGAMENTOS REJEITADOS     = ' WK-TOT-REJEITADOS.
           MOVE WK-VAL-REJEITADO TO WK-VAL-EDIT.
           DISPLAY 'VALOR REJEITADO           = ' WK-VAL-EDIT.
           IF WK-TOT-REJEITADOS > ZEROS OR WK-TOT-A-MAIOR > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-LIQTIT.
           CLOSE ARQ-TITULOS.
           CLOSE ARQ-RELBAIX.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO203'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
