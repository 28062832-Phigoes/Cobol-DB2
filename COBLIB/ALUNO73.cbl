      *    LAYOUT HEADER/DETALHE/TRAILER DO ALUNO35,    *
      *    COM QUANTIDADE E SOMA DOS VALORES NO         *
      *    TRAILER, PARA O RETORNO PODER SER CASADO     *
      *    CONTRA O QUE FOI TRANSMITIDO.                *
      *    ENTRAM TAMBEM OS BOLETOS DE VENDA: TITULOS A *
      *    RECEBER ABERTOS PELO ALUNO202 E AINDA NAO    *
      *    REMETIDOS, PELO SALDO DO TITULO (JA          *
      *    DEDUZIDAS AS DEVOLUCOES), COM ESPECIE 'B',   *
      *    VENDEDOR E VENCIMENTO NO DETALHE PARA O      *
      *    RETORNO SER CASADO COM O TITULO; O TITULO E  *
      *    MARCADO COMO REMETIDO                        *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-COBFILE.
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-TITULOS  ASSIGN TO TITULOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-TIT-CHAVE
               FILE STATUS IS WK-FS-TITULOS.
           SELECT ARQ-CNABREM  ASSIGN TO CNABREM
               FILE STATUS IS WK-FS-CNABREM.
           SELECT ARQ-RELREM   ASSIGN TO RELREM
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
       FD   ARQ-TITULOS.
           COPY TITULO.
       FD   ARQ-CNABREM
            RECORDING MODE IS F.
       01  REG-CNABREM.
           05 FD-CNR-AGENCIA        PIC 9(3).
           05 FD-CNR-CANAL          PIC X(01).
           05 FD-CNR-EMPRESA        PIC 99.
           05 FD-CNR-ESPECIE        PIC X(01).
           05 FD-CNR-VENDEDOR       PIC 99.
           05 FD-CNR-VENCIMENTO     PIC 9(8).
           05 FILLER                PIC X(33).
       01  REG-CNR-TRAILER REDEFINES REG-CNABREM.
           05 FILLER                PIC X(01).
           05 FD-CNR-QTDE           PIC 9(6).
       77  WK-FS-LANCEMP     PIC XX             VALUE SPACES.
       77  WK-FS-COBFILE     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-TITULOS     PIC XX             VALUE SPACES.
       77  WK-FS-CNABREM     PIC XX             VALUE SPACES.
       77  WK-FS-RELREM      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-PARCELAS   PIC 9(06)          VALUE ZEROS.
       77  WK-TOT-COBRANCAS  PIC 9(06)          VALUE ZEROS.
       77  WK-TOT-BOLETOS    PIC 9(06)          VALUE ZEROS.
       77  WK-SOMA-BOLETOS   PIC 9(13)V99       VALUE ZEROS.
       77  WK-TOT-DETALHES   PIC 9(06)          VALUE ZEROS.
       77  WK-TOT-FORA-FAIXA PIC 9(06)          VALUE ZEROS.
       77  WK-SOMA-VALORES   PIC 9(13)V99       VALUE ZEROS.
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LR-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(13)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
               UNTIL WK-FS-LANCEMP = '10'.
           PERFORM 701-PROCESSAR-COBRANCAS
               UNTIL WK-FS-COBFILE = '10'.
           PERFORM 601-PROCESSAR-TITULOS
               UNTIL WK-FS-TITULOS = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-LANCEMP.
           OPEN INPUT  ARQ-COBFILE.
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN I-O    ARQ-TITULOS.
           EVALUATE WK-FS-TITULOS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'CADASTRO TITULOS NAO ENCONTRADO - '
                           'REMESSA SEM BOLETOS DE VENDA'
                   MOVE '10' TO WK-FS-TITULOS
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-TITULOS
                           ' NO COMANDO OPEN TITULOS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-SALDOS.
           PERFORM 120-GRAVAR-HEADER.
           PERFORM 301-LER-LANCEMP.
           IF WK-FS-COBFILE NOT = '10'
               PERFORM 401-LER-COBFILE
           END-IF.
           IF WK-FS-TITULOS NOT = '10'
               PERFORM 501-LER-TITULOS
           END-IF.
       110-CARREGAR-SALDOS.
           OPEN INPUT ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       500-LER-TITULOS SECTION.
       501-LER-TITULOS.
           READ ARQ-TITULOS.
           EVALUATE WK-FS-TITULOS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-TITULOS
                           ' NO COMANDO READ TITULOS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
      *    BOLETO DE VENDA: SO TITULO ABERTO, COM SALDO E
      *    AINDA NAO REMETIDO; O CODIGO DO DETALHE E O DO
      *    COMPRADOR E O VALOR E O SALDO DO TITULO
       600-PROCESSAR-TITULOS SECTION.
       601-PROCESSAR-TITULOS.
           ADD 1 TO WK-REGS-LIDOS.
           IF TIT-ABERTO AND TIT-A-REMETER
            AND FD-TIT-SALDO > ZEROS
               PERFORM 610-GRAVAR-DETALHE-BOLETO
               SET TIT-REMETIDO     TO TRUE
               MOVE WK-DATA-EXEC    TO FD-TIT-DATA-REMESSA
               REWRITE REG-TITULO
               IF WK-FS-TITULOS NOT = '00'
                   DISPLAY 'ERRO ' WK-FS-TITULOS
                           ' NO COMANDO REWRITE TITULOS - CHAVE '
                           FD-TIT-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 501-LER-TITULOS.
       610-GRAVAR-DETALHE-BOLETO.
           MOVE SPACES            TO REG-CNABREM.
           MOVE '1'               TO FD-CNR-TIPO-REG.
           MOVE FD-TIT-COMPRADOR  TO FD-CNR-CODIGO.
           MOVE 'C'               TO FD-CNR-TIPO.
           MOVE FD-TIT-SALDO      TO FD-CNR-VALOR.
           MOVE FD-TIT-NOTA       TO FD-CNR-NOTA.
           MOVE 'C'               TO FD-CNR-CONTA.
           MOVE WK-DATA-EXEC      TO FD-CNR-DATA.
           MOVE ZEROS             TO FD-CNR-AGENCIA.
           MOVE 'I'               TO FD-CNR-CANAL.
           MOVE FD-TIT-EMPRESA    TO FD-CNR-EMPRESA.
           MOVE 'B'               TO FD-CNR-ESPECIE.
           MOVE FD-TIT-VENDEDOR   TO FD-CNR-VENDEDOR.
           MOVE FD-TIT-VENCIMENTO TO FD-CNR-VENCIMENTO.
           WRITE REG-CNABREM.
           ADD 1 TO WK-TOT-DETALHES.
           ADD 1 TO WK-TOT-BOLETOS.
           ADD FD-TIT-SALDO TO WK-SOMA-VALORES.
           ADD FD-TIT-SALDO TO WK-SOMA-BOLETOS.
      ***************************************
      *    ITEM DA CARTEIRA DE COBRANCA: O VALOR REMETIDO E
      *    O ESTOURO ALEM DO LIMITE, APURADO NA GERACAO
                TO WK-LR-TEXTO.
           MOVE WK-TOT-COBRANCAS TO WK-LR-QTDE.
           WRITE REG-RELREM FROM WK-LINHA-RESUMO.
           MOVE 'BOLETOS DE VENDA REMETIDOS'
                TO WK-LR-TEXTO.
           MOVE WK-TOT-BOLETOS  TO WK-LR-QTDE.
           MOVE WK-SOMA-BOLETOS TO WK-LR-VALOR.
           WRITE REG-RELREM FROM WK-LINHA-RESUMO.
           MOVE 'TOTAL DE DETALHES DA REMESSA'
                TO WK-LR-TEXTO.
           MOVE WK-TOT-DETALHES  TO WK-LR-QTDE.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-LANCEMP.
           CLOSE ARQ-COBFILE.
           CLOSE ARQ-TITULOS.
           CLOSE ARQ-CNABREM.
           CLOSE ARQ-RELREM.
       910-GRAVAR-TRAILER.
