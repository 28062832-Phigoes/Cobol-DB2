       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO204.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    AGING DA CARTEIRA DE TITULOS A RECEBER DAS   *
      *    VENDAS (CADASTRO TITULOS) NA DATA DE         *
      *    PROCESSAMENTO DA MALHA. SO ENTRAM TITULOS EM *
      *    ABERTO COM SALDO; O ATRASO E CONTADO EM DIAS *
      *    CORRIDOS DESDE O VENCIMENTO (ALUNO148) E     *
      *    DISTRIBUI O SALDO NAS FAIXAS A VENCER, 1-30, *
      *    31-60, 61-90 E ACIMA DE 90 DIAS:             *
      *    1) AGING POR COMPRADOR E POR VENDEDOR        *
      *       (RELAGING), COM O TOTAL DA CARTEIRA;      *
      *    2) TITULOS VENCIDOS PARA COBRANCA (RELVENC), *
      *       COM OS DIAS DE ATRASO E SE O BOLETO JA    *
      *       FOI REMETIDO AO BANCO.                    *
      *    PAGINACAO E CABECALHOS PELO ALUNO48          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TITULOS  ASSIGN TO TITULOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-TIT-CHAVE
               FILE STATUS IS WK-FS-TITULOS.
           SELECT ARQ-RELAGING ASSIGN TO RELAGING
               FILE STATUS IS WK-FS-RELAGING.
           SELECT ARQ-RELVENC  ASSIGN TO RELVENC
               FILE STATUS IS WK-FS-RELVENC.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-TITULOS.
           COPY TITULO.
       FD   ARQ-RELAGING
            RECORDING MODE IS F.
       01  REG-RELAGING             PIC X(133).
       FD   ARQ-RELVENC
            RECORDING MODE IS F.
       01  REG-RELVENC              PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-TITULOS     PIC XX             VALUE SPACES.
       77  WK-FS-RELAGING    PIC XX             VALUE SPACES.
       77  WK-FS-RELVENC     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-ABERTOS    PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    DIAS CORRIDOS DE ATRASO E FAIXA DO AGING DO TITULO
      *    (1=A VENCER 2=1-30 3=31-60 4=61-90 5=ACIMA DE 90)
       77  WK-DIAS-ATRASO    PIC 9(5)           VALUE ZEROS.
       77  WK-IND-FAIXA      PIC 9(1)           VALUE ZEROS.
      *
      *    SALDO POR FAIXA DE CADA COMPRADOR, NA ORDEM DO
      *    CODIGO DO COMPRADOR
       01  TABELA-COMPRADORES.
           05 CMP-ENTRADA            OCCURS 5000 TIMES.
              10 CMP-TAB-CODIGO      PIC 9(5).
              10 CMP-TAB-QTDE        PIC 9(5).
              10 CMP-TAB-FAIXA       PIC 9(9)V99 OCCURS 5 TIMES.
       77  WK-TOT-COMPRADORES PIC 9(05)         VALUE ZEROS.
       77  WK-IND-CMP        PIC 9(05)          VALUE ZEROS.
       77  WK-IND-DESLOCA    PIC 9(05)          VALUE ZEROS.
      *
      *    SALDO POR FAIXA DE CADA VENDEDOR (POSICAO =
      *    CODIGO DO VENDEDOR + 1)
       01  TABELA-VENDEDORES.
           05 VEN-ENTRADA            OCCURS 100 TIMES.
              10 VEN-TAB-QTDE        PIC 9(5).
              10 VEN-TAB-FAIXA       PIC 9(9)V99 OCCURS 5 TIMES.
       77  WK-IND-VEN        PIC 9(03)          VALUE ZEROS.
       77  WK-VENDEDOR       PIC 99             VALUE ZEROS.
      *
      *    TOTAL DA CARTEIRA POR FAIXA
       01  WK-TOTAL-CARTEIRA.
           05 WK-TOT-QTDE          PIC 9(7)      VALUE ZEROS.
           05 WK-TOT-FAIXA         PIC 9(11)V99  OCCURS 5 TIMES.
       77  WK-IND-FX         PIC 9(1)           VALUE ZEROS.
       77  WK-SALDO-LINHA    PIC 9(11)V99       VALUE ZEROS.
      *
       77  WK-TOT-VENCIDOS   PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-VAL-VENCID PIC 9(11)V99       VALUE ZEROS.
       77  WK-VAL-EDIT       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-TITULO-AGING.
           05 FILLER               PIC X(41)     VALUE
              'AGING DA CARTEIRA DE TITULOS A RECEBER EM'.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-TA-DATA           PIC 9(8).
           05 FILLER               PIC X(10)     VALUE SPACES.
       01  WK-COLUNAS-AGING.
           05 WK-CA-CHAVE          PIC X(05).
           05 FILLER               PIC X(06)     VALUE '  TITS'.
           05 FILLER               PIC X(15)
                                   VALUE '       A VENCER'.
           05 FILLER               PIC X(15)
                                   VALUE '    1 A 30 DIAS'.
           05 FILLER               PIC X(15)
                                   VALUE '   31 A 60 DIAS'.
           05 FILLER               PIC X(15)
                                   VALUE '   61 A 90 DIAS'.
           05 FILLER               PIC X(15)
                                   VALUE '    ACIMA DE 90'.
           05 FILLER               PIC X(15)
                                   VALUE '    SALDO TOTAL'.
       01  WK-LINHA-AGING.
           05 WK-LA-CHAVE          PIC X(05).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-QTDE           PIC ZZZZ9.
           05 WK-LA-VALORES        OCCURS 6 TIMES.
              10 FILLER            PIC X(01).
              10 WK-LA-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
       01  WK-LINHA-TOTAL-AGING.
           05 FILLER               PIC X(05)     VALUE 'TOTAL'.
           05 WK-LT-QTDE           PIC ZZZZZ9.
           05 WK-LT-VALORES        OCCURS 6 TIMES.
              10 FILLER            PIC X(01).
              10 WK-LT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  WK-TITULO-VENCIDOS.
           05 FILLER               PIC X(41)     VALUE
              'TITULOS VENCIDOS PARA COBRANCA EM'.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-TV-DATA           PIC 9(8).
           05 FILLER               PIC X(10)     VALUE SPACES.
       01  WK-COLUNAS-VENCIDOS.
           05 FILLER               PIC X(05)     VALUE 'VEND '.
           05 FILLER               PIC X(07)     VALUE 'NOTA   '.
           05 FILLER               PIC X(06)     VALUE 'COMPR '.
           05 FILLER               PIC X(09)     VALUE 'EMISSAO  '.
           05 FILLER               PIC X(09)     VALUE 'VENCTO   '.
           05 FILLER               PIC X(06)     VALUE ' DIAS '.
           05 FILLER               PIC X(13)     VALUE '     ORIGINAL'.
           05 FILLER               PIC X(13)     VALUE '    DEVOLVIDO'.
           05 FILLER               PIC X(13)     VALUE '         PAGO'.
           05 FILLER               PIC X(13)     VALUE '        SALDO'.
           05 FILLER               PIC X(08)     VALUE '  BOLETO'.
       01  WK-LINHA-VENCIDO.
           05 WK-LV-VENDEDOR       PIC 99.
           05 FILLER               PIC X(03)     VALUE SPACES.
           05 WK-LV-NOTA           PIC 9(6).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LV-COMPRADOR      PIC 9(5).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LV-EMISSAO        PIC 9(8).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LV-VENCIMENTO     PIC 9(8).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LV-DIAS           PIC ZZZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LV-ORIGINAL       PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LV-DEVOLVIDO      PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LV-PAGO           PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LV-SALDO          PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LV-BOLETO         PIC X(10).
      *
      *    AREA DE COMUNICACAO COM O ALUNO148 (DIAS CORRIDOS
      *    ENTRE O VENCIMENTO E A DATA DE REFERENCIA)
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
           PERFORM 201-IMPRIMIR-AGING.
           PERFORM 401-INICIAR-VENCIDOS.
           PERFORM 411-LISTAR-VENCIDO
               UNTIL WK-FS-TITULOS = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           INITIALIZE TABELA-VENDEDORES
                      WK-TOTAL-CARTEIRA.
           OPEN OUTPUT ARQ-RELAGING.
           OPEN OUTPUT ARQ-RELVENC.
           PERFORM 110-ACUMULAR-CARTEIRA.
       110-ACUMULAR-CARTEIRA.
           OPEN INPUT ARQ-TITULOS.
           IF WK-FS-TITULOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-TITULOS
                       ' NO COMANDO OPEN TITULOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 301-LER-TITULOS.
           PERFORM 111-ACUMULAR-TITULO
               UNTIL WK-FS-TITULOS = '10'.
           CLOSE ARQ-TITULOS.
       111-ACUMULAR-TITULO.
           ADD 1 TO WK-REGS-LIDOS.
           IF TIT-ABERTO AND FD-TIT-SALDO > ZEROS
               ADD 1 TO WK-TOT-ABERTOS
               PERFORM 510-CALCULAR-ATRASO
               PERFORM 520-PROCURAR-COMPRADOR
               IF ITEM-NAO-ACHADO
                   PERFORM 525-INCLUIR-COMPRADOR
               END-IF
               ADD 1 TO CMP-TAB-QTDE(WK-IND-CMP)
               ADD FD-TIT-SALDO
                   TO CMP-TAB-FAIXA(WK-IND-CMP WK-IND-FAIXA)
               COMPUTE WK-IND-VEN = FD-TIT-VENDEDOR + 1
               ADD 1 TO VEN-TAB-QTDE(WK-IND-VEN)
               ADD FD-TIT-SALDO
                   TO VEN-TAB-FAIXA(WK-IND-VEN WK-IND-FAIXA)
               ADD 1 TO WK-TOT-QTDE
               ADD FD-TIT-SALDO TO WK-TOT-FAIXA(WK-IND-FAIXA)
           END-IF.
           PERFORM 301-LER-TITULOS.
      ***************************************
       200-IMPRIMIR SECTION.
       201-IMPRIMIR-AGING.
           SET LK-REL-ABRIR TO TRUE.
           MOVE WK-DATA-EXEC     TO WK-TA-DATA.
           MOVE WK-TITULO-AGING  TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-AGING.
           MOVE 'COMPR'          TO WK-CA-CHAVE.
           MOVE WK-COLUNAS-AGING TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-AGING.
           PERFORM 202-IMPRIMIR-COMPRADOR
               VARYING WK-IND-CMP FROM 1 BY 1
               UNTIL WK-IND-CMP > WK-TOT-COMPRADORES.
           PERFORM 210-IMPRIMIR-TOTAL.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-AGING.
           MOVE 'AGING POR VENDEDOR' TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-AGING.
           MOVE 'VEND'           TO WK-CA-CHAVE.
           MOVE WK-COLUNAS-AGING TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-AGING.
           PERFORM 203-IMPRIMIR-VENDEDOR
               VARYING WK-IND-VEN FROM 1 BY 1
               UNTIL WK-IND-VEN > 100.
           PERFORM 210-IMPRIMIR-TOTAL.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-AGING.
       202-IMPRIMIR-COMPRADOR.
           MOVE SPACES TO WK-LINHA-AGING.
           MOVE CMP-TAB-CODIGO(WK-IND-CMP) TO WK-LA-CHAVE.
           MOVE CMP-TAB-QTDE(WK-IND-CMP)   TO WK-LA-QTDE.
           MOVE ZEROS TO WK-SALDO-LINHA.
           PERFORM VARYING WK-IND-FX FROM 1 BY 1
                   UNTIL WK-IND-FX > 5
               MOVE CMP-TAB-FAIXA(WK-IND-CMP WK-IND-FX)
                    TO WK-LA-VALOR(WK-IND-FX)
               ADD CMP-TAB-FAIXA(WK-IND-CMP WK-IND-FX)
                   TO WK-SALDO-LINHA
           END-PERFORM.
           MOVE WK-SALDO-LINHA TO WK-LA-VALOR(6).
           MOVE WK-LINHA-AGING TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-AGING.
       203-IMPRIMIR-VENDEDOR.
           IF VEN-TAB-QTDE(WK-IND-VEN) > ZEROS
               MOVE SPACES TO WK-LINHA-AGING
               COMPUTE WK-VENDEDOR = WK-IND-VEN - 1
               MOVE WK-VENDEDOR TO WK-LA-CHAVE
               MOVE VEN-TAB-QTDE(WK-IND-VEN) TO WK-LA-QTDE
               MOVE ZEROS TO WK-SALDO-LINHA
               PERFORM VARYING WK-IND-FX FROM 1 BY 1
                       UNTIL WK-IND-FX > 5
                   MOVE VEN-TAB-FAIXA(WK-IND-VEN WK-IND-FX)
                        TO WK-LA-VALOR(WK-IND-FX)
                   ADD VEN-TAB-FAIXA(WK-IND-VEN WK-IND-FX)
                       TO WK-SALDO-LINHA
               END-PERFORM
               MOVE WK-SALDO-LINHA TO WK-LA-VALOR(6)
               MOVE WK-LINHA-AGING TO LK-REL-DETALHE
               PERFORM 910-DETALHE-AGING
           END-IF.
       210-IMPRIMIR-TOTAL.
           MOVE SPACES TO WK-LINHA-TOTAL-AGING.
           MOVE 'TOTAL'     TO WK-LINHA-TOTAL-AGING(1:5).
           MOVE WK-TOT-QTDE TO WK-LT-QTDE.
           MOVE ZEROS TO WK-SALDO-LINHA.
           PERFORM VARYING WK-IND-FX FROM 1 BY 1
                   UNTIL WK-IND-FX > 5
               MOVE WK-TOT-FAIXA(WK-IND-FX) TO WK-LT-VALOR(WK-IND-FX)
               ADD WK-TOT-FAIXA(WK-IND-FX) TO WK-SALDO-LINHA
           END-PERFORM.
           MOVE WK-SALDO-LINHA TO WK-LT-VALOR(6).
           MOVE WK-LINHA-TOTAL-AGING TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-AGING.
      ***************************************
       300-LER SECTION.
       301-LER-TITULOS.
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
      *    SEGUNDA LEITURA DO CADASTRO, NA ORDEM VENDEDOR +
      *    NOTA: TITULO EM ABERTO COM SALDO E JA VENCIDO
       400-VENCIDOS SECTION.
       401-INICIAR-VENCIDOS.
           SET LK-REL-ABRIR TO TRUE.
           MOVE WK-DATA-EXEC       TO WK-TV-DATA.
           MOVE WK-TITULO-VENCIDOS TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-VENCIDOS.
           MOVE WK-COLUNAS-VENCIDOS TO LK-REL-DETALHE.
           PERFORM 920-DETALHE-VENCIDOS.
           OPEN INPUT ARQ-TITULOS.
           IF WK-FS-TITULOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-TITULOS
                       ' NO COMANDO OPEN TITULOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 301-LER-TITULOS.
       411-LISTAR-VENCIDO.
           IF TIT-ABERTO AND FD-TIT-SALDO > ZEROS
            AND FD-TIT-VENCIMENTO < WK-DATA-EXEC
               PERFORM 510-CALCULAR-ATRASO
               PERFORM 415-DETALHAR-VENCIDO
           END-IF.
           PERFORM 301-LER-TITULOS.
       415-DETALHAR-VENCIDO.
           ADD 1 TO WK-TOT-VENCIDOS.
           ADD FD-TIT-SALDO          TO WK-TOT-VAL-VENCID.
           MOVE FD-TIT-VENDEDOR      TO WK-LV-VENDEDOR.
           MOVE FD-TIT-NOTA          TO WK-LV-NOTA.
           MOVE FD-TIT-COMPRADOR     TO WK-LV-COMPRADOR.
           MOVE FD-TIT-DATA-EMISSAO  TO WK-LV-EMISSAO.
           MOVE FD-TIT-VENCIMENTO    TO WK-LV-VENCIMENTO.
           MOVE WK-DIAS-ATRASO       TO WK-LV-DIAS.
           MOVE FD-TIT-VALOR-ORIGINAL  TO WK-LV-ORIGINAL.
           MOVE FD-TIT-VALOR-DEVOLVIDO TO WK-LV-DEVOLVIDO.
           MOVE FD-TIT-VALOR-PAGO    TO WK-LV-PAGO.
           MOVE FD-TIT-SALDO         TO WK-LV-SALDO.
           IF TIT-REMETIDO
               MOVE 'REMETIDO'       TO WK-LV-BOLETO
           ELSE
               MOVE 'NAO REMET.'     TO WK-LV-BOLETO
           END-IF.
           MOVE WK-LINHA-VENCIDO     TO LK-REL-DETALHE.
           PERFORM 920-DETALHE-VENCIDOS.
      ***************************************
       500-APOIO SECTION.
      *
      *    TITULO QUE VENCE NA DATA DE REFERENCIA OU DEPOIS
      *    ESTA A VENCER (FAIXA 1)
       510-CALCULAR-ATRASO.
           MOVE ZEROS TO WK-DIAS-ATRASO.
           IF FD-TIT-VENCIMENTO < WK-DATA-EXEC
               SET LK-DCT-ENTRE-DATAS    TO TRUE
               SET LK-DCT-CORRIDOS-365   TO TRUE
               SET LK-DCT-SIMPLES        TO TRUE
               MOVE ZEROS                TO LK-DCT-TAXA-MENSAL
               MOVE FD-TIT-VENCIMENTO    TO LK-DCT-DATA-INICIO
               MOVE WK-DATA-EXEC         TO LK-DCT-DATA-FIM
               CALL 'ALUNO148' USING LK-DCT-COM
               IF NOT LK-DCT-OK
                   DISPLAY 'ERRO ' LK-DCT-STATUS
                           ' NO CALCULO DO ATRASO - TITULO '
                           FD-TIT-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LK-DCT-DIAS TO WK-DIAS-ATRASO
           END-IF.
           EVALUATE TRUE
               WHEN WK-DIAS-ATRASO = ZEROS
                   MOVE 1 TO WK-IND-FAIXA
               WHEN WK-DIAS-ATRASO <= 30
                   MOVE 2 TO WK-IND-FAIXA
               WHEN WK-DIAS-ATRASO <= 60
                   MOVE 3 TO WK-IND-FAIXA
               WHEN WK-DIAS-ATRASO <= 90
                   MOVE 4 TO WK-IND-FAIXA
               WHEN OTHER
                   MOVE 5 TO WK-IND-FAIXA
           END-EVALUATE.
      *
      *    TABELA MANTIDA NA ORDEM DO CODIGO DO COMPRADOR:
      *    PARA NA PRIMEIRA ENTRADA DE CODIGO MAIOR OU IGUAL
       520-PROCURAR-COMPRADOR.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CMP FROM 1 BY 1
                   UNTIL WK-IND-CMP > WK-TOT-COMPRADORES
                   OR CMP-TAB-CODIGO(WK-IND-CMP) >= FD-TIT-COMPRADOR
               CONTINUE
           END-PERFORM.
           IF WK-IND-CMP <= WK-TOT-COMPRADORES
               IF CMP-TAB-CODIGO(WK-IND-CMP) = FD-TIT-COMPRADOR
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-IF.
       525-INCLUIR-COMPRADOR.
           IF WK-TOT-COMPRADORES >= 5000
               DISPLAY 'TABELA DE COMPRADORES CHEIA (MAXIMO 5000 '
                       'REGISTROS) - RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 526-DESLOCAR-COMPRADOR
               VARYING WK-IND-DESLOCA FROM WK-TOT-COMPRADORES BY -1
               UNTIL WK-IND-DESLOCA < WK-IND-CMP.
           ADD 1 TO WK-TOT-COMPRADORES.
           INITIALIZE CMP-ENTRADA(WK-IND-CMP).
           MOVE FD-TIT-COMPRADOR TO CMP-TAB-CODIGO(WK-IND-CMP).
       526-DESLOCAR-COMPRADOR.
           MOVE CMP-ENTRADA(WK-IND-DESLOCA)
                TO CMP-ENTRADA(WK-IND-DESLOCA + 1).
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-TOT-VAL-VENCID TO WK-VAL-EDIT.
           STRING 'TITULOS VENCIDOS: '    DELIMITED BY SIZE
                  WK-TOT-VENCIDOS         DELIMITED BY SIZE
                  '   SALDO VENCIDO: '    DELIMITED BY SIZE
                  WK-VAL-EDIT             DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 920-DETALHE-VENCIDOS.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-VENCIDOS.
           CLOSE ARQ-TITULOS.
           DISPLAY 'TITULOS LIDOS             = ' WK-REGS-LIDOS.
           DISPLAY 'TITULOS EM ABERTO         = ' WK-TOT-ABERTOS.
           DISPLAY 'COMPRADORES COM SALDO     = ' WK-TOT-COMPRADORES.
           DISPLAY 'TITULOS VENCIDOS          = ' WK-TOT-VENCIDOS.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-RELAGING.
           CLOSE ARQ-RELVENC.
       910-DETALHE-AGING.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-AGING.
       920-DETALHE-VENCIDOS.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-VENCIDOS.
      ***************************************
       915-GRAVAR-AGING.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELAGING
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
       916-GRAVAR-VENCIDOS.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELVENC
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES              TO REG-CTLLOG.
           MOVE 'ALUNO204'          TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC        TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC        TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS       TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS               TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
