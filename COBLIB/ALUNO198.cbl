       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO198.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    RELATORIO MENSAL DE DESCONTO CONCEDIDO POR   *
      *    VENDEDOR E PRODUTO: PARA CADA VENDA ('V') DO *
      *    VENDAS3N NA COMPETENCIA DO CARTAO SYSIN      *
      *    (AAAAMM, ZERADO = MES DA EXECUCAO) COMPARA O *
      *    VALOR DE LISTA (QUANTIDADE X PRECO DE LISTA  *
      *    DA VIGENCIA DO MES NA TABELA DE PRECOS, COMO *
      *    NA CRITICA DO ALUNO57) COM O VALOR VENDIDO,  *
      *    E MOSTRA O DESCONTO EM VALOR E EM % DO VALOR *
      *    DE LISTA, COM TOTAL POR VENDEDOR E GERAL.    *
      *    DESCONTO NEGATIVO = VENDA ACIMA DA LISTA.    *
      *    DEVOLUCOES NAO ENTRAM (O DESCONTO E DECISAO  *
      *    DA VENDA); VENDA DE PRODUTO SEM PRECO NA     *
      *    TABELA SAI SO NO TOTAL A PARTE (RC 4).       *
      *    PAGINACAO E CABECALHOS PELO ALUNO48          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VENDAS3N   ASSIGN TO VENDAS3N
               FILE STATUS IS WK-FS-VENDAS3N.
           SELECT ARQ-PRECOS     ASSIGN TO PRECOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-PRC-CHAVE
               FILE STATUS IS WK-FS-PRECOS.
           SELECT ARQ-VENDEDORES ASSIGN TO VENDEDOR
               FILE STATUS IS WK-FS-VENDEDORES.
           SELECT ARQ-PRODUTOS   ASSIGN TO PRODUTOS
               FILE STATUS IS WK-FS-PRODUTOS.
           SELECT ARQ-RELDESC    ASSIGN TO RELDESC
               FILE STATUS IS WK-FS-RELDESC.
           SELECT ARQ-CTLLOG     ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
           SELECT ARQ-SORTWK     ASSIGN TO SORTWK.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-VENDAS3N
            RECORDING MODE IS F.
       01  REG-VENDAS3N.
           05 FD-VENDEDOR           PIC 99.
           05 FD-ESTADO             PIC XX.
           05 FD-MES                PIC 99.
           05 FD-NOTA               PIC 9(6).
           05 FD-VALOR              PIC S9(6)V99 COMP-3.
           05 FD-ANO                PIC 9(4).
           05 FD-TIPO-TRANS         PIC X(01).
              88 FD-TRANS-VENDA           VALUE 'V'.
              88 FD-TRANS-DEVOLUCAO       VALUE 'D'.
           05 FD-EMPRESA            PIC 99.
           05 FD-PRODUTO            PIC 9(3).
           05 FD-QUANTIDADE         PIC 9(5).
           05 FD-PRECO-UNIT         PIC S9(5)V99 COMP-3.
           05 FD-COMPRADOR          PIC 9(5).
           05 FD-PRAZO              PIC 9(3).
       FD   ARQ-PRECOS.
           COPY PRECOLST.
       FD   ARQ-VENDEDORES
            RECORDING MODE IS F.
           COPY VENDEDOR.
       FD   ARQ-PRODUTOS
            RECORDING MODE IS F.
           COPY PRODUTO.
       FD   ARQ-RELDESC
            RECORDING MODE IS F.
       01  REG-RELDESC              PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       SD   ARQ-SORTWK.
       01  REG-SORT.
           05 SRT-VENDEDOR          PIC 99.
           05 SRT-PRODUTO           PIC 9(3).
           05 SRT-NOTAS             PIC 9(5).
           05 SRT-QTDE              PIC 9(7).
           05 SRT-LISTA             PIC 9(11)V99.
           05 SRT-VENDIDO           PIC 9(11)V99.
       WORKING-STORAGE SECTION.
       77  WK-FS-VENDAS3N    PIC XX             VALUE SPACES.
       77  WK-FS-PRECOS      PIC XX             VALUE SPACES.
       77  WK-FS-VENDEDORES  PIC XX             VALUE SPACES.
       77  WK-FS-PRODUTOS    PIC XX             VALUE SPACES.
       77  WK-FS-RELDESC     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-FORA-MES   PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DEVOLUCOES PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-VENDAS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-SEM-PRECO  PIC 9(07)          VALUE ZEROS.
       77  WK-VLR-SEM-PRECO  PIC 9(11)V99       VALUE ZEROS.
       77  WK-PARM-ANOMES    PIC 9(06)          VALUE ZEROS.
       77  WK-REG-ANOMES     PIC 9(06)          VALUE ZEROS.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    TABELA DE PRECOS DE LISTA (ORDEM DA CHAVE: PRODUTO,
      *    UF E VIGENCIA CRESCENTE)
       01  TABELA-PRECOS.
           05 PRC-ENTRADA            OCCURS 3000 TIMES.
              10 PRC-TAB-PRODUTO     PIC 9(3).
              10 PRC-TAB-ESTADO      PIC XX.
              10 PRC-TAB-VIGENCIA    PIC 9(8).
              10 PRC-TAB-PRECO       PIC 9(5)V99.
       77  WK-TOT-PRECOS     PIC 9(4)           VALUE ZEROS.
       77  WK-IND-PRC        PIC 9(4)           VALUE ZEROS.
       77  WK-PRC-VIGENTE    PIC 9(4)           VALUE ZEROS.
       77  WK-VIG-REFERENCIA PIC 9(8)           VALUE ZEROS.
      *
      *    NOMES DOS MESTRES, PARA O RELATORIO
       01  TABELA-VENDEDORES.
           05 VDR-ENTRADA            OCCURS 50 TIMES.
              10 VDR-TAB-CODIGO      PIC 99.
              10 VDR-TAB-NOME        PIC X(25).
       77  WK-TOT-VENDEDORES PIC 999            VALUE ZEROS.
       77  WK-IND-VDR        PIC 999            VALUE ZEROS.
       01  TABELA-PRODUTOS.
           05 PRD-ENTRADA            OCCURS 999 TIMES.
              10 PRD-TAB-CODIGO      PIC 9(3).
              10 PRD-TAB-NOME        PIC X(25).
       77  WK-TOT-PRODUTOS   PIC 9(03)          VALUE ZEROS.
       77  WK-IND-PRD        PIC 9(04)          VALUE ZEROS.
      *
      *    VALOR DE LISTA E VALOR VENDIDO POR VENDEDOR E PRODUTO
       01  TABELA-DESCONTOS.
           05 DSC-ENTRADA            OCCURS 3000 TIMES.
              10 DSC-TAB-VENDEDOR    PIC 99.
              10 DSC-TAB-PRODUTO     PIC 9(3).
              10 DSC-TAB-NOTAS       PIC 9(5).
              10 DSC-TAB-QTDE        PIC 9(7).
              10 DSC-TAB-LISTA       PIC 9(11)V99.
              10 DSC-TAB-VENDIDO     PIC 9(11)V99.
       77  WK-TOT-DESCONTOS  PIC 9(4)           VALUE ZEROS.
       77  WK-IND-DSC        PIC 9(4)           VALUE ZEROS.
      *
      *    QUEBRA POR VENDEDOR E TOTAIS
       77  WK-FIM-SORT       PIC X(1)           VALUE 'N'.
       77  WK-VENDEDOR-ATUAL PIC 99             VALUE ZEROS.
       77  WK-VALOR-LISTA    PIC 9(11)V99       VALUE ZEROS.
       77  WK-VDR-NOTAS      PIC 9(5)           VALUE ZEROS.
       77  WK-VDR-QTDE       PIC 9(7)           VALUE ZEROS.
       77  WK-VDR-LISTA      PIC 9(11)V99       VALUE ZEROS.
       77  WK-VDR-VENDIDO    PIC 9(11)V99       VALUE ZEROS.
       77  WK-GER-NOTAS      PIC 9(5)           VALUE ZEROS.
       77  WK-GER-QTDE       PIC 9(7)           VALUE ZEROS.
       77  WK-GER-LISTA      PIC 9(11)V99       VALUE ZEROS.
       77  WK-GER-VENDIDO    PIC 9(11)V99       VALUE ZEROS.
       77  WK-LIN-LISTA      PIC 9(11)V99       VALUE ZEROS.
       77  WK-LIN-VENDIDO    PIC 9(11)V99       VALUE ZEROS.
       77  WK-DESCONTO       PIC S9(11)V99      VALUE ZEROS.
       77  WK-PERC-DESCONTO  PIC S9(3)V99       VALUE ZEROS.
       77  WK-VAL-EDIT       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-TITULO.
           05 FILLER               PIC X(46)     VALUE
              'DESCONTO POR VENDEDOR E PRODUTO - COMPETENCIA '.
           05 WK-TIT-ANOMES        PIC 9(6).
           05 FILLER               PIC X(08)     VALUE SPACES.
       01  WK-LINHA-COLUNAS.
           05 FILLER               PIC X(03)     VALUE 'VD '.
           05 FILLER               PIC X(21)     VALUE 'VENDEDOR'.
           05 FILLER               PIC X(04)     VALUE 'PRD '.
           05 FILLER               PIC X(21)     VALUE 'PRODUTO'.
           05 FILLER               PIC X(07)     VALUE '  NOTAS'.
           05 FILLER               PIC X(10)     VALUE '      QTDE'.
           05 FILLER               PIC X(15)
                                   VALUE '    VALOR LISTA'.
           05 FILLER               PIC X(15)
                                   VALUE '  VALOR VENDIDO'.
           05 FILLER               PIC X(16)
                                   VALUE '        DESCONTO'.
           05 FILLER               PIC X(09)     VALUE '  DESC. %'.
      *
       01  WK-LINHA-DETALHE.
           05 WK-LD-VENDEDOR       PIC 99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-NOME-VDR       PIC X(20).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-PRODUTO        PIC 9(3).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-NOME-PRD       PIC X(20).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-NOTAS          PIC ZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-QTDE           PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-LISTA          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-VENDIDO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-DESCONTO       PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-PERC           PIC -ZZ9,99.
           05 FILLER               PIC X(01)     VALUE '%'.
       01  WK-LINHA-TOTAL.
           05 WK-LT-ROTULO         PIC X(49).
           05 WK-LT-NOTAS          PIC ZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LT-QTDE           PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LT-LISTA          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LT-VENDIDO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LT-DESCONTO       PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LT-PERC           PIC -ZZ9,99.
           05 FILLER               PIC X(01)     VALUE '%'.
       01  WK-ROTULO-VENDEDOR.
           05 FILLER               PIC X(21)     VALUE
              '   TOTAL DO VENDEDOR '.
           05 WK-RV-VENDEDOR       PIC 99.
           05 FILLER               PIC X(26)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           SORT ARQ-SORTWK
               ON ASCENDING KEY SRT-VENDEDOR
               ON ASCENDING KEY SRT-PRODUTO
               INPUT  PROCEDURE IS 200-LIBERAR-DESCONTOS
               OUTPUT PROCEDURE IS 300-IMPRIMIR-DESCONTOS.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-ANOMES FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-ANOMES NOT NUMERIC
            OR WK-PARM-ANOMES = ZEROS
               COMPUTE WK-PARM-ANOMES =
                       WK-EXE-ANO * 100 + WK-EXE-MES
           END-IF.
           COMPUTE WK-VIG-REFERENCIA = WK-PARM-ANOMES * 100 + 1.
           PERFORM 110-CARREGAR-PRECOS.
           PERFORM 120-CARREGAR-VENDEDORES.
           PERFORM 130-CARREGAR-PRODUTOS.
           PERFORM 140-ACUMULAR-VENDAS.
           OPEN OUTPUT ARQ-RELDESC.
       110-CARREGAR-PRECOS.
           OPEN INPUT ARQ-PRECOS.
           IF WK-FS-PRECOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-PRECOS
                       ' NO COMANDO OPEN PRECOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 112-LER-PRECO.
           PERFORM 111-ACUMULAR-PRECO
               UNTIL WK-FS-PRECOS = '10'.
           CLOSE ARQ-PRECOS.
       111-ACUMULAR-PRECO.
           IF WK-TOT-PRECOS >= 3000
               DISPLAY 'TABELA DE PRECOS CHEIA (MAXIMO 3000 '
                       'REGISTROS) - RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-PRECOS.
           MOVE FD-PRC-PRODUTO  TO PRC-TAB-PRODUTO(WK-TOT-PRECOS).
           MOVE FD-PRC-ESTADO   TO PRC-TAB-ESTADO(WK-TOT-PRECOS).
           MOVE FD-PRC-VIGENCIA TO PRC-TAB-VIGENCIA(WK-TOT-PRECOS).
           MOVE FD-PRC-PRECO-LISTA
                TO PRC-TAB-PRECO(WK-TOT-PRECOS).
           PERFORM 112-LER-PRECO.
       112-LER-PRECO.
           READ ARQ-PRECOS
               AT END
                   MOVE '10' TO WK-FS-PRECOS
           END-READ.
           IF WK-FS-PRECOS NOT = '00' AND WK-FS-PRECOS NOT = '10'
               DISPLAY 'ERRO ' WK-FS-PRECOS
                       ' NO COMANDO READ PRECOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       120-CARREGAR-VENDEDORES.
           OPEN INPUT ARQ-VENDEDORES.
           IF WK-FS-VENDEDORES NOT = '00'
               DISPLAY 'ARQUIVO VENDEDORES NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 122-LER-VENDEDOR.
           PERFORM 121-ACUMULAR-VENDEDOR
               UNTIL WK-FS-VENDEDORES = '10'.
           CLOSE ARQ-VENDEDORES.
       121-ACUMULAR-VENDEDOR.
           IF WK-TOT-VENDEDORES >= 50
               DISPLAY 'TABELA DE VENDEDORES CHEIA (MAXIMO 50 '
                       'REGISTROS) - RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-VENDEDORES.
           MOVE FD-VDR-CODIGO TO VDR-TAB-CODIGO(WK-TOT-VENDEDORES).
           MOVE FD-VDR-NOME   TO VDR-TAB-NOME(WK-TOT-VENDEDORES).
           PERFORM 122-LER-VENDEDOR.
       122-LER-VENDEDOR.
           READ ARQ-VENDEDORES
               AT END
                   MOVE '10' TO WK-FS-VENDEDORES
           END-READ.
       130-CARREGAR-PRODUTOS.
           OPEN INPUT ARQ-PRODUTOS.
           IF WK-FS-PRODUTOS NOT = '00'
               DISPLAY 'ARQUIVO PRODUTOS NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 132-LER-PRODUTO.
           PERFORM 131-ACUMULAR-PRODUTO
               UNTIL WK-FS-PRODUTOS = '10'.
           CLOSE ARQ-PRODUTOS.
       131-ACUMULAR-PRODUTO.
           IF WK-TOT-PRODUTOS >= 999
               DISPLAY 'TABELA DE PRODUTOS CHEIA (MAXIMO 999 '
                       'REGISTROS) - RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-PRODUTOS.
           MOVE FD-PRD-CODIGO TO PRD-TAB-CODIGO(WK-TOT-PRODUTOS).
           MOVE FD-PRD-NOME   TO PRD-TAB-NOME(WK-TOT-PRODUTOS).
           PERFORM 132-LER-PRODUTO.
       132-LER-PRODUTO.
           READ ARQ-PRODUTOS
               AT END
                   MOVE '10' TO WK-FS-PRODUTOS
           END-READ.
      *
      *    SO AS VENDAS DA COMPETENCIA ENTRAM NO RELATORIO
       140-ACUMULAR-VENDAS.
           OPEN INPUT ARQ-VENDAS3N.
           EVALUATE WK-FS-VENDAS3N
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO VENDAS3N NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-VENDAS3N
                           ' NO COMANDO OPEN VENDAS3N'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 142-LER-VENDAS3N.
           PERFORM 141-ACUMULAR-VENDA
               UNTIL WK-FS-VENDAS3N = '10'.
           CLOSE ARQ-VENDAS3N.
       141-ACUMULAR-VENDA.
           ADD 1 TO WK-REGS-LIDOS.
           COMPUTE WK-REG-ANOMES = FD-ANO * 100 + FD-MES.
           EVALUATE TRUE
               WHEN WK-REG-ANOMES NOT = WK-PARM-ANOMES
                   ADD 1 TO WK-TOT-FORA-MES
               WHEN NOT FD-TRANS-VENDA
                   ADD 1 TO WK-TOT-DEVOLUCOES
               WHEN OTHER
                   ADD 1 TO WK-TOT-VENDAS
                   PERFORM 145-PROCURAR-PRECO
                   IF WK-PRC-VIGENTE = ZEROS
                       ADD 1        TO WK-TOT-SEM-PRECO
                       ADD FD-VALOR TO WK-VLR-SEM-PRECO
                   ELSE
                       PERFORM 146-ACUMULAR-DESCONTO
                   END-IF
           END-EVALUATE.
           PERFORM 142-LER-VENDAS3N.
       142-LER-VENDAS3N.
           READ ARQ-VENDAS3N.
           EVALUATE WK-FS-VENDAS3N
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-VENDAS3N
                           ' NO COMANDO READ VENDAS3N'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    VALE A MAIOR VIGENCIA DO PRODUTO NA UF QUE NAO SEJA
      *    POSTERIOR AO DIA 01 DA COMPETENCIA (A TABELA VEM NA
      *    ORDEM DA CHAVE, ENTAO A ULTIMA QUE SERVE E A VIGENTE)
       145-PROCURAR-PRECO.
           MOVE ZEROS TO WK-PRC-VIGENTE.
           PERFORM VARYING WK-IND-PRC FROM 1 BY 1
                   UNTIL WK-IND-PRC > WK-TOT-PRECOS
               IF PRC-TAB-PRODUTO(WK-IND-PRC) = FD-PRODUTO
                AND PRC-TAB-ESTADO(WK-IND-PRC) = FD-ESTADO
                AND PRC-TAB-VIGENCIA(WK-IND-PRC)
                    NOT > WK-VIG-REFERENCIA
                   MOVE WK-IND-PRC TO WK-PRC-VIGENTE
               END-IF
           END-PERFORM.
       146-ACUMULAR-DESCONTO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-DSC FROM 1 BY 1
                   UNTIL WK-IND-DSC > WK-TOT-DESCONTOS
                   OR ITEM-ACHADO
               IF DSC-TAB-VENDEDOR(WK-IND-DSC) = FD-VENDEDOR
                AND DSC-TAB-PRODUTO(WK-IND-DSC) = FD-PRODUTO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-DSC
           ELSE
               IF WK-TOT-DESCONTOS >= 3000
                   DISPLAY 'TABELA DE DESCONTOS CHEIA (MAXIMO 3000 '
                           'REGISTROS) - RELATORIO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-DESCONTOS
               MOVE WK-TOT-DESCONTOS TO WK-IND-DSC
               MOVE FD-VENDEDOR TO DSC-TAB-VENDEDOR(WK-IND-DSC)
               MOVE FD-PRODUTO  TO DSC-TAB-PRODUTO(WK-IND-DSC)
               MOVE ZEROS       TO DSC-TAB-NOTAS(WK-IND-DSC)
                                   DSC-TAB-QTDE(WK-IND-DSC)
                                   DSC-TAB-LISTA(WK-IND-DSC)
                                   DSC-TAB-VENDIDO(WK-IND-DSC)
           END-IF.
           COMPUTE WK-VALOR-LISTA ROUNDED =
                   FD-QUANTIDADE * PRC-TAB-PRECO(WK-PRC-VIGENTE).
           ADD 1             TO DSC-TAB-NOTAS(WK-IND-DSC).
           ADD FD-QUANTIDADE TO DSC-TAB-QTDE(WK-IND-DSC).
           ADD WK-VALOR-LISTA TO DSC-TAB-LISTA(WK-IND-DSC).
           ADD FD-VALOR      TO DSC-TAB-VENDIDO(WK-IND-DSC).
      ***************************************
      *    PROCEDIMENTO DE ENTRADA DO SORT: LIBERA A TABELA
      *    DE DESCONTOS PARA A ORDEM VENDEDOR/PRODUTO
       200-LIBERAR-DESCONTOS SECTION.
       201-PROCESSAR.
           PERFORM 202-LIBERAR-ENTRADA
               VARYING WK-IND-DSC FROM 1 BY 1
               UNTIL WK-IND-DSC > WK-TOT-DESCONTOS.
           GO TO 209-SAIDA.
       202-LIBERAR-ENTRADA.
           MOVE SPACES                      TO REG-SORT.
           MOVE DSC-TAB-VENDEDOR(WK-IND-DSC) TO SRT-VENDEDOR.
           MOVE DSC-TAB-PRODUTO(WK-IND-DSC)  TO SRT-PRODUTO.
           MOVE DSC-TAB-NOTAS(WK-IND-DSC)    TO SRT-NOTAS.
           MOVE DSC-TAB-QTDE(WK-IND-DSC)     TO SRT-QTDE.
           MOVE DSC-TAB-LISTA(WK-IND-DSC)    TO SRT-LISTA.
           MOVE DSC-TAB-VENDIDO(WK-IND-DSC)  TO SRT-VENDIDO.
           RELEASE REG-SORT.
       209-SAIDA.
           EXIT.
      ***************************************
      *    PROCEDIMENTO DE SAIDA DO SORT: UMA LINHA POR
      *    VENDEDOR E PRODUTO, QUEBRA COM TOTAL DO VENDEDOR
       300-IMPRIMIR-DESCONTOS SECTION.
       301-IMPRIMIR-DESCONTOS.
           SET LK-REL-ABRIR TO TRUE.
           MOVE WK-PARM-ANOMES TO WK-TIT-ANOMES.
           MOVE WK-TITULO      TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           MOVE WK-LINHA-COLUNAS TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE 'N' TO WK-FIM-SORT.
           PERFORM 302-RETORNAR-DESCONTO.
           PERFORM 303-IMPRIMIR-VENDEDOR
               UNTIL WK-FIM-SORT = 'S'.
           MOVE 'TOTAL GERAL' TO WK-LT-ROTULO.
           MOVE WK-GER-NOTAS   TO WK-LT-NOTAS.
           MOVE WK-GER-QTDE    TO WK-LT-QTDE.
           MOVE WK-GER-LISTA   TO WK-LIN-LISTA.
           MOVE WK-GER-VENDIDO TO WK-LIN-VENDIDO.
           PERFORM 306-IMPRIMIR-TOTAL.
           GO TO 309-SAIDA.
       302-RETORNAR-DESCONTO.
           RETURN ARQ-SORTWK
               AT END
                   MOVE 'S' TO WK-FIM-SORT
           END-RETURN.
       303-IMPRIMIR-VENDEDOR.
           MOVE SRT-VENDEDOR TO WK-VENDEDOR-ATUAL.
           MOVE ZEROS TO WK-VDR-NOTAS WK-VDR-QTDE
                         WK-VDR-LISTA WK-VDR-VENDIDO.
           PERFORM 304-IMPRIMIR-PRODUTO
               UNTIL WK-FIM-SORT = 'S'
                  OR SRT-VENDEDOR NOT = WK-VENDEDOR-ATUAL.
           MOVE WK-VENDEDOR-ATUAL  TO WK-RV-VENDEDOR.
           MOVE WK-ROTULO-VENDEDOR TO WK-LT-ROTULO.
           MOVE WK-VDR-NOTAS   TO WK-LT-NOTAS.
           MOVE WK-VDR-QTDE    TO WK-LT-QTDE.
           MOVE WK-VDR-LISTA   TO WK-LIN-LISTA.
           MOVE WK-VDR-VENDIDO TO WK-LIN-VENDIDO.
           PERFORM 306-IMPRIMIR-TOTAL.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           ADD WK-VDR-NOTAS   TO WK-GER-NOTAS.
           ADD WK-VDR-QTDE    TO WK-GER-QTDE.
           ADD WK-VDR-LISTA   TO WK-GER-LISTA.
           ADD WK-VDR-VENDIDO TO WK-GER-VENDIDO.
       304-IMPRIMIR-PRODUTO.
           PERFORM 305-PROCURAR-NOMES.
           MOVE SRT-VENDEDOR TO WK-LD-VENDEDOR.
           MOVE SRT-PRODUTO  TO WK-LD-PRODUTO.
           MOVE SRT-NOTAS    TO WK-LD-NOTAS.
           MOVE SRT-QTDE     TO WK-LD-QTDE.
           MOVE SRT-LISTA    TO WK-LD-LISTA WK-LIN-LISTA.
           MOVE SRT-VENDIDO  TO WK-LD-VENDIDO WK-LIN-VENDIDO.
           PERFORM 307-CALCULAR-DESCONTO.
           MOVE WK-DESCONTO      TO WK-LD-DESCONTO.
           MOVE WK-PERC-DESCONTO TO WK-LD-PERC.
           MOVE WK-LINHA-DETALHE TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           ADD SRT-NOTAS   TO WK-VDR-NOTAS.
           ADD SRT-QTDE    TO WK-VDR-QTDE.
           ADD SRT-LISTA   TO WK-VDR-LISTA.
           ADD SRT-VENDIDO TO WK-VDR-VENDIDO.
           PERFORM 302-RETORNAR-DESCONTO.
       305-PROCURAR-NOMES.
           MOVE 'NAO CADASTRADO' TO WK-LD-NOME-VDR
                                    WK-LD-NOME-PRD.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-VDR FROM 1 BY 1
                   UNTIL WK-IND-VDR > WK-TOT-VENDEDORES
                   OR ITEM-ACHADO
               IF VDR-TAB-CODIGO(WK-IND-VDR) = SRT-VENDEDOR
                   SET ITEM-ACHADO TO TRUE
                   MOVE VDR-TAB-NOME(WK-IND-VDR) TO WK-LD-NOME-VDR
               END-IF
           END-PERFORM.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-PRD FROM 1 BY 1
                   UNTIL WK-IND-PRD > WK-TOT-PRODUTOS
                   OR ITEM-ACHADO
               IF PRD-TAB-CODIGO(WK-IND-PRD) = SRT-PRODUTO
                   SET ITEM-ACHADO TO TRUE
                   MOVE PRD-TAB-NOME(WK-IND-PRD) TO WK-LD-NOME-PRD
               END-IF
           END-PERFORM.
      *
      *    DESCONTO DO TOTAL = LISTA MENOS VENDIDO, EM % DA LISTA
       306-IMPRIMIR-TOTAL.
           MOVE WK-LIN-LISTA   TO WK-LT-LISTA.
           MOVE WK-LIN-VENDIDO TO WK-LT-VENDIDO.
           PERFORM 307-CALCULAR-DESCONTO.
           MOVE WK-DESCONTO      TO WK-LT-DESCONTO.
           MOVE WK-PERC-DESCONTO TO WK-LT-PERC.
           MOVE WK-LINHA-TOTAL   TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
       307-CALCULAR-DESCONTO.
           COMPUTE WK-DESCONTO = WK-LIN-LISTA - WK-LIN-VENDIDO.
           MOVE ZEROS TO WK-PERC-DESCONTO.
           IF WK-LIN-LISTA > ZEROS
               COMPUTE WK-PERC-DESCONTO ROUNDED =
                       WK-DESCONTO * 100 / WK-LIN-LISTA
                   ON SIZE ERROR
                       MOVE ZEROS TO WK-PERC-DESCONTO
               END-COMPUTE
           END-IF.
       309-SAIDA.
           EXIT.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-VLR-SEM-PRECO TO WK-VAL-EDIT.
           STRING 'VENDAS SEM PRECO DE LISTA (FORA DO RELATORIO): '
                                             DELIMITED BY SIZE
                  WK-TOT-SEM-PRECO           DELIMITED BY SIZE
                  '   VALOR: '               DELIMITED BY SIZE
                  WK-VAL-EDIT                DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           DISPLAY 'COMPETENCIA               = ' WK-PARM-ANOMES.
           DISPLAY 'REGISTROS LIDOS           = ' WK-REGS-LIDOS.
           DISPLAY 'FORA DA COMPETENCIA       = ' WK-TOT-FORA-MES.
           DISPLAY 'DEVOLUCOES (NAO ENTRAM)   = ' WK-TOT-DEVOLUCOES.
           DISPLAY 'VENDAS DA COMPETENCIA     = ' WK-TOT-VENDAS.
           DISPLAY 'VENDAS SEM PRECO DE LISTA = ' WK-TOT-SEM-PRECO.
           IF WK-TOT-SEM-PRECO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-RELDESC.
       910-DETALHE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
      ***************************************
       915-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELDESC
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO198'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
