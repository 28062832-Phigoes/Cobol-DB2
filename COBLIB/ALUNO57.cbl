      *    ARQUIVO DE DISPOSICAO VENDACK (ACEITO OU     *
      *    REJEITADO, COM A LINHA ORIGINAL E O          *
      *    MOTIVO), QUE O ALUNO122 DEVOLVE AS AGENCIAS  *
      *    COMO ARQUIVO DE RETORNO DO LOTE.             *
      *    VENDA ('V') COM PRECO UNITARIO ABAIXO DO     *
      *    PISO DA TABELA DE PRECOS (PRECO DE LISTA DA  *
      *    VIGENCIA DO MES DA NOTA MENOS O DESCONTO     *
      *    MAXIMO DO PRODUTO NA UF) E REJEITADA; VENDA  *
      *    DE PRODUTO SEM PRECO NA TABELA E ACEITA COM  *
      *    AVISO NO RELVENDA. VENDA ACEITA COM          *
      *    QUANTIDADE ACIMA DO SALDO DO PRODUTO NO      *
      *    DEPOSITO DA UF (CADASTRO DE ESTOQUE, MENOS   *
      *    AS VENDAS E MAIS AS DEVOLUCOES JA ACEITAS    *
      *    NO LOTE) TAMBEM SAI COM AVISO: A BAIXA DO    *
      *    ESTOQUE E FEITA DEPOIS PELO ALUNO199.        *
      *    COMPRADOR (OBRIGATORIO NA VENDA) E PRAZO DE  *
      *    PAGAMENTO EM DIAS SEGUEM NO VENDAS3N PARA A  *
      *    ABERTURA DOS TITULOS A RECEBER (ALUNO202)    *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-VENDEDORES.
           SELECT ARQ-ESTADOS    ASSIGN TO ESTADOS
               FILE STATUS IS WK-FS-ESTADOS.
           SELECT ARQ-PRECOS     ASSIGN TO PRECOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-PRC-CHAVE
               FILE STATUS IS WK-FS-PRECOS.
           SELECT ARQ-ESTOQUE    ASSIGN TO ESTOQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-EST-CHAVE
               FILE STATUS IS WK-FS-ESTOQUE.
           SELECT ARQ-VENDAS     ASSIGN TO VENDAS
               FILE STATUS IS WK-FS-VENDAS.
           SELECT ARQ-VENDAS3N   ASSIGN TO VENDAS3N
           05 FD-VBR-PRODUTO        PIC 9(3).
           05 FD-VBR-QUANTIDADE     PIC 9(5).
           05 FD-VBR-PRECO-UNIT     PIC 9(5)V99.
           05 FD-VBR-COMPRADOR      PIC 9(5).
           05 FD-VBR-PRAZO          PIC 9(3).
           05 FILLER                PIC X(30).
       FD   ARQ-VENDEDORES
            RECORDING MODE IS F.
           COPY VENDEDOR.
       FD   ARQ-ESTADOS
            RECORDING MODE IS F.
           COPY ESTADO.
       FD   ARQ-PRECOS.
           COPY PRECOLST.
       FD   ARQ-ESTOQUE.
           COPY ESTOQUE.
       FD   ARQ-VENDAS
            RECORDING MODE IS F.
       01  REG-VENDAS.
           05 FD-3N-PRODUTO         PIC 9(3).
           05 FD-3N-QUANTIDADE      PIC 9(5).
           05 FD-3N-PRECO-UNIT      PIC S9(5)V99 COMP-3.
           05 FD-3N-COMPRADOR       PIC 9(5).
           05 FD-3N-PRAZO           PIC 9(3).
       FD   ARQ-VN3CTL
            RECORDING MODE IS F.
           COPY ARQCTL.
       77  WK-FS-VENDABR     PIC XX             VALUE SPACES.
       77  WK-FS-VENDEDORES  PIC XX             VALUE SPACES.
       77  WK-FS-ESTADOS     PIC XX             VALUE SPACES.
       77  WK-FS-PRECOS      PIC XX             VALUE SPACES.
       77  WK-FS-ESTOQUE     PIC XX             VALUE SPACES.
       77  WK-FS-VENDAS      PIC XX             VALUE SPACES.
       77  WK-FS-VENDAS3N    PIC XX             VALUE SPACES.
       77  WK-FS-VN3CTL      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-VALIDOS    PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-SEM-PRECO  PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-SEM-SALDO  PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-CTL-QTDE       PIC 9(7)           VALUE ZEROS.
           05 NOTA-ENTRADA           OCCURS 5000 TIMES.
              10 NOTA-TAB-NUMERO     PIC 9(6).
       77  WK-TOT-NOTAS      PIC 9(5)           VALUE ZEROS.
      *
      *    TABELA DE PRECOS DE LISTA (ORDEM DA CHAVE: PRODUTO,
      *    UF E VIGENCIA CRESCENTE)
       01  TABELA-PRECOS.
           05 PRC-ENTRADA            OCCURS 3000 TIMES.
              10 PRC-TAB-PRODUTO     PIC 9(3).
              10 PRC-TAB-ESTADO      PIC XX.
              10 PRC-TAB-VIGENCIA    PIC 9(8).
              10 PRC-TAB-PRECO       PIC 9(5)V99.
              10 PRC-TAB-DESCONTO    PIC 9(2)V99.
       77  WK-TOT-PRECOS     PIC 9(4)           VALUE ZEROS.
       77  WK-IND-PRC        PIC 9(4)           VALUE ZEROS.
       77  WK-PRC-VIGENTE    PIC 9(4)           VALUE ZEROS.
       77  WK-VIG-REFERENCIA PIC 9(8)           VALUE ZEROS.
       77  WK-PISO-PRECO     PIC 9(5)V99        VALUE ZEROS.
      *
      *    SALDO POR PRODUTO E DEPOSITO (UF), MOVIDO PELAS
      *    VENDAS E DEVOLUCOES ACEITAS NO LOTE
       01  TABELA-ESTOQUE.
           05 EST-ENTRADA            OCCURS 3000 TIMES.
              10 EST-TAB-PRODUTO     PIC 9(3).
              10 EST-TAB-ESTADO      PIC XX.
              10 EST-TAB-SALDO       PIC S9(7).
       77  WK-TOT-ESTOQUE    PIC 9(4)           VALUE ZEROS.
       77  WK-IND-EST        PIC 9(4)           VALUE ZEROS.
       77  WK-IND            PIC 9(5)           VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           05 FILLER               PIC X(09)   VALUE ' MOTIVO: '.
           05 WK-REJ-MOTIVO        PIC X(34).
           05 FILLER               PIC X(14)   VALUE SPACES.
       01  WK-LINHA-AVISO.
           05 FILLER               PIC X(05)   VALUE 'NOTA '.
           05 WK-AVI-NOTA          PIC 9(6).
           05 FILLER               PIC X(10)   VALUE ' VENDEDOR '.
           05 WK-AVI-VENDEDOR      PIC 99.
           05 FILLER               PIC X(09)   VALUE ' AVISO:  '.
           05 WK-AVI-TEXTO         PIC X(34).
           05 FILLER               PIC X(14)   VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-VENDABR.
           OPEN OUTPUT ARQ-VENDAS.
           END-EVALUATE.
           PERFORM 110-CARREGAR-VENDEDORES.
           PERFORM 120-CARREGAR-ESTADOS.
           PERFORM 130-CARREGAR-PRECOS.
           PERFORM 140-CARREGAR-ESTOQUE.
           PERFORM 301-LER-VENDABR.
       110-CARREGAR-VENDEDORES.
           OPEN INPUT ARQ-VENDEDORES.
               AT END
                   MOVE '10' TO WK-FS-ESTADOS
           END-READ.
       130-CARREGAR-PRECOS.
           OPEN INPUT ARQ-PRECOS.
           IF WK-FS-PRECOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-PRECOS
                       ' NO COMANDO OPEN PRECOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 132-LER-PRECO.
           PERFORM 131-ACUMULAR-PRECO
               UNTIL WK-FS-PRECOS = '10'.
           CLOSE ARQ-PRECOS.
       131-ACUMULAR-PRECO.
           IF WK-TOT-PRECOS >= 3000
               DISPLAY 'TABELA DE PRECOS CHEIA (MAXIMO 3000 '
                       'REGISTROS) - CRITICA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-PRECOS.
           MOVE FD-PRC-PRODUTO  TO PRC-TAB-PRODUTO(WK-TOT-PRECOS).
           MOVE FD-PRC-ESTADO   TO PRC-TAB-ESTADO(WK-TOT-PRECOS).
           MOVE FD-PRC-VIGENCIA TO PRC-TAB-VIGENCIA(WK-TOT-PRECOS).
           MOVE FD-PRC-PRECO-LISTA
                TO PRC-TAB-PRECO(WK-TOT-PRECOS).
           MOVE FD-PRC-DESCONTO-MAX
                TO PRC-TAB-DESCONTO(WK-TOT-PRECOS).
           PERFORM 132-LER-PRECO.
       132-LER-PRECO.
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
      *
      *    CADASTRO DE ESTOQUE AINDA VAZIO (ANTES DO PRIMEIRO
      *    LANCAMENTO DO ALUNO199) NAO IMPEDE A CRITICA
       140-CARREGAR-ESTOQUE.
           OPEN INPUT ARQ-ESTOQUE.
           EVALUATE WK-FS-ESTOQUE
               WHEN '00'
                   PERFORM 142-LER-ESTOQUE
                   PERFORM 141-ACUMULAR-ESTOQUE
                       UNTIL WK-FS-ESTOQUE = '10'
                   CLOSE ARQ-ESTOQUE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-ESTOQUE
                           ' NO COMANDO OPEN ESTOQUE'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       141-ACUMULAR-ESTOQUE.
           IF WK-TOT-ESTOQUE >= 3000
               DISPLAY 'TABELA DE ESTOQUE CHEIA (MAXIMO 3000 '
                       'REGISTROS) - CRITICA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-ESTOQUE.
           MOVE FD-EST-PRODUTO TO EST-TAB-PRODUTO(WK-TOT-ESTOQUE).
           MOVE FD-EST-ESTADO  TO EST-TAB-ESTADO(WK-TOT-ESTOQUE).
           MOVE FD-EST-SALDO   TO EST-TAB-SALDO(WK-TOT-ESTOQUE).
           PERFORM 142-LER-ESTOQUE.
       142-LER-ESTOQUE.
           READ ARQ-ESTOQUE
               AT END
                   MOVE '10' TO WK-FS-ESTOQUE
           END-READ.
           IF WK-FS-ESTOQUE NOT = '00' AND WK-FS-ESTOQUE NOT = '10'
               DISPLAY 'ERRO ' WK-FS-ESTOQUE
                       ' NO COMANDO READ ESTOQUE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
                   MOVE 'PRECO UNITARIO INVALIDO'
                        TO WK-REJ-MOTIVO
                   PERFORM 260-GRAVAR-REJEITO
               WHEN FD-VBR-COMPRADOR NOT NUMERIC
                OR (FD-VBR-TIPO = 'V' AND FD-VBR-COMPRADOR = ZEROS)
                   MOVE 'COMPRADOR NAO INFORMADO' TO WK-REJ-MOTIVO
                   PERFORM 260-GRAVAR-REJEITO
               WHEN FD-VBR-PRAZO NOT NUMERIC
                   MOVE 'PRAZO DE PAGAMENTO INVALIDO'
                        TO WK-REJ-MOTIVO
                   PERFORM 260-GRAVAR-REJEITO
               WHEN OTHER
                   PERFORM 215-CRITICAR-QTDE-PRECO
           END-EVALUATE.
                   MOVE 'UF NAO CADASTRADA' TO WK-REJ-MOTIVO
                   PERFORM 260-GRAVAR-REJEITO
               ELSE
                   PERFORM 245-CRITICAR-PRECO
               END-IF
           END-IF.
       230-PROCURAR-VENDEDOR.
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
      *
      *    SO A VENDA E CONFRONTADA COM O PISO: A DEVOLUCAO
      *    REPETE O PRECO DA VENDA ORIGINAL
       245-CRITICAR-PRECO.
           IF FD-VBR-TIPO NOT = 'V'
               PERFORM 250-CRITICAR-NOTA
           ELSE
               PERFORM 246-PROCURAR-PRECO
               IF WK-PRC-VIGENTE = ZEROS
                   PERFORM 265-GRAVAR-AVISO-PRECO
                   PERFORM 250-CRITICAR-NOTA
               ELSE
                   COMPUTE WK-PISO-PRECO ROUNDED =
                           PRC-TAB-PRECO(WK-PRC-VIGENTE)
                           * (100 - PRC-TAB-DESCONTO(WK-PRC-VIGENTE))
                           / 100
                   IF FD-VBR-PRECO-UNIT < WK-PISO-PRECO
                       MOVE 'PRECO ABAIXO DO PISO DE DESCONTO'
                            TO WK-REJ-MOTIVO
                       PERFORM 260-GRAVAR-REJEITO
                   ELSE
                       PERFORM 250-CRITICAR-NOTA
                   END-IF
               END-IF
           END-IF.
      *
      *    VALE A MAIOR VIGENCIA DO PRODUTO NA UF QUE NAO SEJA
      *    POSTERIOR AO DIA 01 DO MES DA NOTA (A TABELA VEM NA
      *    ORDEM DA CHAVE, ENTAO A ULTIMA QUE SERVE E A VIGENTE)
       246-PROCURAR-PRECO.
           COMPUTE WK-VIG-REFERENCIA =
                   FD-VBR-ANO * 10000 + FD-VBR-MES * 100 + 1.
           MOVE ZEROS TO WK-PRC-VIGENTE.
           PERFORM VARYING WK-IND-PRC FROM 1 BY 1
                   UNTIL WK-IND-PRC > WK-TOT-PRECOS
               IF PRC-TAB-PRODUTO(WK-IND-PRC) = FD-VBR-PRODUTO
                AND PRC-TAB-ESTADO(WK-IND-PRC) = FD-VBR-ESTADO
                AND PRC-TAB-VIGENCIA(WK-IND-PRC)
                    NOT > WK-VIG-REFERENCIA
                   MOVE WK-IND-PRC TO WK-PRC-VIGENTE
               END-IF
           END-PERFORM.
       250-CRITICAR-NOTA.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND FROM 1 BY 1
           MOVE FD-VBR-PRODUTO  TO FD-3N-PRODUTO.
           MOVE FD-VBR-QUANTIDADE TO FD-3N-QUANTIDADE.
           MOVE FD-VBR-PRECO-UNIT TO FD-3N-PRECO-UNIT.
           MOVE FD-VBR-COMPRADOR TO FD-3N-COMPRADOR.
           MOVE FD-VBR-PRAZO    TO FD-3N-PRAZO.
           WRITE REG-VENDAS3N.
           ADD 1 TO WK-CTL-QTDE.
           ADD FD-VBR-VALOR TO WK-CTL-HASH.
           MOVE SPACES       TO FD-ACK-MOTIVO.
           MOVE REG-VENDABR  TO FD-ACK-ORIGINAL.
           WRITE REG-VENDACK.
           PERFORM 275-CONFERIR-SALDO.
      *
      *    VENDA ACIMA DO SALDO DO DEPOSITO E ACEITA COM AVISO
      *    (QUEM BARRA A NOTA E A CRITICA, NAO O ESTOQUE); O
      *    SALDO DA TABELA ACOMPANHA O LOTE PARA A PROXIMA NOTA
       275-CONFERIR-SALDO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-EST FROM 1 BY 1
                   UNTIL WK-IND-EST > WK-TOT-ESTOQUE
                   OR ITEM-ACHADO
               IF EST-TAB-PRODUTO(WK-IND-EST) = FD-VBR-PRODUTO
                AND EST-TAB-ESTADO(WK-IND-EST) = FD-VBR-ESTADO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-EST
           ELSE
               IF WK-TOT-ESTOQUE >= 3000
                   DISPLAY 'TABELA DE ESTOQUE CHEIA (MAXIMO 3000 '
                           'REGISTROS) - CRITICA ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-ESTOQUE
               MOVE WK-TOT-ESTOQUE TO WK-IND-EST
               MOVE FD-VBR-PRODUTO TO EST-TAB-PRODUTO(WK-IND-EST)
               MOVE FD-VBR-ESTADO  TO EST-TAB-ESTADO(WK-IND-EST)
               MOVE ZEROS          TO EST-TAB-SALDO(WK-IND-EST)
           END-IF.
           IF FD-VBR-TIPO = 'V'
               IF FD-VBR-QUANTIDADE > EST-TAB-SALDO(WK-IND-EST)
                   PERFORM 266-GRAVAR-AVISO-SALDO
               END-IF
               SUBTRACT FD-VBR-QUANTIDADE
                   FROM EST-TAB-SALDO(WK-IND-EST)
           ELSE
               ADD FD-VBR-QUANTIDADE TO EST-TAB-SALDO(WK-IND-EST)
           END-IF.
       260-GRAVAR-REJEITO.
           ADD 1 TO WK-TOT-REJEITADOS.
           MOVE FD-VBR-NOTA     TO WK-REJ-NOTA.
           MOVE WK-REJ-MOTIVO TO FD-ACK-MOTIVO.
           MOVE REG-VENDABR  TO FD-ACK-ORIGINAL.
           WRITE REG-VENDACK.
      *
      *    PRODUTO SEM PRECO NA TABELA: A VENDA E ACEITA, MAS
      *    FICA NO RELVENDA PARA A AREA COMERCIAL CADASTRAR
       265-GRAVAR-AVISO-PRECO.
           ADD 1 TO WK-TOT-SEM-PRECO.
           MOVE FD-VBR-NOTA     TO WK-AVI-NOTA.
           MOVE FD-VBR-VENDEDOR TO WK-AVI-VENDEDOR.
           MOVE 'PRODUTO SEM PRECO DE LISTA NA UF'
                TO WK-AVI-TEXTO.
           WRITE REG-RELVENDA FROM WK-LINHA-AVISO.
       266-GRAVAR-AVISO-SALDO.
           ADD 1 TO WK-TOT-SEM-SALDO.
           MOVE FD-VBR-NOTA     TO WK-AVI-NOTA.
           MOVE FD-VBR-VENDEDOR TO WK-AVI-VENDEDOR.
           MOVE 'QTDE ACIMA DO SALDO EM ESTOQUE'
                TO WK-AVI-TEXTO.
           WRITE REG-RELVENDA FROM WK-LINHA-AVISO.
      ***************************************
       300-LER-VENDABR SECTION.
       301-LER-VENDABR.
           DISPLAY 'REGISTROS LIDOS DO LOTE = ' WK-REGS-LIDOS.
           DISPLAY 'REGISTROS VALIDOS       = ' WK-TOT-VALIDOS.
           DISPLAY 'REGISTROS REJEITADOS    = ' WK-TOT-REJEITADOS.
           DISPLAY 'VENDAS SEM PRECO LISTA  = ' WK-TOT-SEM-PRECO.
           DISPLAY 'VENDAS ACIMA DO ESTOQUE = ' WK-TOT-SEM-SALDO.
           IF WK-TOT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
