       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO162.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    APURACAO DA EXPOSICAO DE CREDITO POR GRUPO   *
      *    ECONOMICO (CADASTRO GRUPOECO DO ALUNO161):   *
      *    SOMA, POR GRUPO, O SALDO DEVEDOR DOS         *
      *    EMPRESTIMOS ATIVOS DOS MEMBROS (EMPREST,     *
      *    SALDO PELO ALUNO64), OS LIMITES DE CHEQUE    *
      *    ESPECIAL CONCEDIDOS (CLIENTEN) E O PRINCIPAL *
      *    DAS PROPOSTAS DO ALUNO116 PENDENTES NA FILA  *
      *    DE APROVACAO (PENDAPR). GRAVA O EXPGRUPO     *
      *    LIDO PELA ORIGINACAO (ALUNO116) E PELA       *
      *    REVISAO DE LIMITES (ALUNO93) E LISTA OS      *
      *    MAIORES GRUPOS POR EXPOSICAO (RELEXPO, SORT  *
      *    DESCENDENTE; QUANTIDADE NO CARTAO SYSIN      *
      *    COLS 1-3, PADRAO 20), COM O USO DO LIMITE E  *
      *    OS GRUPOS EXCEDIDOS.                         *
      *    PAGINACAO E CABECALHOS PELO ALUNO48          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-GRUPOECO ASSIGN TO GRUPOECO
               FILE STATUS IS WK-FS-GRUPOECO.
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-EMPREST  ASSIGN TO EMPREST
               FILE STATUS IS WK-FS-EMPREST.
           SELECT ARQ-PENDAPR  ASSIGN TO PENDAPR
               FILE STATUS IS WK-FS-PENDAPR.
           SELECT ARQ-EXPGRUPO ASSIGN TO EXPGRUPO
               FILE STATUS IS WK-FS-EXPGRUPO.
           SELECT ARQ-RELEXPO  ASSIGN TO RELEXPO
               FILE STATUS IS WK-FS-RELEXPO.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
           SELECT ARQ-SORTWK   ASSIGN TO SORTWK.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-GRUPOECO
            RECORDING MODE IS F.
           COPY GRUPOECO.
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-PENDAPR
            RECORDING MODE IS F.
           COPY PENDAPR.
       FD   ARQ-EXPGRUPO
            RECORDING MODE IS F.
           COPY EXPGRUPO.
       FD   ARQ-RELEXPO
            RECORDING MODE IS F.
       01  REG-RELEXPO              PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       SD   ARQ-SORTWK.
       01  REG-SORT.
           05 SRT-TOTAL             PIC 9(11)V99.
           05 SRT-GRUPO             PIC 9(5).
           05 SRT-NOME              PIC X(30).
           05 SRT-LIMITE            PIC 9(11)V99.
           05 SRT-MEMBROS           PIC 9(3).
           05 SRT-EMPRESTIMOS       PIC 9(11)V99.
           05 SRT-LIMITES-CE        PIC 9(11)V99.
           05 SRT-PROPOSTAS         PIC 9(11)V99.
       WORKING-STORAGE SECTION.
       77  WK-FS-GRUPOECO    PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-PENDAPR     PIC XX             VALUE SPACES.
       77  WK-FS-EXPGRUPO    PIC XX             VALUE SPACES.
       77  WK-FS-RELEXPO     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(08)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(06)          VALUE ZEROS.
      *
      *    CARTAO DE PARAMETROS: QUANTIDADE DE GRUPOS LISTADOS
       01  WK-PARM-CARD.
           05 WK-PARM-QTDE-TOPO    PIC 9(3)      VALUE ZEROS.
           05 FILLER               PIC X(77)     VALUE SPACES.
      *
      *    GRUPOS DO CADASTRO COM OS COMPONENTES DA EXPOSICAO
       01  TABELA-GRUPOS.
           05 GRP-ENTRADA            OCCURS 5000 TIMES.
              10 GRP-TAB-GRUPO       PIC 9(5).
              10 GRP-TAB-NOME        PIC X(30).
              10 GRP-TAB-LIMITE      PIC 9(11)V99.
              10 GRP-TAB-MEMBROS     PIC 9(3).
              10 GRP-TAB-EMPRESTIMOS PIC 9(11)V99.
              10 GRP-TAB-LIMITES-CE  PIC 9(11)V99.
              10 GRP-TAB-PROPOSTAS   PIC 9(11)V99.
       77  WK-TOT-GRUPOS     PIC 9(05)          VALUE ZEROS.
       77  WK-IND-GRP        PIC 9(05)          VALUE ZEROS.
      *
      *    CLIENTES MEMBROS E A POSICAO DO SEU GRUPO NA TABELA
       01  TABELA-MEMBROS.
           05 MEM-ENTRADA            OCCURS 5000 TIMES.
              10 MEM-TAB-CODIGO      PIC 9(5).
              10 MEM-TAB-IND-GRUPO   PIC 9(5).
       77  WK-TOT-MEMBROS    PIC 9(05)          VALUE ZEROS.
       77  WK-IND-MEM        PIC 9(05)          VALUE ZEROS.
       77  WK-GRUPO-PROCURA  PIC 9(05)          VALUE ZEROS.
       77  WK-CODIGO-PROCURA PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    PROPOSTA DO ALUNO116 GUARDADA NA FILA (LAYOUT
      *    PROPEMP NO MOVIMENTO)
       01  WK-PROPOSTA-PEND.
           05 WK-PPD-CODIGO        PIC 9(5).
           05 WK-PPD-PRINCIPAL     PIC 9(7)V99.
           05 FILLER               PIC X(66).
      *
      *    TOTAIS E RANKING
       77  WK-SALDO-CONTRATO PIC 9(7)V99        VALUE ZEROS.
       77  WK-TOTAL-GRUPO    PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-EXPOSICAO  PIC 9(13)V99       VALUE ZEROS.
       77  WK-TOT-EXCEDIDOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-PENDENTES  PIC 9(05)          VALUE ZEROS.
       77  WK-POSICAO        PIC 9(05)          VALUE ZEROS.
       77  WK-USO-LIMITE     PIC 9(4)           VALUE ZEROS.
       77  WK-FIM-SORT       PIC X(1)           VALUE 'N'.
       77  WK-VAL-EDIT       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-LINHA-COLUNAS.
           05 FILLER               PIC X(03)     VALUE 'POS'.
           05 FILLER               PIC X(07)     VALUE ' GRUPO '.
           05 FILLER               PIC X(20)     VALUE 'NOME'.
           05 FILLER               PIC X(04)     VALUE ' MBR'.
           05 FILLER               PIC X(15)
                                   VALUE '    EMPRESTIMOS'.
           05 FILLER               PIC X(15)
                                   VALUE '  CHEQUE ESPEC.'.
           05 FILLER               PIC X(15)
                                   VALUE '      PROPOSTAS'.
           05 FILLER               PIC X(18)
                                   VALUE '   EXPOSICAO TOTAL'.
           05 FILLER               PIC X(18)
                                   VALUE '   LIMITE DO GRUPO'.
           05 FILLER               PIC X(06)     VALUE '   USO'.
           05 FILLER               PIC X(09)     VALUE ' SITUACAO'.
      *
       01  WK-LINHA-RANKING.
           05 WK-LR-POSICAO        PIC ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-GRUPO          PIC 9(5).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-NOME           PIC X(20).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-MEMBROS        PIC ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-EMPRESTIMOS    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-LIMITES-CE     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-PROPOSTAS      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-TOTAL          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-LIMITE         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-USO            PIC ZZZ9.
           05 FILLER               PIC X(01)     VALUE '%'.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-SITUACAO       PIC X(08).
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
               ON DESCENDING KEY SRT-TOTAL
               ON ASCENDING  KEY SRT-GRUPO
               INPUT  PROCEDURE IS 200-GRAVAR-EXPOSICAO
               OUTPUT PROCEDURE IS 300-IMPRIMIR-RANKING.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           IF WK-PARM-QTDE-TOPO NOT NUMERIC
            OR WK-PARM-QTDE-TOPO = ZEROS
               MOVE 20 TO WK-PARM-QTDE-TOPO
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           PERFORM 110-CARREGAR-GRUPOS.
           PERFORM 120-ACUMULAR-LIMITES.
           PERFORM 130-ACUMULAR-EMPRESTIMOS.
           PERFORM 140-ACUMULAR-PROPOSTAS.
           OPEN OUTPUT ARQ-EXPGRUPO.
           OPEN OUTPUT ARQ-RELEXPO.
      *
      *    O REGISTRO DO GRUPO (CODIGO ZEROS) VEM ANTES DOS
      *    SEUS MEMBROS NA ORDEM DO CADASTRO
       110-CARREGAR-GRUPOS.
           OPEN INPUT ARQ-GRUPOECO.
           EVALUATE WK-FS-GRUPOECO
               WHEN '00'
                   PERFORM 112-LER-GRUPOECO
                   PERFORM 111-CARREGAR-GRUPO
                       UNTIL WK-FS-GRUPOECO = '10'
                   CLOSE ARQ-GRUPOECO
               WHEN OTHER
                   DISPLAY 'ARQUIVO GRUPOECO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       111-CARREGAR-GRUPO.
           ADD 1 TO WK-REGS-LIDOS.
           IF GRE-REG-GRUPO
               IF WK-TOT-GRUPOS >= 5000
                   DISPLAY 'TABELA DE GRUPOS CHEIA (MAXIMO '
                           '5000 REGISTROS) - APURACAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-GRUPOS
               MOVE WK-TOT-GRUPOS TO WK-IND-GRP
               MOVE FD-GRE-GRUPO  TO GRP-TAB-GRUPO(WK-IND-GRP)
               MOVE FD-GRE-NOME   TO GRP-TAB-NOME(WK-IND-GRP)
               MOVE FD-GRE-LIMITE TO GRP-TAB-LIMITE(WK-IND-GRP)
               MOVE ZEROS TO GRP-TAB-MEMBROS(WK-IND-GRP)
                             GRP-TAB-EMPRESTIMOS(WK-IND-GRP)
                             GRP-TAB-LIMITES-CE(WK-IND-GRP)
                             GRP-TAB-PROPOSTAS(WK-IND-GRP)
           ELSE
               MOVE FD-GRE-GRUPO TO WK-GRUPO-PROCURA
               PERFORM 510-PROCURAR-GRUPO
               IF ITEM-ACHADO
                   PERFORM 113-CARREGAR-MEMBRO
               ELSE
                   DISPLAY 'MEMBRO ' FD-GRE-CODIGO
                           ' SEM O REGISTRO DO GRUPO ' FD-GRE-GRUPO
                           ' - IGNORADO'
               END-IF
           END-IF.
           PERFORM 112-LER-GRUPOECO.
       112-LER-GRUPOECO.
           READ ARQ-GRUPOECO
               AT END
                   MOVE '10' TO WK-FS-GRUPOECO
           END-READ.
       113-CARREGAR-MEMBRO.
           IF WK-TOT-MEMBROS >= 5000
               DISPLAY 'TABELA DE MEMBROS CHEIA (MAXIMO '
                       '5000 REGISTROS) - APURACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-MEMBROS.
           MOVE FD-GRE-CODIGO TO MEM-TAB-CODIGO(WK-TOT-MEMBROS).
           MOVE WK-IND-GRP    TO MEM-TAB-IND-GRUPO(WK-TOT-MEMBROS).
           ADD 1 TO GRP-TAB-MEMBROS(WK-IND-GRP).
      *
      *    LIMITE DE CHEQUE ESPECIAL CONCEDIDO AOS MEMBROS
       120-ACUMULAR-LIMITES.
           OPEN INPUT ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
               WHEN '00'
                   PERFORM 122-LER-CLIENTEN
                   PERFORM 121-ACUMULAR-LIMITE
                       UNTIL WK-FS-CLIENTEN = '10'
                   CLOSE ARQ-CLIENTEN
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIENTEN NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       121-ACUMULAR-LIMITE.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-CLN-LIMITE > ZEROS
               MOVE FD-CLN-CODIGO TO WK-CODIGO-PROCURA
               PERFORM 520-PROCURAR-MEMBRO
               IF ITEM-ACHADO
                   ADD FD-CLN-LIMITE
                       TO GRP-TAB-LIMITES-CE(WK-IND-GRP)
               END-IF
           END-IF.
           PERFORM 122-LER-CLIENTEN.
       122-LER-CLIENTEN.
           READ ARQ-CLIENTEN
               AT END
                   MOVE '10' TO WK-FS-CLIENTEN
           END-READ.
      *
      *    SALDO DEVEDOR NA ULTIMA PARCELA FATURADA, COMO NA
      *    QUITACAO DO ALUNO114
       130-ACUMULAR-EMPRESTIMOS.
           OPEN INPUT ARQ-EMPREST.
           EVALUATE WK-FS-EMPREST
               WHEN '00'
                   PERFORM 132-LER-EMPREST
                   PERFORM 131-ACUMULAR-CONTRATO
                       UNTIL WK-FS-EMPREST = '10'
                   CLOSE ARQ-EMPREST
               WHEN OTHER
                   DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       131-ACUMULAR-CONTRATO.
           ADD 1 TO WK-REGS-LIDOS.
           IF EMP-SIT-ATIVO
               MOVE FD-EMP-CODIGO TO WK-CODIGO-PROCURA
               PERFORM 520-PROCURAR-MEMBRO
               IF ITEM-ACHADO
                   PERFORM 133-CALCULAR-SALDO
                   ADD WK-SALDO-CONTRATO
                       TO GRP-TAB-EMPRESTIMOS(WK-IND-GRP)
               END-IF
           END-IF.
           PERFORM 132-LER-EMPREST.
       132-LER-EMPREST.
           READ ARQ-EMPREST
               AT END
                   MOVE '10' TO WK-FS-EMPREST
           END-READ.
       133-CALCULAR-SALDO.
           MOVE FD-EMP-PRINCIPAL   TO LK-AMT-PRINCIPAL.
           MOVE FD-EMP-TAXA-MENSAL TO LK-AMT-TAXA-MENSAL.
           MOVE FD-EMP-PRAZO       TO LK-AMT-PRAZO.
           MOVE FD-EMP-SISTEMA     TO LK-AMT-SISTEMA.
           CALL 'ALUNO64' USING LK-AMT-COM.
           EVALUATE TRUE
               WHEN LK-AMT-ERRO
                OR FD-EMP-PARCELAS-FATUR = ZEROS
                   MOVE FD-EMP-PRINCIPAL TO WK-SALDO-CONTRATO
               WHEN OTHER
                   MOVE LK-AMT-SALDO(FD-EMP-PARCELAS-FATUR)
                        TO WK-SALDO-CONTRATO
           END-EVALUATE.
      *
      *    PROPOSTAS DO ALUNO116 AINDA PENDENTES NA FILA A
      *    QUATRO OLHOS (JA DECIDIDAS NAO CONTAM: AS
      *    APROVADAS VIRAM CONTRATO NO EMPREST)
       140-ACUMULAR-PROPOSTAS.
           OPEN INPUT ARQ-PENDAPR.
           EVALUATE WK-FS-PENDAPR
               WHEN '00'
                   PERFORM 142-LER-PENDAPR
                   PERFORM 141-ACUMULAR-PROPOSTA
                       UNTIL WK-FS-PENDAPR = '10'
                   CLOSE ARQ-PENDAPR
               WHEN OTHER
                   DISPLAY 'ARQUIVO PENDAPR NAO ENCONTRADO - '
                           'SEM PROPOSTAS PENDENTES'
           END-EVALUATE.
       141-ACUMULAR-PROPOSTA.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-PAP-ORIGEM = 'ALUNO116'
            AND PAP-DEC-PENDENTE
               MOVE FD-PAP-MOVIMENTO TO WK-PROPOSTA-PEND
               IF WK-PPD-PRINCIPAL NUMERIC
                   MOVE WK-PPD-CODIGO TO WK-CODIGO-PROCURA
                   PERFORM 520-PROCURAR-MEMBRO
                   IF ITEM-ACHADO
                       ADD 1 TO WK-TOT-PENDENTES
                       ADD WK-PPD-PRINCIPAL
                           TO GRP-TAB-PROPOSTAS(WK-IND-GRP)
                   END-IF
               END-IF
           END-IF.
           PERFORM 142-LER-PENDAPR.
       142-LER-PENDAPR.
           READ ARQ-PENDAPR
               AT END
                   MOVE '10' TO WK-FS-PENDAPR
           END-READ.
      ***************************************
      *    PROCEDIMENTO DE ENTRADA DO SORT: GRAVA A EXPOSICAO
      *    DE CADA GRUPO NO EXPGRUPO E A LIBERA PARA O RANKING
       200-GRAVAR-EXPOSICAO SECTION.
       201-PROCESSAR.
           PERFORM 202-GRAVAR-GRUPO
               VARYING WK-IND-GRP FROM 1 BY 1
               UNTIL WK-IND-GRP > WK-TOT-GRUPOS.
           GO TO 209-SAIDA.
       202-GRAVAR-GRUPO.
           COMPUTE WK-TOTAL-GRUPO =
                   GRP-TAB-EMPRESTIMOS(WK-IND-GRP)
                   + GRP-TAB-LIMITES-CE(WK-IND-GRP)
                   + GRP-TAB-PROPOSTAS(WK-IND-GRP).
           ADD WK-TOTAL-GRUPO TO WK-TOT-EXPOSICAO.
           IF WK-TOTAL-GRUPO > GRP-TAB-LIMITE(WK-IND-GRP)
               ADD 1 TO WK-TOT-EXCEDIDOS
           END-IF.
           MOVE SPACES TO REG-EXPGRUPO.
           MOVE GRP-TAB-GRUPO(WK-IND-GRP)   TO FD-EXG-GRUPO.
           MOVE GRP-TAB-NOME(WK-IND-GRP)    TO FD-EXG-NOME.
           MOVE GRP-TAB-LIMITE(WK-IND-GRP)  TO FD-EXG-LIMITE.
           MOVE GRP-TAB-MEMBROS(WK-IND-GRP) TO FD-EXG-QTDE-MEMBROS.
           MOVE GRP-TAB-EMPRESTIMOS(WK-IND-GRP)
                TO FD-EXG-EMPRESTIMOS.
           MOVE GRP-TAB-LIMITES-CE(WK-IND-GRP)
                TO FD-EXG-LIMITES-CE.
           MOVE GRP-TAB-PROPOSTAS(WK-IND-GRP)
                TO FD-EXG-PROPOSTAS.
           MOVE WK-TOTAL-GRUPO  TO FD-EXG-TOTAL.
           MOVE WK-DATA-EXEC    TO FD-EXG-DATA-BASE.
           WRITE REG-EXPGRUPO.
           MOVE SPACES          TO REG-SORT.
           MOVE WK-TOTAL-GRUPO  TO SRT-TOTAL.
           MOVE FD-EXG-GRUPO    TO SRT-GRUPO.
           MOVE FD-EXG-NOME     TO SRT-NOME.
           MOVE FD-EXG-LIMITE   TO SRT-LIMITE.
           MOVE FD-EXG-QTDE-MEMBROS TO SRT-MEMBROS.
           MOVE FD-EXG-EMPRESTIMOS  TO SRT-EMPRESTIMOS.
           MOVE FD-EXG-LIMITES-CE   TO SRT-LIMITES-CE.
           MOVE FD-EXG-PROPOSTAS    TO SRT-PROPOSTAS.
           RELEASE REG-SORT.
       209-SAIDA.
           EXIT.
      ***************************************
      *    PROCEDIMENTO DE SAIDA DO SORT: LISTA OS PRIMEIROS
      *    GRUPOS POR EXPOSICAO, NA QUANTIDADE DO CARTAO
       300-IMPRIMIR-RANKING SECTION.
       301-IMPRIMIR-RANKING.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'MAIORES EXPOSICOES DE CREDITO POR GRUPO ECONOMICO'
                TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           MOVE WK-LINHA-COLUNAS TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE 'N' TO WK-FIM-SORT.
           PERFORM 302-RETORNAR-GRUPO.
           PERFORM 303-IMPRIMIR-GRUPO
               UNTIL WK-FIM-SORT = 'S'.
           GO TO 309-SAIDA.
       302-RETORNAR-GRUPO.
           RETURN ARQ-SORTWK
               AT END
                   MOVE 'S' TO WK-FIM-SORT
           END-RETURN.
       303-IMPRIMIR-GRUPO.
           ADD 1 TO WK-POSICAO.
           IF WK-POSICAO NOT > WK-PARM-QTDE-TOPO
               PERFORM 304-DETALHAR-GRUPO
           END-IF.
           PERFORM 302-RETORNAR-GRUPO.
       304-DETALHAR-GRUPO.
           MOVE SPACES TO WK-LR-SITUACAO.
           MOVE 9999   TO WK-USO-LIMITE.
           IF SRT-LIMITE > ZEROS
               COMPUTE WK-USO-LIMITE = SRT-TOTAL * 100 / SRT-LIMITE
                   ON SIZE ERROR
                       MOVE 9999 TO WK-USO-LIMITE
               END-COMPUTE
           END-IF.
           IF SRT-TOTAL > SRT-LIMITE
               MOVE 'EXCEDIDO' TO WK-LR-SITUACAO
           END-IF.
           MOVE WK-POSICAO      TO WK-LR-POSICAO.
           MOVE SRT-GRUPO       TO WK-LR-GRUPO.
           MOVE SRT-NOME        TO WK-LR-NOME.
           MOVE SRT-MEMBROS     TO WK-LR-MEMBROS.
           MOVE SRT-EMPRESTIMOS TO WK-LR-EMPRESTIMOS.
           MOVE SRT-LIMITES-CE  TO WK-LR-LIMITES-CE.
           MOVE SRT-PROPOSTAS   TO WK-LR-PROPOSTAS.
           MOVE SRT-TOTAL       TO WK-LR-TOTAL.
           MOVE SRT-LIMITE      TO WK-LR-LIMITE.
           MOVE WK-USO-LIMITE   TO WK-LR-USO.
           MOVE WK-LINHA-RANKING TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
       309-SAIDA.
           EXIT.
      ***************************************
       500-APOIO SECTION.
       510-PROCURAR-GRUPO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-GRP FROM 1 BY 1
                   UNTIL WK-IND-GRP > WK-TOT-GRUPOS
                   OR ITEM-ACHADO
               IF GRP-TAB-GRUPO(WK-IND-GRP) = WK-GRUPO-PROCURA
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-GRP
           END-IF.
      *
      *    DEVOLVE EM WK-IND-GRP O GRUPO DO CLIENTE MEMBRO
       520-PROCURAR-MEMBRO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-MEM FROM 1 BY 1
                   UNTIL WK-IND-MEM > WK-TOT-MEMBROS
                   OR ITEM-ACHADO
               IF MEM-TAB-CODIGO(WK-IND-MEM) = WK-CODIGO-PROCURA
                   SET ITEM-ACHADO TO TRUE
                   MOVE MEM-TAB-IND-GRUPO(WK-IND-MEM) TO WK-IND-GRP
               END-IF
           END-PERFORM.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'GRUPOS CADASTRADOS: '    DELIMITED BY SIZE
                  WK-TOT-GRUPOS             DELIMITED BY SIZE
                  '   ACIMA DO LIMITE: '    DELIMITED BY SIZE
                  WK-TOT-EXCEDIDOS          DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-TOT-EXPOSICAO TO WK-VAL-EDIT.
           STRING 'EXPOSICAO TOTAL DOS GRUPOS: ' DELIMITED BY SIZE
                  WK-VAL-EDIT                    DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           DISPLAY 'GRUPOS APURADOS           = ' WK-TOT-GRUPOS.
           DISPLAY 'MEMBROS                   = ' WK-TOT-MEMBROS.
           DISPLAY 'PROPOSTAS PENDENTES       = ' WK-TOT-PENDENTES.
           DISPLAY 'GRUPOS ACIMA DO LIMITE    = ' WK-TOT-EXCEDIDOS.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-EXPGRUPO.
           CLOSE ARQ-RELEXPO.
       910-DETALHE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
      ***************************************
       915-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELEXPO
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO162'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
