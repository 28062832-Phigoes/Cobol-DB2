       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO164.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    RESULTADO MENSAL DA CARTEIRA POR AGENCIA DE  *
      *    RELACIONAMENTO (CLIAGENC, MANTIDO PELO       *
      *    ALUNO27): SOMA POR AGENCIA A QUANTIDADE DE   *
      *    CLIENTES NAO ENCERRADOS E OS SALDOS CREDORES *
      *    DE CONTA CORRENTE E DE POUPANCA (CLIENTEN),  *
      *    O SALDO DEVEDOR DOS EMPRESTIMOS ATIVOS       *
      *    (EMPREST, SALDO PELO ALUNO64) E O RESULTADO  *
      *    DE RENTABILIDADE DO MES (RENTAB DO ALUNO89). *
      *    O MOVIMENTO DA CARTEIRA NO MES SAI DAS       *
      *    TRANSFERENCIAS (FUNCAO G) DO AUDCLI:         *
      *    ENTRADAS NA AGENCIA DE DESTINO E SAIDAS NA   *
      *    DE ORIGEM. AS AGENCIAS SAEM EM ORDEM         *
      *    DESCENDENTE DE RESULTADO (SORT), COM A LINHA *
      *    DE TOTAL GERAL; CLIENTES SEM AGENCIA FICAM   *
      *    NA AGENCIA 000. CARTAO SYSIN: MES DE         *
      *    REFERENCIA AAAAMM (COLS 1-6, EM BRANCO = MES *
      *    CORRENTE). PAGINACAO E CABECALHOS PELO       *
      *    ALUNO48                                      *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AGENCIAS ASSIGN TO AGENCIAS
               FILE STATUS IS WK-FS-AGENCIAS.
           SELECT ARQ-CLIAGENC ASSIGN TO CLIAGENC
               FILE STATUS IS WK-FS-CLIAGENC.
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-EMPREST  ASSIGN TO EMPREST
               FILE STATUS IS WK-FS-EMPREST.
           SELECT ARQ-RENTAB   ASSIGN TO RENTAB
               FILE STATUS IS WK-FS-RENTAB.
           SELECT ARQ-AUDCLI   ASSIGN TO AUDCLI
               FILE STATUS IS WK-FS-AUDCLI.
           SELECT ARQ-RELAGEN  ASSIGN TO RELAGEN
               FILE STATUS IS WK-FS-RELAGEN.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
           SELECT ARQ-SORTWK   ASSIGN TO SORTWK.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-AGENCIAS
            RECORDING MODE IS F.
           COPY AGENCIA.
       FD   ARQ-CLIAGENC
            RECORDING MODE IS F.
           COPY CLIAGENC.
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
      *    RENTABILIDADE POR CLIENTE GRAVADA PELO ALUNO89
       FD   ARQ-RENTAB
            RECORDING MODE IS F.
       01  REG-RENTAB.
           05 FD-REN-CODIGO         PIC 9(5).
           05 FD-REN-ANOMES         PIC 9(6).
           05 FD-REN-RECEITAS       PIC 9(9)V99.
           05 FD-REN-CUSTOS         PIC 9(9)V99.
           05 FD-REN-RESULTADO      PIC S9(9)V99.
           05 FILLER                PIC X(03).
       FD   ARQ-AUDCLI
            RECORDING MODE IS F.
           COPY AUDCLI.
       FD   ARQ-RELAGEN
            RECORDING MODE IS F.
       01  REG-RELAGEN              PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       SD   ARQ-SORTWK.
       01  REG-SORT.
           05 SRT-RESULTADO         PIC S9(11)V99.
           05 SRT-AGENCIA           PIC 9(3).
           05 SRT-NOME              PIC X(25).
           05 SRT-CLIENTES          PIC 9(5).
           05 SRT-DEPOSITOS         PIC 9(11)V99.
           05 SRT-POUPANCA          PIC 9(11)V99.
           05 SRT-EMPRESTIMOS       PIC 9(11)V99.
           05 SRT-ENTRADAS          PIC 9(5).
           05 SRT-SAIDAS            PIC 9(5).
       WORKING-STORAGE SECTION.
       77  WK-FS-AGENCIAS    PIC XX             VALUE SPACES.
       77  WK-FS-CLIAGENC    PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-RENTAB      PIC XX             VALUE SPACES.
       77  WK-FS-AUDCLI      PIC XX             VALUE SPACES.
       77  WK-FS-RELAGEN     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(06)          VALUE ZEROS.
      *
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
      *
      *    CARTAO DE PARAMETROS: MES DE REFERENCIA
       01  WK-PARM-CARD.
           05 WK-PARM-ANOMES       PIC 9(6)      VALUE ZEROS.
           05 FILLER               PIC X(74)     VALUE SPACES.
       77  WK-ANOMES         PIC 9(6)           VALUE ZEROS.
       77  WK-AUD-ANOMES     PIC 9(6)           VALUE ZEROS.
      *
      *    AGENCIAS DO CADASTRO (A PRIMEIRA E A 000, DOS
      *    CLIENTES SEM AGENCIA DE RELACIONAMENTO) COM OS
      *    TOTAIS DA CARTEIRA
       01  TABELA-AGENCIAS.
           05 AGE-ENTRADA            OCCURS 200 TIMES.
              10 AGE-TAB-CODIGO      PIC 9(3).
              10 AGE-TAB-NOME        PIC X(25).
              10 AGE-TAB-CLIENTES    PIC 9(5).
              10 AGE-TAB-DEPOSITOS   PIC 9(11)V99.
              10 AGE-TAB-POUPANCA    PIC 9(11)V99.
              10 AGE-TAB-EMPRESTIMOS PIC 9(11)V99.
              10 AGE-TAB-RESULTADO   PIC S9(11)V99.
              10 AGE-TAB-ENTRADAS    PIC 9(5).
              10 AGE-TAB-SAIDAS      PIC 9(5).
       77  WK-TOT-AGENCIAS   PIC 9(03)          VALUE ZEROS.
       77  WK-IND-AGE        PIC 9(03)          VALUE ZEROS.
       77  WK-AGE-PROCURA    PIC 9(03)          VALUE ZEROS.
       77  WK-ACHOU-AGE      PIC X              VALUE 'N'.
           88 AGENCIA-ACHADA                    VALUE 'S'.
           88 AGENCIA-NAO-ACHADA                VALUE 'N'.
      *
      *    CARTEIRA: CLIENTE E A POSICAO DA SUA AGENCIA
       01  TABELA-CARTEIRA.
           05 CRT-ENTRADA            OCCURS 5000 TIMES.
              10 CRT-TAB-CODIGO      PIC 9(5).
              10 CRT-TAB-IND-AGE     PIC 9(3).
       77  WK-TOT-CARTEIRA   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CRT        PIC 9(05)          VALUE ZEROS.
       77  WK-CODIGO-PROCURA PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    NOME ANTES/DEPOIS DO AUDCLI NA TRANSFERENCIA
       01  WK-TEXTO-AGENCIA.
           05 WK-TXA-ROTULO        PIC X(08).
           05 WK-TXA-AGENCIA       PIC 9(3).
           05 FILLER               PIC X(14).
      *
      *    TOTAIS E RANKING
       77  WK-SALDO-CONTRATO PIC 9(7)V99        VALUE ZEROS.
       77  WK-TOT-CLIENTES   PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DEPOSITOS  PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-POUPANCA   PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-EMPRESTIMOS PIC 9(11)V99      VALUE ZEROS.
       77  WK-TOT-RESULTADO  PIC S9(11)V99      VALUE ZEROS.
       77  WK-TOT-TRANSFER   PIC 9(05)          VALUE ZEROS.
       77  WK-POSICAO        PIC 9(03)          VALUE ZEROS.
       77  WK-FIM-SORT       PIC X(1)           VALUE 'N'.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-LINHA-MES.
           05 FILLER               PIC X(19)
                                   VALUE 'MES DE REFERENCIA: '.
           05 WK-LM-ANOMES         PIC 9(6).
      *
       01  WK-LINHA-COLUNAS.
           05 FILLER               PIC X(03)     VALUE 'POS'.
           05 FILLER               PIC X(05)     VALUE ' AGE '.
           05 FILLER               PIC X(20)     VALUE 'NOME'.
           05 FILLER               PIC X(08)     VALUE 'CLIENTES'.
           05 FILLER               PIC X(18)
                                   VALUE '         DEPOSITOS'.
           05 FILLER               PIC X(18)
                                   VALUE '          POUPANCA'.
           05 FILLER               PIC X(18)
                                   VALUE '       EMPRESTIMOS'.
           05 FILLER               PIC X(18)
                                   VALUE '         RESULTADO'.
           05 FILLER               PIC X(06)     VALUE ' ENTR.'.
           05 FILLER               PIC X(06)     VALUE ' SAID.'.
           05 FILLER               PIC X(06)     VALUE '  LIQ.'.
      *
       01  WK-LINHA-RANKING.
           05 WK-LR-POSICAO        PIC ZZ9.
           05 WK-LR-POSICAO-X REDEFINES WK-LR-POSICAO
                                   PIC X(03).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-AGENCIA        PIC 9(3).
           05 WK-LR-AGENCIA-X REDEFINES WK-LR-AGENCIA
                                   PIC X(03).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-NOME           PIC X(20).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-CLIENTES       PIC ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-DEPOSITOS      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-POUPANCA       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-EMPRESTIMOS    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-RESULTADO      PIC --.---.---.--9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-ENTRADAS       PIC ZZZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-SAIDAS         PIC ZZZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-LIQUIDO        PIC ----9.
       77  WK-LIQUIDO        PIC S9(5)          VALUE ZEROS.
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
               ON DESCENDING KEY SRT-RESULTADO
               ON ASCENDING  KEY SRT-AGENCIA
               INPUT  PROCEDURE IS 200-LIBERAR-AGENCIAS
               OUTPUT PROCEDURE IS 300-IMPRIMIR-RANKING.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-ANOMES NUMERIC
            AND WK-PARM-ANOMES > ZEROS
               MOVE WK-PARM-ANOMES TO WK-ANOMES
           ELSE
               COMPUTE WK-ANOMES = WK-EXE-ANO * 100 + WK-EXE-MES
           END-IF.
           PERFORM 110-CARREGAR-AGENCIAS.
           PERFORM 120-CARREGAR-CARTEIRA.
           PERFORM 130-ACUMULAR-SALDOS.
           PERFORM 140-ACUMULAR-EMPRESTIMOS.
           PERFORM 150-ACUMULAR-RESULTADO.
           PERFORM 160-ACUMULAR-TRANSFERENCIAS.
           OPEN OUTPUT ARQ-RELAGEN.
       110-CARREGAR-AGENCIAS.
           OPEN INPUT ARQ-AGENCIAS.
           EVALUATE WK-FS-AGENCIAS
               WHEN '00'
                   MOVE ZEROS  TO FD-AGE-CODIGO
                   MOVE 'SEM AGENCIA DEFINIDA' TO FD-AGE-NOME
                   PERFORM 111-GUARDAR-AGENCIA
                   PERFORM 111-GUARDAR-AGENCIA
                       UNTIL WK-FS-AGENCIAS = '10'
                   CLOSE ARQ-AGENCIAS
               WHEN OTHER
                   DISPLAY 'ARQUIVO AGENCIAS NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       111-GUARDAR-AGENCIA.
           IF WK-TOT-AGENCIAS >= 200
               DISPLAY 'TABELA DE AGENCIAS CHEIA (MAXIMO 200 '
                       'REGISTROS) - RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-AGENCIAS.
           MOVE WK-TOT-AGENCIAS TO WK-IND-AGE.
           MOVE FD-AGE-CODIGO   TO AGE-TAB-CODIGO(WK-IND-AGE).
           MOVE FD-AGE-NOME     TO AGE-TAB-NOME(WK-IND-AGE).
           MOVE ZEROS TO AGE-TAB-CLIENTES(WK-IND-AGE)
                         AGE-TAB-DEPOSITOS(WK-IND-AGE)
                         AGE-TAB-POUPANCA(WK-IND-AGE)
                         AGE-TAB-EMPRESTIMOS(WK-IND-AGE)
                         AGE-TAB-RESULTADO(WK-IND-AGE)
                         AGE-TAB-ENTRADAS(WK-IND-AGE)
                         AGE-TAB-SAIDAS(WK-IND-AGE).
           PERFORM 112-LER-AGENCIAS.
       112-LER-AGENCIAS.
           READ ARQ-AGENCIAS
               AT END
                   MOVE '10' TO WK-FS-AGENCIAS
           END-READ.
      *
      *    AGENCIA FORA DO CADASTRO CONTA COMO SEM AGENCIA
       120-CARREGAR-CARTEIRA.
           OPEN INPUT ARQ-CLIAGENC.
           EVALUATE WK-FS-CLIAGENC
               WHEN '00'
                   PERFORM 122-LER-CLIAGENC
                   PERFORM 121-GUARDAR-CLIENTE
                       UNTIL WK-FS-CLIAGENC = '10'
                   CLOSE ARQ-CLIAGENC
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIAGENC NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       121-GUARDAR-CLIENTE.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-CAG-AGENCIA > ZEROS
               IF WK-TOT-CARTEIRA >= 5000
                   DISPLAY 'TABELA DE CARTEIRA CHEIA (MAXIMO '
                           '5000 REGISTROS) - RELATORIO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FD-CAG-AGENCIA TO WK-AGE-PROCURA
               PERFORM 510-PROCURAR-AGENCIA
               IF AGENCIA-NAO-ACHADA
                   DISPLAY 'CLIENTE ' FD-CAG-CODIGO ' NA AGENCIA '
                           FD-CAG-AGENCIA ' FORA DO CADASTRO'
                   MOVE 1 TO WK-IND-AGE
               END-IF
               ADD 1 TO WK-TOT-CARTEIRA
               MOVE FD-CAG-CODIGO TO CRT-TAB-CODIGO(WK-TOT-CARTEIRA)
               MOVE WK-IND-AGE    TO CRT-TAB-IND-AGE(WK-TOT-CARTEIRA)
           END-IF.
           PERFORM 122-LER-CLIAGENC.
       122-LER-CLIAGENC.
           READ ARQ-CLIAGENC
               AT END
                   MOVE '10' TO WK-FS-CLIAGENC
           END-READ.
      *
      *    CLIENTES NAO ENCERRADOS; SALDO DEVEDOR DE CONTA
      *    CORRENTE (CHEQUE ESPECIAL) NAO E DEPOSITO
       130-ACUMULAR-SALDOS.
           OPEN INPUT ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
               WHEN '00'
                   PERFORM 132-LER-CLIENTEN
                   PERFORM 131-ACUMULAR-CLIENTE
                       UNTIL WK-FS-CLIENTEN = '10'
                   CLOSE ARQ-CLIENTEN
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIENTEN NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       131-ACUMULAR-CLIENTE.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-CLN-SITUACAO NOT = 'E'
               MOVE FD-CLN-CODIGO TO WK-CODIGO-PROCURA
               PERFORM 520-PROCURAR-CLIENTE
               ADD 1 TO AGE-TAB-CLIENTES(WK-IND-AGE)
               IF FD-CLN-SALDO-CC > ZEROS
                   ADD FD-CLN-SALDO-CC
                       TO AGE-TAB-DEPOSITOS(WK-IND-AGE)
               END-IF
               IF FD-CLN-SALDO-POUP > ZEROS
                   ADD FD-CLN-SALDO-POUP
                       TO AGE-TAB-POUPANCA(WK-IND-AGE)
               END-IF
           END-IF.
           PERFORM 132-LER-CLIENTEN.
       132-LER-CLIENTEN.
           READ ARQ-CLIENTEN
               AT END
                   MOVE '10' TO WK-FS-CLIENTEN
           END-READ.
      *
      *    SALDO DEVEDOR NA ULTIMA PARCELA FATURADA, COMO NA
      *    QUITACAO DO ALUNO114
       140-ACUMULAR-EMPRESTIMOS.
           OPEN INPUT ARQ-EMPREST.
           EVALUATE WK-FS-EMPREST
               WHEN '00'
                   PERFORM 142-LER-EMPREST
                   PERFORM 141-ACUMULAR-CONTRATO
                       UNTIL WK-FS-EMPREST = '10'
                   CLOSE ARQ-EMPREST
               WHEN OTHER
                   DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO - '
                           'CARTEIRA SEM EMPRESTIMOS'
           END-EVALUATE.
       141-ACUMULAR-CONTRATO.
           ADD 1 TO WK-REGS-LIDOS.
           IF EMP-SIT-ATIVO
               MOVE FD-EMP-CODIGO TO WK-CODIGO-PROCURA
               PERFORM 520-PROCURAR-CLIENTE
               PERFORM 143-CALCULAR-SALDO
               ADD WK-SALDO-CONTRATO
                   TO AGE-TAB-EMPRESTIMOS(WK-IND-AGE)
           END-IF.
           PERFORM 142-LER-EMPREST.
       142-LER-EMPREST.
           READ ARQ-EMPREST
               AT END
                   MOVE '10' TO WK-FS-EMPREST
           END-READ.
       143-CALCULAR-SALDO.
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
      *    RESULTADO DO MES DE REFERENCIA APURADO PELO ALUNO89
       150-ACUMULAR-RESULTADO.
           OPEN INPUT ARQ-RENTAB.
           EVALUATE WK-FS-RENTAB
               WHEN '00'
                   PERFORM 152-LER-RENTAB
                   PERFORM 151-ACUMULAR-RENTAB
                       UNTIL WK-FS-RENTAB = '10'
                   CLOSE ARQ-RENTAB
               WHEN OTHER
                   DISPLAY 'ARQUIVO RENTAB NAO ENCONTRADO - '
                           'CARTEIRA SEM RESULTADO'
           END-EVALUATE.
       151-ACUMULAR-RENTAB.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-REN-ANOMES = WK-ANOMES
               MOVE FD-REN-CODIGO TO WK-CODIGO-PROCURA
               PERFORM 520-PROCURAR-CLIENTE
               ADD FD-REN-RESULTADO
                   TO AGE-TAB-RESULTADO(WK-IND-AGE)
           END-IF.
           PERFORM 152-LER-RENTAB.
       152-LER-RENTAB.
           READ ARQ-RENTAB
               AT END
                   MOVE '10' TO WK-FS-RENTAB
           END-READ.
      *
      *    TRANSFERENCIAS DE CARTEIRA DO MES NA TRILHA DO
      *    ALUNO27: NOME ANTES = ORIGEM, NOME DEPOIS = DESTINO
       160-ACUMULAR-TRANSFERENCIAS.
           OPEN INPUT ARQ-AUDCLI.
           EVALUATE WK-FS-AUDCLI
               WHEN '00'
                   PERFORM 162-LER-AUDCLI
                   PERFORM 161-ACUMULAR-AUDCLI
                       UNTIL WK-FS-AUDCLI = '10'
                   CLOSE ARQ-AUDCLI
               WHEN OTHER
                   DISPLAY 'ARQUIVO AUDCLI NAO ENCONTRADO - '
                           'CARTEIRA SEM MOVIMENTO DO MES'
           END-EVALUATE.
       161-ACUMULAR-AUDCLI.
           ADD 1 TO WK-REGS-LIDOS.
           COMPUTE WK-AUD-ANOMES = FD-AUC-DATA / 100.
           IF FD-AUC-FUNCAO = 'G'
            AND WK-AUD-ANOMES = WK-ANOMES
               ADD 1 TO WK-TOT-TRANSFER
               MOVE FD-AUC-NOME-ANTES TO WK-TEXTO-AGENCIA
               PERFORM 163-LOCALIZAR-TEXTO
               ADD 1 TO AGE-TAB-SAIDAS(WK-IND-AGE)
               MOVE FD-AUC-NOME-DEPOIS TO WK-TEXTO-AGENCIA
               PERFORM 163-LOCALIZAR-TEXTO
               ADD 1 TO AGE-TAB-ENTRADAS(WK-IND-AGE)
           END-IF.
           PERFORM 162-LER-AUDCLI.
       162-LER-AUDCLI.
           READ ARQ-AUDCLI
               AT END
                   MOVE '10' TO WK-FS-AUDCLI
           END-READ.
       163-LOCALIZAR-TEXTO.
           MOVE 1 TO WK-IND-AGE.
           IF WK-TXA-ROTULO = 'AGENCIA '
            AND WK-TXA-AGENCIA NUMERIC
            AND WK-TXA-AGENCIA > ZEROS
               MOVE WK-TXA-AGENCIA TO WK-AGE-PROCURA
               PERFORM 510-PROCURAR-AGENCIA
               IF AGENCIA-NAO-ACHADA
                   MOVE 1 TO WK-IND-AGE
               END-IF
           END-IF.
      ***************************************
      *    PROCEDIMENTO DE ENTRADA DO SORT: LIBERA OS TOTAIS
      *    DE CADA AGENCIA PARA O RANKING (A 000 SO QUANDO
      *    TEM CLIENTES OU MOVIMENTO)
       200-LIBERAR-AGENCIAS SECTION.
       201-PROCESSAR.
           PERFORM 202-LIBERAR-AGENCIA
               VARYING WK-IND-AGE FROM 1 BY 1
               UNTIL WK-IND-AGE > WK-TOT-AGENCIAS.
           GO TO 209-SAIDA.
       202-LIBERAR-AGENCIA.
           ADD AGE-TAB-CLIENTES(WK-IND-AGE)    TO WK-TOT-CLIENTES.
           ADD AGE-TAB-DEPOSITOS(WK-IND-AGE)   TO WK-TOT-DEPOSITOS.
           ADD AGE-TAB-POUPANCA(WK-IND-AGE)    TO WK-TOT-POUPANCA.
           ADD AGE-TAB-EMPRESTIMOS(WK-IND-AGE)
               TO WK-TOT-EMPRESTIMOS.
           ADD AGE-TAB-RESULTADO(WK-IND-AGE)   TO WK-TOT-RESULTADO.
           IF WK-IND-AGE > 1
            OR AGE-TAB-CLIENTES(WK-IND-AGE) > ZEROS
            OR AGE-TAB-ENTRADAS(WK-IND-AGE) > ZEROS
            OR AGE-TAB-SAIDAS(WK-IND-AGE) > ZEROS
               MOVE SPACES TO REG-SORT
               MOVE AGE-TAB-RESULTADO(WK-IND-AGE)   TO SRT-RESULTADO
               MOVE AGE-TAB-CODIGO(WK-IND-AGE)      TO SRT-AGENCIA
               MOVE AGE-TAB-NOME(WK-IND-AGE)        TO SRT-NOME
               MOVE AGE-TAB-CLIENTES(WK-IND-AGE)    TO SRT-CLIENTES
               MOVE AGE-TAB-DEPOSITOS(WK-IND-AGE)   TO SRT-DEPOSITOS
               MOVE AGE-TAB-POUPANCA(WK-IND-AGE)    TO SRT-POUPANCA
               MOVE AGE-TAB-EMPRESTIMOS(WK-IND-AGE)
                    TO SRT-EMPRESTIMOS
               MOVE AGE-TAB-ENTRADAS(WK-IND-AGE)    TO SRT-ENTRADAS
               MOVE AGE-TAB-SAIDAS(WK-IND-AGE)      TO SRT-SAIDAS
               RELEASE REG-SORT
           END-IF.
       209-SAIDA.
           EXIT.
      ***************************************
      *    PROCEDIMENTO DE SAIDA DO SORT: AGENCIAS EM ORDEM
      *    DESCENDENTE DE RESULTADO DO MES
       300-IMPRIMIR-RANKING SECTION.
       301-IMPRIMIR-RANKING.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'RESULTADO DA CARTEIRA POR AGENCIA DE RELACIONAMENTO'
                TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           MOVE WK-ANOMES        TO WK-LM-ANOMES.
           MOVE WK-LINHA-MES     TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE WK-LINHA-COLUNAS TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE 'N' TO WK-FIM-SORT.
           PERFORM 302-RETORNAR-AGENCIA.
           PERFORM 303-IMPRIMIR-AGENCIA
               UNTIL WK-FIM-SORT = 'S'.
           GO TO 309-SAIDA.
       302-RETORNAR-AGENCIA.
           RETURN ARQ-SORTWK
               AT END
                   MOVE 'S' TO WK-FIM-SORT
           END-RETURN.
       303-IMPRIMIR-AGENCIA.
           ADD 1 TO WK-POSICAO.
           MOVE WK-POSICAO      TO WK-LR-POSICAO.
           MOVE SRT-AGENCIA     TO WK-LR-AGENCIA.
           MOVE SRT-NOME        TO WK-LR-NOME.
           MOVE SRT-CLIENTES    TO WK-LR-CLIENTES.
           MOVE SRT-DEPOSITOS   TO WK-LR-DEPOSITOS.
           MOVE SRT-POUPANCA    TO WK-LR-POUPANCA.
           MOVE SRT-EMPRESTIMOS TO WK-LR-EMPRESTIMOS.
           MOVE SRT-RESULTADO   TO WK-LR-RESULTADO.
           MOVE SRT-ENTRADAS    TO WK-LR-ENTRADAS.
           MOVE SRT-SAIDAS      TO WK-LR-SAIDAS.
           COMPUTE WK-LIQUIDO = SRT-ENTRADAS - SRT-SAIDAS.
           MOVE WK-LIQUIDO      TO WK-LR-LIQUIDO.
           MOVE WK-LINHA-RANKING TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           PERFORM 302-RETORNAR-AGENCIA.
       309-SAIDA.
           EXIT.
      ***************************************
       500-APOIO SECTION.
       510-PROCURAR-AGENCIA.
           SET AGENCIA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-AGE FROM 1 BY 1
                   UNTIL WK-IND-AGE > WK-TOT-AGENCIAS
                   OR AGENCIA-ACHADA
               IF AGE-TAB-CODIGO(WK-IND-AGE) = WK-AGE-PROCURA
                   SET AGENCIA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF AGENCIA-ACHADA
               SUBTRACT 1 FROM WK-IND-AGE
           END-IF.
      *
      *    DEVOLVE EM WK-IND-AGE A AGENCIA DO CLIENTE (1 =
      *    SEM AGENCIA QUANDO NAO ESTA NA CARTEIRA)
       520-PROCURAR-CLIENTE.
           MOVE 1 TO WK-IND-AGE.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CRT FROM 1 BY 1
                   UNTIL WK-IND-CRT > WK-TOT-CARTEIRA
                   OR ITEM-ACHADO
               IF CRT-TAB-CODIGO(WK-IND-CRT) = WK-CODIGO-PROCURA
                   SET ITEM-ACHADO TO TRUE
                   MOVE CRT-TAB-IND-AGE(WK-IND-CRT) TO WK-IND-AGE
               END-IF
           END-PERFORM.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE SPACES            TO WK-LR-POSICAO-X.
           MOVE SPACES            TO WK-LR-AGENCIA-X.
           MOVE 'TOTAL GERAL'     TO WK-LR-NOME.
           MOVE WK-TOT-CLIENTES   TO WK-LR-CLIENTES.
           MOVE WK-TOT-DEPOSITOS  TO WK-LR-DEPOSITOS.
           MOVE WK-TOT-POUPANCA   TO WK-LR-POUPANCA.
           MOVE WK-TOT-EMPRESTIMOS TO WK-LR-EMPRESTIMOS.
           MOVE WK-TOT-RESULTADO  TO WK-LR-RESULTADO.
           MOVE WK-TOT-TRANSFER   TO WK-LR-ENTRADAS.
           MOVE WK-TOT-TRANSFER   TO WK-LR-SAIDAS.
           MOVE ZEROS             TO WK-LR-LIQUIDO.
           MOVE WK-LINHA-RANKING  TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           DISPLAY 'MES DE REFERENCIA         = ' WK-ANOMES.
           DISPLAY 'AGENCIAS LISTADAS         = ' WK-POSICAO.
           DISPLAY 'CLIENTES NA CARTEIRA      = ' WK-TOT-CLIENTES.
           DISPLAY 'TRANSFERENCIAS NO MES     = ' WK-TOT-TRANSFER.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-RELAGEN.
       910-DETALHE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
      ***************************************
       915-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELAGEN
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO164'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
