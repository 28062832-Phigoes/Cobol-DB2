       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO163.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    TRANSFERENCIA EM LOTE DA CARTEIRA DE UMA     *
      *    AGENCIA PARA OUTRA: PARA CADA CLIENTE CUJA   *
      *    AGENCIA DE RELACIONAMENTO (CLIAGENC) E A DE  *
      *    ORIGEM GERA O MOVIMENTO G (TRANSFERENCIA)    *
      *    PARA A AGENCIA DE DESTINO NO MOVTRANS, QUE   *
      *    ENTRA NA PROXIMA RODADA DA MANUTENCAO DO     *
      *    CADASTRO (ALUNO27), ONDE FICA A TRILHA NO    *
      *    AUDCLI. CLIENTE ENCERRADO FICA DE FORA.      *
      *    CARTAO SYSIN: AGENCIA DE ORIGEM (COLS 1-3) E *
      *    DE DESTINO (COLS 4-6), AMBAS CADASTRADAS NO  *
      *    ARQUIVO AGENCIAS                             *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-CLIAGENC ASSIGN TO CLIAGENC
               FILE STATUS IS WK-FS-CLIAGENC.
           SELECT ARQ-AGENCIAS ASSIGN TO AGENCIAS
               FILE STATUS IS WK-FS-AGENCIAS.
           SELECT ARQ-MOVTRANS ASSIGN TO MOVTRANS
               FILE STATUS IS WK-FS-MOVTRANS.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-CLIAGENC
            RECORDING MODE IS F.
           COPY CLIAGENC.
       FD   ARQ-AGENCIAS
            RECORDING MODE IS F.
           COPY AGENCIA.
       FD   ARQ-MOVTRANS
            RECORDING MODE IS F.
           COPY MOVCLI.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-CLIAGENC    PIC XX             VALUE SPACES.
       77  WK-FS-AGENCIAS    PIC XX             VALUE SPACES.
       77  WK-FS-MOVTRANS    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(08)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(06)          VALUE ZEROS.
       77  WK-TOT-GERADOS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ENCERRADOS PIC 9(05)          VALUE ZEROS.
      *
      *    CARTAO DE PARAMETROS: AGENCIAS DE ORIGEM E DESTINO
       01  WK-PARM-CARD.
           05 WK-PARM-ORIGEM       PIC 9(3)      VALUE ZEROS.
           05 WK-PARM-DESTINO      PIC 9(3)      VALUE ZEROS.
           05 FILLER               PIC X(74)     VALUE SPACES.
      *
      *    CADASTRO DE AGENCIAS PARA CONFERIR O CARTAO
       01  TABELA-AGENCIAS.
           05 AGE-ENTRADA            OCCURS 200 TIMES.
              10 AGE-TAB-CODIGO      PIC 9(3).
       77  WK-TOT-AGENCIAS   PIC 9(03)          VALUE ZEROS.
       77  WK-IND-AGE        PIC 9(03)          VALUE ZEROS.
       77  WK-AGE-PROCURA    PIC 9(03)          VALUE ZEROS.
       77  WK-ACHOU-AGE      PIC X              VALUE 'N'.
           88 AGENCIA-ACHADA                    VALUE 'S'.
           88 AGENCIA-NAO-ACHADA                VALUE 'N'.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-CLIAGENC = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           PERFORM 110-CARREGAR-AGENCIAS.
           PERFORM 120-CONFERIR-PARAMETROS.
           OPEN INPUT  ARQ-CLIENTES.
           IF WK-FS-CLIENTES NOT = '00'
               DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  ARQ-CLIAGENC.
           IF WK-FS-CLIAGENC NOT = '00'
               DISPLAY 'ARQUIVO CLIAGENC NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-MOVTRANS.
           PERFORM 302-LER-CLIENTES.
           PERFORM 301-LER-CLIAGENC.
       110-CARREGAR-AGENCIAS.
           OPEN INPUT ARQ-AGENCIAS.
           IF WK-FS-AGENCIAS NOT = '00'
               DISPLAY 'ARQUIVO AGENCIAS NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 112-LER-AGENCIAS.
           PERFORM 111-GUARDAR-AGENCIA
               UNTIL WK-FS-AGENCIAS = '10'.
           CLOSE ARQ-AGENCIAS.
       111-GUARDAR-AGENCIA.
           IF WK-TOT-AGENCIAS >= 200
               DISPLAY 'TABELA DE AGENCIAS CHEIA (MAXIMO 200 '
                       'REGISTROS) - TRANSFERENCIA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-AGENCIAS.
           MOVE FD-AGE-CODIGO TO AGE-TAB-CODIGO(WK-TOT-AGENCIAS).
           PERFORM 112-LER-AGENCIAS.
       112-LER-AGENCIAS.
           READ ARQ-AGENCIAS
               AT END
                   MOVE '10' TO WK-FS-AGENCIAS
           END-READ.
      *
      *    ORIGEM E DESTINO CADASTRADOS E DIFERENTES; A
      *    ORIGEM NAO PRECISA MAIS EXISTIR (AGENCIA FECHADA
      *    TRANSFERE A CARTEIRA ANTES DE SAIR DO CADASTRO),
      *    MAS TEM DE SER INFORMADA
       120-CONFERIR-PARAMETROS.
           IF WK-PARM-ORIGEM NOT NUMERIC
            OR WK-PARM-DESTINO NOT NUMERIC
            OR WK-PARM-ORIGEM = ZEROS
            OR WK-PARM-ORIGEM = WK-PARM-DESTINO
               DISPLAY 'CARTAO SYSIN INVALIDO - INFORME AGENCIA '
                       'DE ORIGEM E DE DESTINO (COLS 1-3 E 4-6)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-PARM-DESTINO TO WK-AGE-PROCURA.
           PERFORM 510-PROCURAR-AGENCIA.
           IF AGENCIA-NAO-ACHADA
               DISPLAY 'AGENCIA DE DESTINO ' WK-PARM-DESTINO
                       ' NAO CADASTRADA - TRANSFERENCIA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ***************************************
      *    O CLIENTES E O CLIAGENC ESTAO EM ORDEM DE CODIGO:
      *    O MESTRE AVANCA ATE O CODIGO DA CARTEIRA LIDA
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-CAG-AGENCIA = WK-PARM-ORIGEM
               PERFORM 302-LER-CLIENTES
                   UNTIL WK-FS-CLIENTES = '10'
                       OR FD-CLI-CODIGO >= FD-CAG-CODIGO
               IF WK-FS-CLIENTES NOT = '10'
                AND FD-CLI-CODIGO = FD-CAG-CODIGO
                   PERFORM 210-GERAR-MOVIMENTO
               END-IF
           END-IF.
           PERFORM 301-LER-CLIAGENC.
       210-GERAR-MOVIMENTO.
           IF CLI-SIT-ENCERRADO
               ADD 1 TO WK-TOT-ENCERRADOS
           ELSE
               MOVE SPACES          TO REG-MOVCLI
               MOVE 'G'             TO FD-MOV-FUNCAO
               MOVE FD-CLI-CODIGO   TO FD-MOV-CODIGO
               MOVE FD-CLI-NOME     TO FD-MOV-NOME
               MOVE FD-CLI-EMPRESA  TO FD-MOV-EMPRESA
               MOVE WK-PARM-DESTINO TO FD-MOV-AGENCIA
               WRITE REG-MOVCLI
               ADD 1 TO WK-TOT-GERADOS
           END-IF.
      ***************************************
       300-LEITURAS SECTION.
       301-LER-CLIAGENC.
           READ ARQ-CLIAGENC
               AT END
                   MOVE '10' TO WK-FS-CLIAGENC
           END-READ.
       302-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
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
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'AGENCIA DE ORIGEM          = ' WK-PARM-ORIGEM.
           DISPLAY 'AGENCIA DE DESTINO         = ' WK-PARM-DESTINO.
           DISPLAY 'MOVIMENTOS DE TRANSFERENCIA= ' WK-TOT-GERADOS.
           DISPLAY 'ENCERRADOS NAO TRANSFERIDOS= ' WK-TOT-ENCERRADOS.
           IF WK-TOT-GERADOS = 0
               DISPLAY 'NENHUM CLIENTE NA CARTEIRA DA AGENCIA '
                       WK-PARM-ORIGEM
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-CLIAGENC.
           CLOSE ARQ-MOVTRANS.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO163'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
