       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO167.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    RELATORIO MENSAL DOS CARTOES DE DEBITO QUE   *
      *    VENCEM NO MES SEGUINTE, PARA A REEMISSAO     *
      *    (FUNCAO R DO ALUNO166). ENTRAM OS CARTOES    *
      *    ATIVOS E OS EMITIDOS AINDA NAO ATIVADOS; O   *
      *    BLOQUEADO E O CANCELADO NAO SAO RENOVADOS.   *
      *    CARTAO SYSIN: COMPETENCIA DE VENCIMENTO      *
      *    (AAAAMM); ZEROS = MES SEGUINTE AO DA RODADA  *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CARTAO   ASSIGN TO CARTAO
               FILE STATUS IS WK-FS-CARTAO.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-RELVENC  ASSIGN TO RELVENC
               FILE STATUS IS WK-FS-RELVENC.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CARTAO
            RECORDING MODE IS F.
           COPY CARTAO.
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-RELVENC
            RECORDING MODE IS F.
       01  REG-RELVENC              PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CARTAO      PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-RELVENC     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-VENCENDO   PIC 9(05)          VALUE ZEROS.
       77  WK-PARM-ANOMES    PIC 9(06)          VALUE ZEROS.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    NOMES DOS CLIENTES, PARA O RELATORIO
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA            OCCURS 5000 TIMES.
              10 CLI-TAB-CODIGO      PIC 9(5).
              10 CLI-TAB-NOME        PIC X(25).
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CLI        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
       77  WK-PAGINA         PIC 9(4)           VALUE ZEROS.
       77  WK-LINHA          PIC 9(3)           VALUE ZEROS.
       77  WK-MAX-LINHAS     PIC 9(3)           VALUE 50.
       01  WK-CAB-TITULO.
           05 FILLER               PIC X(10)   VALUE SPACES.
           05 FILLER               PIC X(41)   VALUE
              'CARTOES DE DEBITO A VENCER NA COMPETENCIA'.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 WK-CAB-MES-VENC      PIC 99.
           05 FILLER               PIC X(01)   VALUE '/'.
           05 WK-CAB-ANO-VENC      PIC 9(4).
           05 FILLER               PIC X(21)   VALUE SPACES.
       01  WK-CAB-DETALHE.
           05 FILLER               PIC X(06)   VALUE 'DATA: '.
           05 WK-CAB-DIA           PIC 99.
           05 FILLER               PIC X(01)   VALUE '/'.
           05 WK-CAB-MES           PIC 99.
           05 FILLER               PIC X(01)   VALUE '/'.
           05 WK-CAB-ANO           PIC 9(4).
           05 FILLER               PIC X(53)   VALUE SPACES.
           05 FILLER               PIC X(07)   VALUE 'PAGINA '.
           05 WK-CAB-PAGINA        PIC ZZZ9.
       01  WK-CAB-COLUNAS.
           05 FILLER               PIC X(17)   VALUE 'CARTAO'.
           05 FILLER               PIC X(08)   VALUE 'CLIENTE'.
           05 FILLER               PIC X(26)   VALUE 'NOME'.
           05 FILLER               PIC X(10)   VALUE 'SITUACAO'.
           05 FILLER               PIC X(19)   VALUE 'EMISSAO'.
      *
       01  WK-LINHA-DETALHE.
           05 WK-LINHA-NUMERO      PIC 9(16).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-CODIGO      PIC 9(5).
           05 FILLER               PIC X(03)     VALUE SPACES.
           05 WK-LINHA-NOME        PIC X(25).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(09).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-EMISSAO     PIC 9(8).
           05 FILLER               PIC X(11)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-CARTAO = '10'.
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
               IF WK-EXE-MES = 12
                   COMPUTE WK-PARM-ANOMES =
                           (WK-EXE-ANO + 1) * 100 + 1
               ELSE
                   COMPUTE WK-PARM-ANOMES =
                           WK-EXE-ANO * 100 + WK-EXE-MES + 1
               END-IF
           END-IF.
           MOVE WK-PARM-ANOMES(5:2) TO WK-CAB-MES-VENC.
           MOVE WK-PARM-ANOMES(1:4) TO WK-CAB-ANO-VENC.
           OPEN INPUT  ARQ-CARTAO.
           OPEN OUTPUT ARQ-RELVENC.
           EVALUATE WK-FS-CARTAO
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CARTAO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CARTAO
                           ' NO COMANDO OPEN CARTAO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-CLIENTES.
           PERFORM 301-LER-CARTAO.
      *
      *    SEM O CADASTRO DE CLIENTES O RELATORIO SAI SEM
      *    OS NOMES
       110-CARREGAR-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   PERFORM 112-LER-CLIENTES
                   PERFORM 111-ACUMULAR-CLIENTE
                       UNTIL WK-FS-CLIENTES = '10'
                   CLOSE ARQ-CLIENTES
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO - '
                           'RELATORIO SEM OS NOMES'
           END-EVALUATE.
       111-ACUMULAR-CLIENTE.
           IF WK-TOT-CLIENTES >= 5000
               DISPLAY 'TABELA DE CLIENTES CHEIA (MAXIMO 5000 '
                       'REGISTROS) - RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CLIENTES.
           MOVE FD-CLI-CODIGO TO CLI-TAB-CODIGO(WK-TOT-CLIENTES).
           MOVE FD-CLI-NOME   TO CLI-TAB-NOME(WK-TOT-CLIENTES).
           PERFORM 112-LER-CLIENTES.
       112-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-CRT-VALIDADE = WK-PARM-ANOMES
            AND (CRT-SIT-ATIVO OR CRT-SIT-EMITIDO)
               PERFORM 210-LISTAR-CARTAO
           END-IF.
           PERFORM 301-LER-CARTAO.
       210-LISTAR-CARTAO.
           ADD 1 TO WK-TOT-VENCENDO.
           MOVE FD-CRT-NUMERO       TO WK-LINHA-NUMERO.
           MOVE FD-CRT-CODIGO       TO WK-LINHA-CODIGO.
           MOVE FD-CRT-DATA-EMISSAO TO WK-LINHA-EMISSAO.
           IF CRT-SIT-ATIVO
               MOVE 'ATIVO'     TO WK-LINHA-SITUACAO
           ELSE
               MOVE 'EMITIDO'   TO WK-LINHA-SITUACAO
           END-IF.
           MOVE SPACES TO WK-LINHA-NOME.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                   UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                   OR ITEM-ACHADO
               IF CLI-TAB-CODIGO(WK-IND-CLI) = FD-CRT-CODIGO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-CLI
               MOVE CLI-TAB-NOME(WK-IND-CLI) TO WK-LINHA-NOME
           END-IF.
           PERFORM 910-QUEBRA-PAGINA.
           WRITE REG-RELVENC FROM WK-LINHA-DETALHE.
           ADD 1 TO WK-LINHA.
      ***************************************
       300-LER-CARTAO SECTION.
       301-LER-CARTAO.
           READ ARQ-CARTAO.
           EVALUATE WK-FS-CARTAO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CARTAO
                           ' NO COMANDO READ CARTAO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 910-QUEBRA-PAGINA.
           MOVE SPACES TO REG-RELVENC.
           WRITE REG-RELVENC.
           MOVE SPACES TO REG-RELVENC.
           STRING 'TOTAL DE CARTOES A VENCER: ' DELIMITED BY SIZE
                  WK-TOT-VENCENDO               DELIMITED BY SIZE
                  INTO REG-RELVENC
           END-STRING.
           WRITE REG-RELVENC.
           DISPLAY 'CARTOES LIDOS             = ' WK-REGS-LIDOS.
           DISPLAY 'CARTOES A VENCER          = ' WK-TOT-VENCENDO.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CARTAO.
           CLOSE ARQ-RELVENC.
      ***************************************
       910-QUEBRA-PAGINA.
           IF WK-PAGINA = 0 OR WK-LINHA >= WK-MAX-LINHAS
               PERFORM 920-IMPRIMIR-CABECALHO
           END-IF.
      ***************************************
       920-IMPRIMIR-CABECALHO.
           ADD 1 TO WK-PAGINA.
           MOVE ZERO TO WK-LINHA.
           IF WK-PAGINA > 1
               MOVE SPACES     TO REG-RELVENC
               WRITE REG-RELVENC
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE WK-EXE-DIA   TO WK-CAB-DIA.
           MOVE WK-EXE-MES   TO WK-CAB-MES.
           MOVE WK-EXE-ANO   TO WK-CAB-ANO.
           MOVE WK-PAGINA    TO WK-CAB-PAGINA.
           WRITE REG-RELVENC FROM WK-CAB-TITULO.
           WRITE REG-RELVENC FROM WK-CAB-DETALHE.
           MOVE SPACES TO REG-RELVENC.
           WRITE REG-RELVENC.
           WRITE REG-RELVENC FROM WK-CAB-COLUNAS.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES           TO REG-CTLLOG.
           MOVE 'ALUNO167'       TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC     TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC     TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS    TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS            TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
