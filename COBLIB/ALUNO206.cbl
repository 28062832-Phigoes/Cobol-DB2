       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO206.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    FECHAMENTO MENSAL DO CUSTO MEDIO POR PRODUTO *
      *    NA TABELA DE CUSTOS (KSDS CUSTOS), PARA A    *
      *    COMPETENCIA DO CARTAO SYSIN (AAAAMM, ZERADO  *
      *    = MES DA EXECUCAO). O CADASTRO DE ESTOQUE E  *
      *    LIDO NA ORDEM DA CHAVE E, A CADA PRODUTO, O  *
      *    CUSTO E A MEDIA DOS CUSTOS MEDIOS DOS        *
      *    DEPOSITOS PONDERADA PELO SALDO POSITIVO; SEM *
      *    SALDO POSITIVO, A MEDIA SIMPLES DOS CUSTOS   *
      *    MEDIOS NAO ZERADOS. O CUSTO E GRAVADO NA     *
      *    VIGENCIA AAAAMM01 COM ORIGEM 'E'; SE A       *
      *    VIGENCIA JA EXISTE E REGRAVADA (O CUSTO      *
      *    MANUAL DO ALUNO205 E SUBSTITUIDO E SAI NO    *
      *    RELATORIO). PRODUTO SEM CUSTO NO ESTOQUE NAO *
      *    E GRAVADO E DA RC 4                          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTOQUE   ASSIGN TO ESTOQUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-EST-CHAVE
               FILE STATUS IS WK-FS-ESTOQUE.
           SELECT ARQ-CUSTOS    ASSIGN TO CUSTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-CST-CHAVE
               FILE STATUS IS WK-FS-CUSTOS.
           SELECT ARQ-RELFECH   ASSIGN TO RELFECH
               FILE STATUS IS WK-FS-RELFECH.
           SELECT ARQ-CTLLOG    ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-ESTOQUE.
           COPY ESTOQUE.
       FD   ARQ-CUSTOS.
           COPY CUSTOPRD.
       FD   ARQ-RELFECH
            RECORDING MODE IS F.
       01  REG-RELFECH              PIC X(100).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-ESTOQUE     PIC XX             VALUE SPACES.
       77  WK-FS-CUSTOS      PIC XX             VALUE SPACES.
       77  WK-FS-RELFECH     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-GRAVADOS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REGRAVADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-MANUAIS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SEM-CUSTO  PIC 9(05)          VALUE ZEROS.
       77  WK-PARM-ANOMES    PIC 9(06)          VALUE ZEROS.
       77  WK-VIG-REFERENCIA PIC 9(08)          VALUE ZEROS.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE 'ALUNO206'.
      *
      *    ACUMULADORES DO PRODUTO EM QUEBRA
       77  WK-PRODUTO-ATUAL  PIC 9(3)           VALUE ZEROS.
       77  WK-QTDE-POSITIVA  PIC 9(09)          VALUE ZEROS.
       77  WK-VALOR-POSITIVO PIC 9(13)V9(4)     VALUE ZEROS.
       77  WK-QTDE-CUSTOS    PIC 9(05)          VALUE ZEROS.
       77  WK-SOMA-CUSTOS    PIC 9(09)V9(4)     VALUE ZEROS.
       77  WK-CUSTO-FECHADO  PIC 9(5)V9(4)      VALUE ZEROS.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(08)     VALUE 'PRODUTO '.
           05 WK-LINHA-PRODUTO     PIC 9(3).
           05 FILLER               PIC X(10)     VALUE ' VIGENCIA '.
           05 WK-LINHA-VIGENCIA    PIC 9(8).
           05 FILLER               PIC X(07)     VALUE ' CUSTO '.
           05 WK-LINHA-CUSTO       PIC ZZ.ZZ9,9999.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(52).
       01  WK-LINHA-ANTERIOR.
           05 FILLER               PIC X(29)     VALUE SPACES.
           05 FILLER               PIC X(07)     VALUE ' CUSTO '.
           05 WK-LANT-CUSTO        PIC ZZ.ZZ9,9999.
           05 FILLER               PIC X(22)
                                   VALUE ' MANUAL SUBSTITUIDO - '.
           05 WK-LANT-OPERADOR     PIC X(08).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LANT-DATA         PIC 9(8).
           05 FILLER               PIC X(14)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-ESTOQUE = '10'.
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
           OPEN INPUT  ARQ-ESTOQUE.
           IF WK-FS-ESTOQUE NOT = '00'
               DISPLAY 'ERRO ' WK-FS-ESTOQUE
                       ' NO COMANDO OPEN ESTOQUE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O    ARQ-CUSTOS.
           IF WK-FS-CUSTOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CUSTOS
                       ' NO COMANDO OPEN CUSTOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELFECH.
           PERFORM 301-LER-ESTOQUE.
           MOVE FD-EST-PRODUTO TO WK-PRODUTO-ATUAL.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           IF FD-EST-PRODUTO NOT = WK-PRODUTO-ATUAL
               PERFORM 210-FECHAR-PRODUTO
               MOVE FD-EST-PRODUTO TO WK-PRODUTO-ATUAL
           END-IF.
           IF FD-EST-SALDO > ZEROS
               ADD FD-EST-SALDO TO WK-QTDE-POSITIVA
               COMPUTE WK-VALOR-POSITIVO = WK-VALOR-POSITIVO
                       + FD-EST-SALDO * FD-EST-CUSTO-MEDIO
           END-IF.
           IF FD-EST-CUSTO-MEDIO > ZEROS
               ADD 1                  TO WK-QTDE-CUSTOS
               ADD FD-EST-CUSTO-MEDIO TO WK-SOMA-CUSTOS
           END-IF.
           PERFORM 301-LER-ESTOQUE.
           IF WK-FS-ESTOQUE = '10'
               PERFORM 210-FECHAR-PRODUTO
           END-IF.
      *
      *    CUSTO DO PRODUTO: PONDERADO PELO SALDO POSITIVO OU,
      *    SEM SALDO, MEDIA SIMPLES DOS DEPOSITOS COM CUSTO
       210-FECHAR-PRODUTO.
           MOVE ZEROS TO WK-CUSTO-FECHADO.
           EVALUATE TRUE
               WHEN WK-QTDE-POSITIVA > ZEROS
                   COMPUTE WK-CUSTO-FECHADO ROUNDED =
                           WK-VALOR-POSITIVO / WK-QTDE-POSITIVA
               WHEN WK-QTDE-CUSTOS > ZEROS
                   COMPUTE WK-CUSTO-FECHADO ROUNDED =
                           WK-SOMA-CUSTOS / WK-QTDE-CUSTOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WK-PRODUTO-ATUAL  TO WK-LINHA-PRODUTO.
           MOVE WK-VIG-REFERENCIA TO WK-LINHA-VIGENCIA.
           MOVE WK-CUSTO-FECHADO  TO WK-LINHA-CUSTO.
           IF WK-CUSTO-FECHADO = ZEROS
               ADD 1 TO WK-TOT-SEM-CUSTO
               MOVE 'NAO GRAVADO - PRODUTO SEM CUSTO NO ESTOQUE'
                    TO WK-LINHA-SITUACAO
               WRITE REG-RELFECH FROM WK-LINHA-DETALHE
           ELSE
               PERFORM 220-GRAVAR-CUSTO
           END-IF.
           MOVE ZEROS TO WK-QTDE-POSITIVA.
           MOVE ZEROS TO WK-VALOR-POSITIVO.
           MOVE ZEROS TO WK-QTDE-CUSTOS.
           MOVE ZEROS TO WK-SOMA-CUSTOS.
      *
      *    A VIGENCIA DA COMPETENCIA E GRAVADA OU REGRAVADA
       220-GRAVAR-CUSTO.
           MOVE WK-PRODUTO-ATUAL  TO FD-CST-PRODUTO.
           MOVE WK-VIG-REFERENCIA TO FD-CST-VIGENCIA.
           READ ARQ-CUSTOS.
           EVALUATE WK-FS-CUSTOS
               WHEN '00'
                   PERFORM 230-REGRAVAR-CUSTO
               WHEN '23'
                   PERFORM 225-INCLUIR-CUSTO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CUSTOS
                           ' NO COMANDO READ CUSTOS - CHAVE '
                           FD-CST-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       225-INCLUIR-CUSTO.
           MOVE SPACES            TO REG-CUSTOS.
           MOVE WK-PRODUTO-ATUAL  TO FD-CST-PRODUTO.
           MOVE WK-VIG-REFERENCIA TO FD-CST-VIGENCIA.
           PERFORM 240-MONTAR-CUSTO.
           WRITE REG-CUSTOS.
           IF WK-FS-CUSTOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CUSTOS
                       ' NO COMANDO WRITE CUSTOS - CHAVE '
                       FD-CST-CHAVE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-GRAVADOS.
           MOVE 'GRAVADO' TO WK-LINHA-SITUACAO.
           WRITE REG-RELFECH FROM WK-LINHA-DETALHE.
       230-REGRAVAR-CUSTO.
           IF CST-ORIGEM-MANUAL
               ADD 1 TO WK-TOT-MANUAIS
               MOVE FD-CST-CUSTO-UNIT TO WK-LANT-CUSTO
               MOVE FD-CST-OPERADOR   TO WK-LANT-OPERADOR
               MOVE FD-CST-DATA-ACAO  TO WK-LANT-DATA
           END-IF.
           PERFORM 240-MONTAR-CUSTO.
           REWRITE REG-CUSTOS.
           IF WK-FS-CUSTOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CUSTOS
                       ' NO COMANDO REWRITE CUSTOS - CHAVE '
                       FD-CST-CHAVE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-REGRAVADOS.
           MOVE 'REGRAVADO' TO WK-LINHA-SITUACAO.
           WRITE REG-RELFECH FROM WK-LINHA-DETALHE.
           IF WK-LANT-OPERADOR NOT = SPACES
               WRITE REG-RELFECH FROM WK-LINHA-ANTERIOR
               MOVE SPACES TO WK-LANT-OPERADOR
           END-IF.
       240-MONTAR-CUSTO.
           MOVE WK-CUSTO-FECHADO  TO FD-CST-CUSTO-UNIT.
           SET CST-ORIGEM-ESTOQUE TO TRUE.
           MOVE WK-OPERADOR       TO FD-CST-OPERADOR.
           MOVE WK-DATA-EXEC      TO FD-CST-DATA-ACAO.
      ***************************************
       300-LER-ESTOQUE SECTION.
       301-LER-ESTOQUE.
           READ ARQ-ESTOQUE.
           EVALUATE WK-FS-ESTOQUE
               WHEN '00'
                   ADD 1 TO WK-REGS-LIDOS
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-ESTOQUE
                           ' NO COMANDO READ ESTOQUE'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'COMPETENCIA              = ' WK-PARM-ANOMES.
           DISPLAY 'REGISTROS DE ESTOQUE     = ' WK-REGS-LIDOS.
           DISPLAY 'CUSTOS GRAVADOS          = ' WK-TOT-GRAVADOS.
           DISPLAY 'CUSTOS REGRAVADOS        = ' WK-TOT-REGRAVADOS.
           DISPLAY 'MANUAIS SUBSTITUIDOS     = ' WK-TOT-MANUAIS.
           DISPLAY 'PRODUTOS SEM CUSTO       = ' WK-TOT-SEM-CUSTO.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-ESTOQUE.
           CLOSE ARQ-CUSTOS.
           CLOSE ARQ-RELFECH.
           IF WK-TOT-SEM-CUSTO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES           TO REG-CTLLOG.
           MOVE 'ALUNO206'       TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC     TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC     TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS    TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-SEM-CUSTO TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
