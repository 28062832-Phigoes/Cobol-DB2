       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO141.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    ARQUIVO MENSAL DE DESCONTOS DE CONSIGNADO    *
      *    PARA AS EMPRESAS CONVENIADAS: PARA CADA      *
      *    CONTRATO CONSIGNADO ATIVO DO MESTRE, A       *
      *    PARCELA A DESCONTAR NA FOLHA DA COMPETENCIA  *
      *    DO CARTAO SYSIN (AAAAMM, ZEROS = MES DA      *
      *    EXECUCAO) - FATURADAS MAIS DESCONTOS AINDA   *
      *    PENDENTES MAIS 1, PRESTACAO DO ALUNO64. O    *
      *    ARQUIVO SAI AGRUPADO POR CONVENIO, CADA      *
      *    GRUPO COM HEADER (EMPRESA, COMPETENCIA,      *
      *    QUANTIDADE E TOTAL), UM DETALHE POR CONTRATO *
      *    E TRAILER, PARA A TRANSMISSAO A CADA         *
      *    EMPREGADOR; O RELDEMP RESUME OS GRUPOS       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPREST  ASSIGN TO EMPREST
               FILE STATUS IS WK-FS-EMPREST.
           SELECT ARQ-DESCCSG  ASSIGN TO DESCCSG
               FILE STATUS IS WK-FS-DESCCSG.
           SELECT ARQ-DESCEMP  ASSIGN TO DESCEMP
               FILE STATUS IS WK-FS-DESCEMP.
           SELECT ARQ-RELDEMP  ASSIGN TO RELDEMP
               FILE STATUS IS WK-FS-RELDEMP.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-DESCCSG
            RECORDING MODE IS F.
           COPY DESCCSG.
       FD   ARQ-DESCEMP
            RECORDING MODE IS F.
       01  REG-DESCEMP.
           05 FD-DEM-TIPO-REG       PIC X(01).
           05 FD-DEM-CONVENIO       PIC 99.
           05 FD-DEM-RESTO          PIC X(77).
       01  REG-DEM-HEADER REDEFINES REG-DESCEMP.
           05 FILLER                PIC X(03).
           05 FD-DEM-COMPETENCIA    PIC 9(6).
           05 FD-DEM-DATA-GERACAO   PIC 9(8).
           05 FD-DEM-QTDE           PIC 9(6).
           05 FD-DEM-TOTAL          PIC 9(13)V99.
           05 FILLER                PIC X(42).
       01  REG-DEM-DETALHE REDEFINES REG-DESCEMP.
           05 FILLER                PIC X(03).
           05 FD-DEM-CODIGO         PIC 9(5).
           05 FD-DEM-CONTRATO       PIC 9(6).
           05 FD-DEM-PARCELA        PIC 9(3).
           05 FD-DEM-PRAZO          PIC 9(3).
           05 FD-DEM-VALOR          PIC 9(7)V99.
           05 FILLER                PIC X(51).
       01  REG-DEM-TRAILER REDEFINES REG-DESCEMP.
           05 FILLER                PIC X(03).
           05 FD-DEM-TRL-QTDE       PIC 9(6).
           05 FD-DEM-TRL-TOTAL      PIC 9(13)V99.
           05 FILLER                PIC X(56).
       FD   ARQ-RELDEMP
            RECORDING MODE IS F.
       01  REG-RELDEMP              PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-DESCCSG     PIC XX             VALUE SPACES.
       77  WK-FS-DESCEMP     PIC XX             VALUE SPACES.
       77  WK-FS-RELDEMP     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-GRAVADOS   PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-EMPRESAS   PIC 9(03)          VALUE ZEROS.
       77  WK-SOMA-GERAL     PIC 9(13)V99       VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-PARM-COMPET    PIC 9(6)           VALUE ZEROS.
      *
      *    PARCELAS A DESCONTAR DOS CONTRATOS CONSIGNADOS
       01  TABELA-PARCELAS.
           05 PAR-ENTRADA            OCCURS 2000 TIMES.
              10 PAR-TAB-CODIGO      PIC 9(5).
              10 PAR-TAB-CONTRATO    PIC 9(6).
              10 PAR-TAB-CONVENIO    PIC 99.
              10 PAR-TAB-PRINCIPAL   PIC 9(7)V99.
              10 PAR-TAB-TAXA        PIC 9(2)V9(4).
              10 PAR-TAB-PRAZO       PIC 9(3).
              10 PAR-TAB-SISTEMA     PIC X(01).
              10 PAR-TAB-PRESTACAO   PIC 9(7)V99.
              10 PAR-TAB-PARCELA     PIC 9(3).
       77  WK-TOT-PARCELAS   PIC 9(04)          VALUE ZEROS.
       77  WK-IND-PAR        PIC 9(04)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    QUANTIDADE E TOTAL POR CONVENIO (EMPRESA 01-99)
       01  TABELA-CONVENIOS.
           05 CNV-ENTRADA            OCCURS 99 TIMES.
              10 CNV-TAB-QTDE        PIC 9(6).
              10 CNV-TAB-TOTAL       PIC 9(13)V99.
       77  WK-IND-CNV        PIC 9(03)          VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
       01  WK-LINHA-EMPRESA.
           05 FILLER               PIC X(09)   VALUE 'CONVENIO '.
           05 WK-LEM-CONVENIO      PIC 99.
           05 FILLER               PIC X(13)   VALUE ' COMPETENCIA '.
           05 WK-LEM-COMPETENCIA   PIC 9(6).
           05 FILLER               PIC X(11)   VALUE ' CONTRATOS '.
           05 WK-LEM-QTDE          PIC ZZZZZ9.
           05 FILLER               PIC X(07)   VALUE ' TOTAL '.
           05 WK-LEM-TOTAL         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(09)   VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-EMPREST = '10'.
           PERFORM 601-GERAR-ARQUIVO.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           ACCEPT WK-PARM-COMPET FROM SYSIN.
           IF WK-PARM-COMPET NOT NUMERIC
            OR WK-PARM-COMPET = ZEROS
               MOVE WK-DATA-EXEC(1:6) TO WK-PARM-COMPET
           END-IF.
           INITIALIZE TABELA-CONVENIOS.
           OPEN INPUT  ARQ-EMPREST.
           OPEN OUTPUT ARQ-DESCEMP.
           OPEN OUTPUT ARQ-RELDEMP.
           EVALUATE WK-FS-EMPREST
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-EMPREST
                           ' NO COMANDO OPEN EMPREST'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 301-LER-EMPREST.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF EMP-CONSIGNADO
            AND EMP-SIT-ATIVO
            AND FD-EMP-CONVENIO > ZEROS
            AND FD-EMP-PARCELAS-FATUR < FD-EMP-PRAZO
               PERFORM 210-GUARDAR-CONTRATO
           END-IF.
           PERFORM 301-LER-EMPREST.
       210-GUARDAR-CONTRATO.
           IF WK-TOT-PARCELAS >= 2000
               DISPLAY 'TABELA DE CONSIGNADOS CHEIA (MAXIMO 2000 '
                       'REGISTROS) - GERACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-PARCELAS.
           MOVE FD-EMP-CODIGO   TO PAR-TAB-CODIGO(WK-TOT-PARCELAS).
           MOVE FD-EMP-CONTRATO TO PAR-TAB-CONTRATO(WK-TOT-PARCELAS).
           MOVE FD-EMP-CONVENIO TO PAR-TAB-CONVENIO(WK-TOT-PARCELAS).
           MOVE FD-EMP-PRINCIPAL
                TO PAR-TAB-PRINCIPAL(WK-TOT-PARCELAS).
           MOVE FD-EMP-TAXA-MENSAL
                TO PAR-TAB-TAXA(WK-TOT-PARCELAS).
           MOVE FD-EMP-PRAZO    TO PAR-TAB-PRAZO(WK-TOT-PARCELAS).
           MOVE FD-EMP-SISTEMA  TO PAR-TAB-SISTEMA(WK-TOT-PARCELAS).
           MOVE FD-EMP-PRESTACAO
                TO PAR-TAB-PRESTACAO(WK-TOT-PARCELAS).
           MOVE FD-EMP-PARCELAS-FATUR
                TO PAR-TAB-PARCELA(WK-TOT-PARCELAS).
      ***************************************
       300-LER-EMPREST SECTION.
       301-LER-EMPREST.
           READ ARQ-EMPREST.
           EVALUATE WK-FS-EMPREST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-EMPREST
                           ' NO COMANDO READ EMPREST'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
      *    DESCONTOS DE FOLHA AINDA NAO APLICADOS PELO
      *    FATURAMENTO CONTAM COMO PARCELAS PAGAS; DEPOIS
      *    CADA CONTRATO RECEBE A PRESTACAO DA PARCELA E O
      *    ARQUIVO SAI POR CONVENIO
       600-GERAR-ARQUIVO SECTION.
       601-GERAR-ARQUIVO.
           OPEN INPUT ARQ-DESCCSG.
           IF WK-FS-DESCCSG = '00'
               PERFORM 612-LER-PENDENTES
               PERFORM 611-AVALIAR-PENDENTE
                   UNTIL WK-FS-DESCCSG = '10'
               CLOSE ARQ-DESCCSG
           END-IF.
           PERFORM 620-CALCULAR-PARCELA
               VARYING WK-IND-PAR FROM 1 BY 1
               UNTIL WK-IND-PAR > WK-TOT-PARCELAS.
           PERFORM 630-GRAVAR-CONVENIO
               VARYING WK-IND-CNV FROM 1 BY 1
               UNTIL WK-IND-CNV > 99.
       611-AVALIAR-PENDENTE.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-PAR FROM 1 BY 1
                   UNTIL WK-IND-PAR > WK-TOT-PARCELAS
                   OR ITEM-ACHADO
               IF PAR-TAB-CODIGO(WK-IND-PAR) = FD-DSC-CODIGO
                AND PAR-TAB-CONTRATO(WK-IND-PAR) = FD-DSC-CONTRATO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-PAR
               ADD 1 TO PAR-TAB-PARCELA(WK-IND-PAR)
           END-IF.
           PERFORM 612-LER-PENDENTES.
       612-LER-PENDENTES.
           READ ARQ-DESCCSG
               AT END
                   MOVE '10' TO WK-FS-DESCCSG
           END-READ.
      *
      *    PRICE: A PRESTACAO FIXA (A GRAVADA NO CONTRATO, SE
      *    HOUVER); SAC: JUROS MAIS AMORTIZACAO DA PARCELA.
      *    CONTRATO COM TODAS AS PARCELAS JA DESCONTADAS NAO
      *    ENTRA NO ARQUIVO
       620-CALCULAR-PARCELA.
           ADD 1 TO PAR-TAB-PARCELA(WK-IND-PAR).
           IF PAR-TAB-PARCELA(WK-IND-PAR) > PAR-TAB-PRAZO(WK-IND-PAR)
               MOVE ZEROS TO PAR-TAB-CONVENIO(WK-IND-PAR)
           ELSE
               PERFORM 621-OBTER-PRESTACAO
               MOVE PAR-TAB-CONVENIO(WK-IND-PAR) TO WK-IND-CNV
               ADD 1 TO CNV-TAB-QTDE(WK-IND-CNV)
               ADD PAR-TAB-PRESTACAO(WK-IND-PAR)
                   TO CNV-TAB-TOTAL(WK-IND-CNV)
           END-IF.
       621-OBTER-PRESTACAO.
           IF PAR-TAB-PRESTACAO(WK-IND-PAR) = ZEROS
            OR PAR-TAB-SISTEMA(WK-IND-PAR) = 'S'
               MOVE PAR-TAB-PRINCIPAL(WK-IND-PAR)
                    TO LK-AMT-PRINCIPAL
               MOVE PAR-TAB-TAXA(WK-IND-PAR)    TO LK-AMT-TAXA-MENSAL
               MOVE PAR-TAB-PRAZO(WK-IND-PAR)   TO LK-AMT-PRAZO
               MOVE PAR-TAB-SISTEMA(WK-IND-PAR) TO LK-AMT-SISTEMA
               CALL 'ALUNO64' USING LK-AMT-COM
               IF LK-AMT-ERRO
                   DISPLAY 'CONTRATO ' PAR-TAB-CONTRATO(WK-IND-PAR)
                           ' COM DADOS INVALIDOS - GERACAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF PAR-TAB-SISTEMA(WK-IND-PAR) = 'S'
                   COMPUTE PAR-TAB-PRESTACAO(WK-IND-PAR) =
                       LK-AMT-JUROS(PAR-TAB-PARCELA(WK-IND-PAR))
                     + LK-AMT-AMORT(PAR-TAB-PARCELA(WK-IND-PAR))
               ELSE
                   MOVE LK-AMT-PRESTACAO
                        TO PAR-TAB-PRESTACAO(WK-IND-PAR)
               END-IF
           END-IF.
      *
      *    UM GRUPO HEADER/DETALHES/TRAILER POR EMPRESA
      *    CONVENIADA COM PARCELA A DESCONTAR
       630-GRAVAR-CONVENIO.
           IF CNV-TAB-QTDE(WK-IND-CNV) > ZEROS
               ADD 1 TO WK-TOT-EMPRESAS
               MOVE SPACES          TO REG-DESCEMP
               MOVE '0'             TO FD-DEM-TIPO-REG
               MOVE WK-IND-CNV      TO FD-DEM-CONVENIO
               MOVE WK-PARM-COMPET  TO FD-DEM-COMPETENCIA
               MOVE WK-DATA-EXEC    TO FD-DEM-DATA-GERACAO
               MOVE CNV-TAB-QTDE(WK-IND-CNV)  TO FD-DEM-QTDE
               MOVE CNV-TAB-TOTAL(WK-IND-CNV) TO FD-DEM-TOTAL
               WRITE REG-DESCEMP
               PERFORM 631-GRAVAR-DETALHE
                   VARYING WK-IND-PAR FROM 1 BY 1
                   UNTIL WK-IND-PAR > WK-TOT-PARCELAS
               MOVE SPACES          TO REG-DESCEMP
               MOVE '9'             TO FD-DEM-TIPO-REG
               MOVE WK-IND-CNV      TO FD-DEM-CONVENIO
               MOVE CNV-TAB-QTDE(WK-IND-CNV)  TO FD-DEM-TRL-QTDE
               MOVE CNV-TAB-TOTAL(WK-IND-CNV) TO FD-DEM-TRL-TOTAL
               WRITE REG-DESCEMP
               ADD CNV-TAB-TOTAL(WK-IND-CNV) TO WK-SOMA-GERAL
               MOVE WK-IND-CNV      TO WK-LEM-CONVENIO
               MOVE WK-PARM-COMPET  TO WK-LEM-COMPETENCIA
               MOVE CNV-TAB-QTDE(WK-IND-CNV)  TO WK-LEM-QTDE
               MOVE CNV-TAB-TOTAL(WK-IND-CNV) TO WK-LEM-TOTAL
               WRITE REG-RELDEMP FROM WK-LINHA-EMPRESA
           END-IF.
       631-GRAVAR-DETALHE.
           IF PAR-TAB-CONVENIO(WK-IND-PAR) = WK-IND-CNV
               MOVE SPACES          TO REG-DESCEMP
               MOVE '1'             TO FD-DEM-TIPO-REG
               MOVE WK-IND-CNV      TO FD-DEM-CONVENIO
               MOVE PAR-TAB-CODIGO(WK-IND-PAR)    TO FD-DEM-CODIGO
               MOVE PAR-TAB-CONTRATO(WK-IND-PAR)  TO FD-DEM-CONTRATO
               MOVE PAR-TAB-PARCELA(WK-IND-PAR)   TO FD-DEM-PARCELA
               MOVE PAR-TAB-PRAZO(WK-IND-PAR)     TO FD-DEM-PRAZO
               MOVE PAR-TAB-PRESTACAO(WK-IND-PAR) TO FD-DEM-VALOR
               WRITE REG-DESCEMP
               ADD 1 TO WK-TOT-GRAVADOS
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'CONTRATOS LIDOS        = ' WK-REGS-LIDOS.
           DISPLAY 'COMPETENCIA            = ' WK-PARM-COMPET.
           DISPLAY 'EMPRESAS CONVENIADAS   = ' WK-TOT-EMPRESAS.
           DISPLAY 'PARCELAS A DESCONTAR   = ' WK-TOT-GRAVADOS.
           DISPLAY 'VALOR TOTAL            = ' WK-SOMA-GERAL.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-EMPREST.
           CLOSE ARQ-DESCEMP.
           CLOSE ARQ-RELDEMP.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO141'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
