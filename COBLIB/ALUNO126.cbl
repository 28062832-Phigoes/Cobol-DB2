       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO126.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    DIARIO MENSAL DE VENDAS E ICMS: CONTABILIZA  *
      *    O VENDAS3N DA COMPETENCIA DO CARTAO SYSIN    *
      *    (AAAAMM, ZERADO = MES DA EXECUCAO) NO LAYOUT *
      *    DO GLFEED (TIPO 'VD', CODFUN = EMPRESA):     *
      *      VENDA     D CLRC  /  C VPPP (RECEITA DA    *
      *                LINHA DE PRODUTO PPP)            *
      *      DEVOLUCAO D DPPP (DEVOLUCOES DA LINHA)     *
      *                /  C CLRC                        *
      *      ICMS      D ICDS (DESPESA DE ICMS)  /      *
      *                C ICUF (ICMS A RECOLHER DA UF)   *
      *    POR EMPRESA. O ICMS E APURADO COMO NO        *
      *    ALUNO62: ALIQUOTA DA UF (ARQUIVO ESTADOS)    *
      *    SOBRE AS VENDAS MENOS A MESMA ALIQUOTA SOBRE *
      *    AS DEVOLUCOES. SAI COM TRAILER 99 E SEGUE    *
      *    PELO ALUNO112 (PLANCTA) E PELO ALUNO54       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VENDAS3N ASSIGN TO VENDAS3N
               FILE STATUS IS WK-FS-VENDAS3N.
           SELECT ARQ-ESTADOS  ASSIGN TO ESTADOS
               FILE STATUS IS WK-FS-ESTADOS.
           SELECT ARQ-VNDFEED  ASSIGN TO VNDFEED
               FILE STATUS IS WK-FS-VNDFEED.
           SELECT ARQ-RELVND   ASSIGN TO RELVND
               FILE STATUS IS WK-FS-RELVND.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
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
       FD   ARQ-ESTADOS
            RECORDING MODE IS F.
           COPY ESTADO.
       FD   ARQ-VNDFEED
            RECORDING MODE IS F.
       01  REG-VNDFEED.
           05 VF-TIPO-REGISTRO      PIC X(02).
           05 VF-CODFUN             PIC 9(5).
           05 VF-CENTRO-CUSTO       PIC X(04).
           05 VF-VALOR              PIC 9(9)V99.
           05 VF-SINAL              PIC X(01).
           05 VF-DATA-REFERENCIA    PIC 9(8).
           05 VF-CENTRO-ORIGEM      PIC X(04).
           05 FILLER                PIC X(45).
       01  REG-VFTRAILER REDEFINES REG-VNDFEED.
           05 FILLER                PIC X(02).
           05 VF-TRL-QTDE           PIC 9(7).
           05 VF-TRL-DEBITOS        PIC 9(11)V99.
           05 VF-TRL-CREDITOS       PIC 9(11)V99.
           05 FILLER                PIC X(45).
       FD   ARQ-RELVND
            RECORDING MODE IS F.
       01  REG-RELVND               PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-VENDAS3N    PIC XX             VALUE SPACES.
       77  WK-FS-ESTADOS     PIC XX             VALUE SPACES.
       77  WK-FS-VNDFEED     PIC XX             VALUE SPACES.
       77  WK-FS-RELVND      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-FORA-MES   PIC 9(07)          VALUE ZEROS.
       77  WK-PARM-ANOMES    PIC 9(06)          VALUE ZEROS.
       77  WK-REG-ANOMES     PIC 9(06)          VALUE ZEROS.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    ALIQUOTAS POR UF
       01  TABELA-ALIQUOTAS.
           05 UF-ENTRADA             OCCURS 30 TIMES.
              10 UF-TAB-CODIGO       PIC XX.
              10 UF-TAB-ALIQUOTA     PIC 9(2)V99.
       77  WK-TOT-UFS        PIC 99             VALUE ZEROS.
       77  WK-IND-UF         PIC 99             VALUE ZEROS.
      *
      *    VENDAS E DEVOLUCOES POR EMPRESA E LINHA DE PRODUTO
       01  TABELA-RECEITAS.
           05 REC-ENTRADA            OCCURS 1000 TIMES.
              10 REC-TAB-EMPRESA     PIC 99.
              10 REC-TAB-PRODUTO     PIC 9(3).
              10 REC-TAB-VENDAS      PIC S9(11)V99.
              10 REC-TAB-DEVOLUCOES  PIC S9(11)V99.
       77  WK-TOT-RECEITAS   PIC 9(04)          VALUE ZEROS.
       77  WK-IND-REC        PIC 9(04)          VALUE ZEROS.
      *
      *    BASE DE ICMS POR EMPRESA E UF
       01  TABELA-ICMS.
           05 ICM-ENTRADA            OCCURS 300 TIMES.
              10 ICM-TAB-EMPRESA     PIC 99.
              10 ICM-TAB-UF          PIC XX.
              10 ICM-TAB-ALIQUOTA    PIC 9(2)V99.
              10 ICM-TAB-VENDAS      PIC S9(11)V99.
              10 ICM-TAB-DEVOLUCOES  PIC S9(11)V99.
       77  WK-TOT-ICMS       PIC 9(03)          VALUE ZEROS.
       77  WK-IND-ICM        PIC 9(03)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    PAR DEBITO/CREDITO A GRAVAR (VALOR NEGATIVO INVERTE
      *    AS CONTAS)
       77  WK-PAR-DEBITO     PIC X(04)          VALUE SPACES.
       77  WK-PAR-CREDITO    PIC X(04)          VALUE SPACES.
       77  WK-PAR-TROCA      PIC X(04)          VALUE SPACES.
       77  WK-PAR-EMPRESA    PIC 99             VALUE ZEROS.
       77  WK-PAR-VALOR      PIC S9(11)V99      VALUE ZEROS.
       01  WK-CONTA-PRODUTO.
           05 WK-CPR-PREFIXO       PIC X(01).
           05 WK-CPR-PRODUTO       PIC 9(3).
       01  WK-CONTA-UF.
           05 FILLER               PIC X(02)     VALUE 'IC'.
           05 WK-CUF-UF            PIC XX.
       77  WK-IMPOSTO        PIC S9(11)V99      VALUE ZEROS.
       77  WK-CREDITO        PIC S9(11)V99      VALUE ZEROS.
      *
       77  WK-QTDE-FEED      PIC 9(7)           VALUE ZEROS.
       77  WK-TOT-DEBITOS    PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-CREDITOS   PIC 9(11)V99       VALUE ZEROS.
      *
       01  WK-LINHA-CABEC.
           05 FILLER               PIC X(38)     VALUE
              'DIARIO DE VENDAS E ICMS - COMPETENCIA '.
           05 WK-CB-ANOMES         PIC 9(6).
           05 FILLER               PIC X(36)     VALUE SPACES.
       01  WK-LINHA-LANCTO.
           05 FILLER               PIC X(04)     VALUE 'EMP '.
           05 WK-LL-EMPRESA        PIC 99.
           05 FILLER               PIC X(05)     VALUE ' DEB '.
           05 WK-LL-DEBITO         PIC X(04).
           05 FILLER               PIC X(05)     VALUE ' CRE '.
           05 WK-LL-CREDITO        PIC X(04).
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LL-VALOR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(31)     VALUE SPACES.
       01  WK-LINHA-TOTAL.
           05 FILLER               PIC X(20)     VALUE
              'TOTAL DO DIARIO     '.
           05 FILLER               PIC X(09)     VALUE 'DEBITOS  '.
           05 WK-LT-DEBITOS        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(10)     VALUE ' CREDITOS '.
           05 WK-LT-CREDITOS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(05)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-VENDAS3N = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-ANOMES FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-ANOMES = ZEROS
               COMPUTE WK-PARM-ANOMES =
                       WK-EXE-ANO * 100 + WK-EXE-MES
           END-IF.
           OPEN INPUT  ARQ-VENDAS3N.
           OPEN OUTPUT ARQ-VNDFEED.
           OPEN OUTPUT ARQ-RELVND.
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
           PERFORM 110-CARREGAR-ALIQUOTAS.
           MOVE WK-PARM-ANOMES TO WK-CB-ANOMES.
           WRITE REG-RELVND FROM WK-LINHA-CABEC.
           PERFORM 301-LER-VENDAS3N.
       110-CARREGAR-ALIQUOTAS.
           OPEN INPUT ARQ-ESTADOS.
           IF WK-FS-ESTADOS NOT = '00'
               DISPLAY 'ARQUIVO ESTADOS NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 112-LER-ESTADO.
           PERFORM 111-ACUMULAR-ALIQUOTA
               UNTIL WK-FS-ESTADOS = '10'.
           CLOSE ARQ-ESTADOS.
       111-ACUMULAR-ALIQUOTA.
           IF WK-TOT-UFS >= 30
               DISPLAY 'TABELA DE UFS CHEIA (MAXIMO 30 '
                       'REGISTROS) - DIARIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-UFS.
           MOVE FD-UF-CODIGO   TO UF-TAB-CODIGO(WK-TOT-UFS).
           MOVE FD-UF-ALIQUOTA TO UF-TAB-ALIQUOTA(WK-TOT-UFS).
           PERFORM 112-LER-ESTADO.
       112-LER-ESTADO.
           READ ARQ-ESTADOS
               AT END
                   MOVE '10' TO WK-FS-ESTADOS
           END-READ.
      ***************************************
      *    SO A COMPETENCIA DO CARTAO ENTRA NO DIARIO; VENDA
      *    DE UF SEM ALIQUOTA OU DE TIPO DESCONHECIDO E
      *    REJEITADA (NAO SE CONTABILIZA RECEITA SEM O ICMS)
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           COMPUTE WK-REG-ANOMES = FD-ANO * 100 + FD-MES.
           IF WK-REG-ANOMES NOT = WK-PARM-ANOMES
               ADD 1 TO WK-TOT-FORA-MES
           ELSE
               PERFORM 205-VALIDAR-VENDA
           END-IF.
           PERFORM 301-LER-VENDAS3N.
       205-VALIDAR-VENDA.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-UF FROM 1 BY 1
                   UNTIL WK-IND-UF > WK-TOT-UFS
                   OR ITEM-ACHADO
               IF UF-TAB-CODIGO(WK-IND-UF) = FD-ESTADO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN ITEM-NAO-ACHADO
                   ADD 1 TO WK-TOT-REJEITADOS
                   DISPLAY 'NOTA ' FD-NOTA ' UF SEM ALIQUOTA: '
                           FD-ESTADO
               WHEN NOT FD-TRANS-VENDA AND NOT FD-TRANS-DEVOLUCAO
                   ADD 1 TO WK-TOT-REJEITADOS
                   DISPLAY 'NOTA ' FD-NOTA ' TIPO DE TRANSACAO '
                           'INVALIDO: ' FD-TIPO-TRANS
               WHEN OTHER
                   SUBTRACT 1 FROM WK-IND-UF
                   PERFORM 210-ACUMULAR-RECEITA
                   PERFORM 220-ACUMULAR-ICMS
           END-EVALUATE.
       210-ACUMULAR-RECEITA.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-REC FROM 1 BY 1
                   UNTIL WK-IND-REC > WK-TOT-RECEITAS
                   OR ITEM-ACHADO
               IF REC-TAB-EMPRESA(WK-IND-REC) = FD-EMPRESA
                AND REC-TAB-PRODUTO(WK-IND-REC) = FD-PRODUTO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-REC
           ELSE
               IF WK-TOT-RECEITAS >= 1000
                   DISPLAY 'TABELA DE RECEITAS CHEIA (MAXIMO 1000 '
                           'REGISTROS) - DIARIO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-RECEITAS
               MOVE WK-TOT-RECEITAS TO WK-IND-REC
               MOVE FD-EMPRESA TO REC-TAB-EMPRESA(WK-IND-REC)
               MOVE FD-PRODUTO TO REC-TAB-PRODUTO(WK-IND-REC)
               MOVE ZEROS      TO REC-TAB-VENDAS(WK-IND-REC)
                                  REC-TAB-DEVOLUCOES(WK-IND-REC)
           END-IF.
           IF FD-TRANS-DEVOLUCAO
               ADD FD-VALOR TO REC-TAB-DEVOLUCOES(WK-IND-REC)
           ELSE
               ADD FD-VALOR TO REC-TAB-VENDAS(WK-IND-REC)
           END-IF.
       220-ACUMULAR-ICMS.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-ICM FROM 1 BY 1
                   UNTIL WK-IND-ICM > WK-TOT-ICMS
                   OR ITEM-ACHADO
               IF ICM-TAB-EMPRESA(WK-IND-ICM) = FD-EMPRESA
                AND ICM-TAB-UF(WK-IND-ICM) = FD-ESTADO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-ICM
           ELSE
               IF WK-TOT-ICMS >= 300
                   DISPLAY 'TABELA DE ICMS CHEIA (MAXIMO 300 '
                           'REGISTROS) - DIARIO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-ICMS
               MOVE WK-TOT-ICMS TO WK-IND-ICM
               MOVE FD-EMPRESA  TO ICM-TAB-EMPRESA(WK-IND-ICM)
               MOVE FD-ESTADO   TO ICM-TAB-UF(WK-IND-ICM)
               MOVE UF-TAB-ALIQUOTA(WK-IND-UF)
                    TO ICM-TAB-ALIQUOTA(WK-IND-ICM)
               MOVE ZEROS       TO ICM-TAB-VENDAS(WK-IND-ICM)
                                   ICM-TAB-DEVOLUCOES(WK-IND-ICM)
           END-IF.
           IF FD-TRANS-DEVOLUCAO
               ADD FD-VALOR TO ICM-TAB-DEVOLUCOES(WK-IND-ICM)
           ELSE
               ADD FD-VALOR TO ICM-TAB-VENDAS(WK-IND-ICM)
           END-IF.
      ***************************************
       300-LER-VENDAS3N SECTION.
       301-LER-VENDAS3N.
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
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 910-LANCAR-RECEITA
               VARYING WK-IND-REC FROM 1 BY 1
               UNTIL WK-IND-REC > WK-TOT-RECEITAS.
           PERFORM 920-LANCAR-ICMS
               VARYING WK-IND-ICM FROM 1 BY 1
               UNTIL WK-IND-ICM > WK-TOT-ICMS.
           PERFORM 925-GRAVAR-TRAILER.
           MOVE WK-TOT-DEBITOS  TO WK-LT-DEBITOS.
           MOVE WK-TOT-CREDITOS TO WK-LT-CREDITOS.
           WRITE REG-RELVND FROM WK-LINHA-TOTAL.
           DISPLAY 'COMPETENCIA CONTABILIZADA  = ' WK-PARM-ANOMES.
           DISPLAY 'REGISTROS DE VENDAS LIDOS  = ' WK-REGS-LIDOS.
           DISPLAY 'FORA DA COMPETENCIA        = ' WK-TOT-FORA-MES.
           DISPLAY 'REJEITADOS                 = '
                   WK-TOT-REJEITADOS.
           DISPLAY 'LINHAS GRAVADAS NO DIARIO  = ' WK-QTDE-FEED.
           IF WK-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-VENDAS3N.
           CLOSE ARQ-VNDFEED.
           CLOSE ARQ-RELVND.
       910-LANCAR-RECEITA.
           MOVE REC-TAB-EMPRESA(WK-IND-REC) TO WK-PAR-EMPRESA.
           MOVE REC-TAB-PRODUTO(WK-IND-REC) TO WK-CPR-PRODUTO.
           MOVE 'CLRC'                      TO WK-PAR-DEBITO.
           MOVE 'V'                         TO WK-CPR-PREFIXO.
           MOVE WK-CONTA-PRODUTO            TO WK-PAR-CREDITO.
           MOVE REC-TAB-VENDAS(WK-IND-REC)  TO WK-PAR-VALOR.
           PERFORM 915-GRAVAR-PAR.
           MOVE 'D'                         TO WK-CPR-PREFIXO.
           MOVE WK-CONTA-PRODUTO            TO WK-PAR-DEBITO.
           MOVE 'CLRC'                      TO WK-PAR-CREDITO.
           MOVE REC-TAB-DEVOLUCOES(WK-IND-REC) TO WK-PAR-VALOR.
           PERFORM 915-GRAVAR-PAR.
      *
      *    IMPOSTO DAS VENDAS MENOS O CREDITO DAS DEVOLUCOES,
      *    CADA UM ARREDONDADO COMO NA APURACAO DO ALUNO62
       920-LANCAR-ICMS.
           COMPUTE WK-IMPOSTO ROUNDED =
                   ICM-TAB-VENDAS(WK-IND-ICM)
                   * ICM-TAB-ALIQUOTA(WK-IND-ICM) / 100.
           COMPUTE WK-CREDITO ROUNDED =
                   ICM-TAB-DEVOLUCOES(WK-IND-ICM)
                   * ICM-TAB-ALIQUOTA(WK-IND-ICM) / 100.
           MOVE ICM-TAB-EMPRESA(WK-IND-ICM) TO WK-PAR-EMPRESA.
           MOVE ICM-TAB-UF(WK-IND-ICM)      TO WK-CUF-UF.
           MOVE 'ICDS'                      TO WK-PAR-DEBITO.
           MOVE WK-CONTA-UF                 TO WK-PAR-CREDITO.
           COMPUTE WK-PAR-VALOR = WK-IMPOSTO - WK-CREDITO.
           PERFORM 915-GRAVAR-PAR.
      *
      *    O PAR SAI EM DUAS LINHAS BALANCEADAS; VALOR
      *    NEGATIVO TROCA DEBITO E CREDITO
       915-GRAVAR-PAR.
           IF WK-PAR-VALOR NOT = ZEROS
               IF WK-PAR-VALOR < ZEROS
                   COMPUTE WK-PAR-VALOR = 0 - WK-PAR-VALOR
                   MOVE WK-PAR-DEBITO  TO WK-PAR-TROCA
                   MOVE WK-PAR-CREDITO TO WK-PAR-DEBITO
                   MOVE WK-PAR-TROCA   TO WK-PAR-CREDITO
               END-IF
               MOVE SPACES          TO REG-VNDFEED
               MOVE 'VD'            TO VF-TIPO-REGISTRO
               MOVE WK-PAR-EMPRESA  TO VF-CODFUN
               MOVE WK-PAR-DEBITO   TO VF-CENTRO-CUSTO
               MOVE WK-PAR-VALOR    TO VF-VALOR
               MOVE 'D'             TO VF-SINAL
               MOVE WK-DATA-EXEC    TO VF-DATA-REFERENCIA
               MOVE WK-PAR-CREDITO  TO VF-CENTRO-ORIGEM
               WRITE REG-VNDFEED
               ADD 1 TO WK-QTDE-FEED
               ADD WK-PAR-VALOR TO WK-TOT-DEBITOS
               MOVE SPACES          TO REG-VNDFEED
               MOVE 'VD'            TO VF-TIPO-REGISTRO
               MOVE WK-PAR-EMPRESA  TO VF-CODFUN
               MOVE WK-PAR-CREDITO  TO VF-CENTRO-CUSTO
               MOVE WK-PAR-VALOR    TO VF-VALOR
               MOVE 'C'             TO VF-SINAL
               MOVE WK-DATA-EXEC    TO VF-DATA-REFERENCIA
               MOVE WK-PAR-DEBITO   TO VF-CENTRO-ORIGEM
               WRITE REG-VNDFEED
               ADD 1 TO WK-QTDE-FEED
               ADD WK-PAR-VALOR TO WK-TOT-CREDITOS
               MOVE WK-PAR-EMPRESA  TO WK-LL-EMPRESA
               MOVE WK-PAR-DEBITO   TO WK-LL-DEBITO
               MOVE WK-PAR-CREDITO  TO WK-LL-CREDITO
               MOVE WK-PAR-VALOR    TO WK-LL-VALOR
               WRITE REG-RELVND FROM WK-LINHA-LANCTO
           END-IF.
       925-GRAVAR-TRAILER.
           MOVE SPACES          TO REG-VNDFEED.
           MOVE '99'            TO VF-TIPO-REGISTRO.
           MOVE WK-QTDE-FEED    TO VF-TRL-QTDE.
           MOVE WK-TOT-DEBITOS  TO VF-TRL-DEBITOS.
           MOVE WK-TOT-CREDITOS TO VF-TRL-CREDITOS.
           WRITE REG-VNDFEED.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO126'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
