       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO138.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    ACOMPANHAMENTO MENSAL DOS ACORDOS DE         *
      *    RENEGOCIACAO (ALUNO137): RODA ANTES DO       *
      *    FATURAMENTO DO ALUNO65. ACORDO VIGENTE CUJO  *
      *    CONTRATO FOI LIQUIDADO FICA C=CUMPRIDO; NOS  *
      *    DEMAIS, AS PARCELAS EM ATRASO SAO OS MESES   *
      *    DESDE O ACORDO MENOS AS PARCELAS PAGAS       *
      *    (FATURADAS NO CONTRATO MENOS AS RECUSADAS    *
      *    POR LIMITE AINDA PENDENTES NO RECUSAS.EMP).  *
      *    COM N OU MAIS PARCELAS EM ATRASO (PARAMETRO  *
      *    PARC-ROMPE, PADRAO 3) O ACORDO FICA          *
      *    R=ROMPIDO E O CLIENTE VOLTA AO AGING NORMAL  *
      *    DO ALUNO115. RELATORIO MENSAL DOS ACORDOS    *
      *    FEITOS NO MES, MANTIDOS, CUMPRIDOS E         *
      *    ROMPIDOS                                     *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ACDVELH  ASSIGN TO ACDVELH
               FILE STATUS IS WK-FS-ACDVELH.
           SELECT ARQ-ACDNOVO  ASSIGN TO ACDNOVO
               FILE STATUS IS WK-FS-ACDNOVO.
           SELECT ARQ-EMPREST  ASSIGN TO EMPREST
               FILE STATUS IS WK-FS-EMPREST.
           SELECT ARQ-RECUSEMP ASSIGN TO RECUSEMP
               FILE STATUS IS WK-FS-RECUSEMP.
           SELECT ARQ-RELATO   ASSIGN TO RELATO
               FILE STATUS IS WK-FS-RELATO.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-ACDVELH
            RECORDING MODE IS F.
       01  REG-ACDVELH              PIC X(100).
       FD   ARQ-ACDNOVO
            RECORDING MODE IS F.
           COPY ACORDO.
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-RECUSEMP
            RECORDING MODE IS F.
           COPY SUSPLAN.
       FD   ARQ-RELATO
            RECORDING MODE IS F.
       01  REG-RELATO              PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-ACDVELH     PIC XX             VALUE SPACES.
       77  WK-FS-ACDNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-RECUSEMP    PIC XX             VALUE SPACES.
       77  WK-FS-RELATO      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    PARAMETRO: PARCELAS EM ATRASO QUE ROMPEM O ACORDO
       77  WK-PARM-ROMPE     PIC 9(03)          VALUE ZEROS.
      *
      *    DATA DE REFERENCIA DA RODADA
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-EDIT REDEFINES WK-DATA-EXEC.
           05 WK-DATA-ANO          PIC 9(4).
           05 WK-DATA-MES          PIC 99.
           05 WK-DATA-DIA          PIC 99.
       77  WK-REF-ANOMES     PIC 9(06)          VALUE ZEROS.
       01  WK-DATA-ACORDO    PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-ACORDO-EDIT REDEFINES WK-DATA-ACORDO.
           05 WK-ACD-DATA-ANO      PIC 9(4).
           05 WK-ACD-DATA-MES      PIC 99.
           05 WK-ACD-DATA-DIA      PIC 99.
       77  WK-ACD-ANOMES     PIC 9(06)          VALUE ZEROS.
      *
      *    MESTRE DE ACORDOS CARREGADO, COM A POSICAO DO
      *    CONTRATO DO ACORDO NO MESTRE DE EMPRESTIMOS.
      *    EMP-OK: S=CONTRATO ACHADO N=AUSENTE DO MESTRE
       01  TABELA-ACORDOS.
           05 ACD-ENTRADA            OCCURS 2000 TIMES.
              10 ACD-TAB-REGISTRO    PIC X(100).
              10 ACD-TAB-CONTRATO    PIC 9(6).
              10 ACD-TAB-EMP-OK      PIC X(1).
              10 ACD-TAB-SIT-EMP     PIC X(1).
              10 ACD-TAB-FATUR       PIC 9(3).
       77  WK-TOT-ACORDOS    PIC 9(04)          VALUE ZEROS.
       77  WK-IND-ACD        PIC 9(04)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ACORDO-ACHADO                     VALUE 'S'.
           88 ACORDO-NAO-ACHADO                 VALUE 'N'.
      *
      *    IMAGEM DO LANCAMENTO DENTRO DO REGISTRO SUSPENSO
       01  WK-LANCAM-SUSP.
           05 WK-LSU-CODIGO         PIC 9(5).
           05 WK-LSU-TIPO           PIC X(01).
           05 WK-LSU-VALOR          PIC 9(6)V99.
           05 WK-LSU-NOTA           PIC 9(6).
           05 FILLER                PIC X(40).
      *
      *    PARCELAS DE EMPRESTIMO RECUSADAS POR LIMITE AINDA
      *    PENDENTES, POR CLIENTE
       01  TABELA-RECUSAS.
           05 REC-ENTRADA            OCCURS 500 TIMES.
              10 REC-TAB-CODIGO      PIC 9(5).
              10 REC-TAB-QTDE        PIC 9(3).
       77  WK-TOT-RECUSAS    PIC 9(3)           VALUE ZEROS.
       77  WK-IND-REC        PIC 9(3)           VALUE ZEROS.
       77  WK-ACHOU-REC      PIC X              VALUE 'N'.
           88 RECUSA-ACHADA                     VALUE 'S'.
           88 RECUSA-NAO-ACHADA                 VALUE 'N'.
      *
       77  WK-CODIGO-EXAME   PIC 9(5)           VALUE ZEROS.
       77  WK-QTDE-RECUSAS   PIC 9(3)           VALUE ZEROS.
       77  WK-PARC-PAGAS     PIC 9(3)           VALUE ZEROS.
       77  WK-PARC-DEVIDAS   PIC S9(5)          VALUE ZEROS.
       77  WK-PARC-ATRASO    PIC S9(5)          VALUE ZEROS.
       77  WK-VALOR-ACORDO   PIC 9(8)V99        VALUE ZEROS.
      *
      *    TOTAIS DO RELATORIO MENSAL
       77  WK-TOT-FEITOS     PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-MANTIDOS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-CUMPRIDOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ROMPIDOS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SEM-CONTRATO PIC 9(05)        VALUE ZEROS.
       77  WK-VAL-FEITOS     PIC 9(9)V99        VALUE ZEROS.
       77  WK-VAL-ROMPIDOS   PIC 9(9)V99        VALUE ZEROS.
       77  WK-VAL-EDIT       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
           05 WK-LD-CODIGO         PIC 9(5).
           05 FILLER               PIC X(08)     VALUE ' ACORDO '.
           05 WK-LD-CONTRATO       PIC 9(6).
           05 FILLER               PIC X(06)     VALUE ' ORIG '.
           05 WK-LD-ORIGEM         PIC 9(6).
           05 FILLER               PIC X(06)     VALUE ' DATA '.
           05 WK-LD-DATA           PIC 9(8).
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LD-VALOR          PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(08)     VALUE ' ATRASO '.
           05 WK-LD-ATRASO         PIC ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-SITUACAO       PIC X(20).
      *
      *    AREA DE COMUNICACAO COM O SERVICO CENTRAL DE
      *    PARAMETROS (ALUNO46); SEM PARAMETRO CADASTRADO,
      *    VALE O CARTAO SYSIN
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR
               VARYING WK-IND-ACD FROM 1 BY 1
               UNTIL WK-IND-ACD > WK-TOT-ACORDOS.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO138' TO LK-PRM-PROGRAMA.
           MOVE 'PARC-ROMPE' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:3) TO WK-PARM-ROMPE
           ELSE
               ACCEPT WK-PARM-ROMPE FROM SYSIN
           END-IF.
           IF WK-PARM-ROMPE NOT NUMERIC
            OR WK-PARM-ROMPE = ZEROS
               MOVE 3 TO WK-PARM-ROMPE
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           COMPUTE WK-REF-ANOMES = WK-DATA-ANO * 12 + WK-DATA-MES.
           OPEN INPUT  ARQ-ACDVELH.
           OPEN OUTPUT ARQ-ACDNOVO.
           OPEN OUTPUT ARQ-RELATO.
           EVALUATE WK-FS-ACDVELH
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO ACDVELH NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-ACDVELH
                           ' NO COMANDO OPEN ACDVELH'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'ACOMPANHAMENTO MENSAL DOS ACORDOS DE RENEGOCIACAO'
                TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 110-CARREGAR-ACORDOS.
           PERFORM 120-CARREGAR-EMPREST.
           PERFORM 130-CARREGAR-RECUSAS.
       110-CARREGAR-ACORDOS.
           PERFORM 112-LER-ACDVELH.
           PERFORM 111-ACUMULAR-ACORDO
               UNTIL WK-FS-ACDVELH = '10'.
           CLOSE ARQ-ACDVELH.
       111-ACUMULAR-ACORDO.
           ADD 1 TO WK-REGS-LIDOS.
           IF WK-TOT-ACORDOS >= 2000
               DISPLAY 'TABELA DE ACORDOS CHEIA (MAXIMO 2000 '
                       'REGISTROS) - ACOMPANHAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-ACORDOS.
           MOVE REG-ACDVELH TO REG-ACORDO.
           MOVE REG-ACDVELH TO ACD-TAB-REGISTRO(WK-TOT-ACORDOS).
           MOVE FD-ACD-CONTRATO TO ACD-TAB-CONTRATO(WK-TOT-ACORDOS).
           MOVE 'N'   TO ACD-TAB-EMP-OK(WK-TOT-ACORDOS).
           MOVE SPACE TO ACD-TAB-SIT-EMP(WK-TOT-ACORDOS).
           MOVE ZEROS TO ACD-TAB-FATUR(WK-TOT-ACORDOS).
           PERFORM 112-LER-ACDVELH.
       112-LER-ACDVELH.
           READ ARQ-ACDVELH.
           EVALUATE WK-FS-ACDVELH
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-ACDVELH
                           ' NO COMANDO READ ACDVELH'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    SITUACAO E PARCELAS FATURADAS DO CONTRATO DE CADA
      *    ACORDO, TIRADAS DO MESTRE DE EMPRESTIMOS
       120-CARREGAR-EMPREST.
           OPEN INPUT ARQ-EMPREST.
           EVALUATE WK-FS-EMPREST
               WHEN '00'
                   PERFORM 122-LER-EMPREST
                   PERFORM 121-ANOTAR-CONTRATO
                       UNTIL WK-FS-EMPREST = '10'
                   CLOSE ARQ-EMPREST
               WHEN OTHER
                   DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       121-ANOTAR-CONTRATO.
           SET ACORDO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-ACD FROM 1 BY 1
                   UNTIL WK-IND-ACD > WK-TOT-ACORDOS
                   OR ACORDO-ACHADO
               IF ACD-TAB-CONTRATO(WK-IND-ACD) = FD-EMP-CONTRATO
                   SET ACORDO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ACORDO-ACHADO
               SUBTRACT 1 FROM WK-IND-ACD
               MOVE 'S' TO ACD-TAB-EMP-OK(WK-IND-ACD)
               MOVE FD-EMP-SITUACAO TO ACD-TAB-SIT-EMP(WK-IND-ACD)
               MOVE FD-EMP-PARCELAS-FATUR
                    TO ACD-TAB-FATUR(WK-IND-ACD)
           END-IF.
           PERFORM 122-LER-EMPREST.
       122-LER-EMPREST.
           READ ARQ-EMPREST
               AT END
                   MOVE '10' TO WK-FS-EMPREST
           END-READ.
       130-CARREGAR-RECUSAS.
           OPEN INPUT ARQ-RECUSEMP.
           EVALUATE WK-FS-RECUSEMP
               WHEN '00'
                   PERFORM 132-LER-RECUSEMP
                   PERFORM 131-ACUMULAR-RECUSA
                       UNTIL WK-FS-RECUSEMP = '10'
                   CLOSE ARQ-RECUSEMP
               WHEN OTHER
                   DISPLAY 'ARQUIVO RECUSEMP NAO ENCONTRADO - '
                           'SEM PARCELAS RECUSADAS PENDENTES'
           END-EVALUATE.
       131-ACUMULAR-RECUSA.
           MOVE FD-SUS-REGISTRO TO WK-LANCAM-SUSP.
           IF SUS-MOT-LIMITE
            AND WK-LSU-TIPO = 'D'
            AND WK-LSU-NOTA >= 800000 AND WK-LSU-NOTA <= 899999
               PERFORM 133-ANOTAR-RECUSA
           END-IF.
           PERFORM 132-LER-RECUSEMP.
       132-LER-RECUSEMP.
           READ ARQ-RECUSEMP
               AT END
                   MOVE '10' TO WK-FS-RECUSEMP
           END-READ.
       133-ANOTAR-RECUSA.
           MOVE WK-LSU-CODIGO TO WK-CODIGO-EXAME.
           PERFORM 510-PROCURAR-RECUSA.
           IF RECUSA-ACHADA
               ADD 1 TO REC-TAB-QTDE(WK-IND-REC)
           ELSE
               IF WK-TOT-RECUSAS >= 500
                   DISPLAY 'TABELA DE RECUSAS CHEIA (MAXIMO 500 '
                           'CLIENTES) - ACOMPANHAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-RECUSAS
               MOVE WK-LSU-CODIGO
                    TO REC-TAB-CODIGO(WK-TOT-RECUSAS)
               MOVE 1 TO REC-TAB-QTDE(WK-TOT-RECUSAS)
           END-IF.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           MOVE ACD-TAB-REGISTRO(WK-IND-ACD) TO REG-ACORDO.
           MOVE FD-ACD-DATA TO WK-DATA-ACORDO.
           COMPUTE WK-ACD-ANOMES =
                   WK-ACD-DATA-ANO * 12 + WK-ACD-DATA-MES.
           COMPUTE WK-VALOR-ACORDO = FD-ACD-VALOR-EMPREST
                                   + FD-ACD-VALOR-CC.
           IF WK-ACD-ANOMES = WK-REF-ANOMES
               ADD 1 TO WK-TOT-FEITOS
               ADD WK-VALOR-ACORDO TO WK-VAL-FEITOS
           END-IF.
           IF ACD-SIT-VIGENTE
               PERFORM 210-AVALIAR-ACORDO
           END-IF.
           WRITE REG-ACORDO.
      *
      *    O CONTRATO DO ACORDO AINDA FORA DO MESTRE (COPIA
      *    NOVA NAO SUBSTITUIDA) NAO E AVALIADO NESTA RODADA
       210-AVALIAR-ACORDO.
           EVALUATE TRUE
               WHEN ACD-TAB-EMP-OK(WK-IND-ACD) = 'N'
                   ADD 1 TO WK-TOT-SEM-CONTRATO
                   ADD 1 TO WK-TOT-MANTIDOS
                   MOVE 'CONTRATO AUSENTE' TO WK-LD-SITUACAO
               WHEN ACD-TAB-SIT-EMP(WK-IND-ACD) = 'L'
                   MOVE 'C' TO FD-ACD-SITUACAO
                   MOVE ZEROS TO FD-ACD-PARC-ATRASO
                   MOVE WK-DATA-EXEC TO FD-ACD-DATA-SITUACAO
                   ADD 1 TO WK-TOT-CUMPRIDOS
                   MOVE 'CUMPRIDO' TO WK-LD-SITUACAO
               WHEN OTHER
                   PERFORM 220-CONTAR-ATRASO
           END-EVALUATE.
           PERFORM 230-IMPRIMIR-ACORDO.
      *
      *    PARCELAS DEVIDAS = MESES DESDE O ACORDO (ATE O
      *    PRAZO); PAGAS = FATURADAS MENOS AS RECUSADAS QUE
      *    O ALUNO65 AINDA VAI DEVOLVER AO CONTRATO
       220-CONTAR-ATRASO.
           COMPUTE WK-PARC-DEVIDAS = WK-REF-ANOMES - WK-ACD-ANOMES.
           IF WK-PARC-DEVIDAS > FD-ACD-PRAZO
               MOVE FD-ACD-PRAZO TO WK-PARC-DEVIDAS
           END-IF.
           MOVE FD-ACD-CODIGO TO WK-CODIGO-EXAME.
           PERFORM 510-PROCURAR-RECUSA.
           IF RECUSA-ACHADA
               MOVE REC-TAB-QTDE(WK-IND-REC) TO WK-QTDE-RECUSAS
           ELSE
               MOVE ZEROS TO WK-QTDE-RECUSAS
           END-IF.
           IF WK-QTDE-RECUSAS > ACD-TAB-FATUR(WK-IND-ACD)
               MOVE ZEROS TO WK-PARC-PAGAS
           ELSE
               COMPUTE WK-PARC-PAGAS =
                       ACD-TAB-FATUR(WK-IND-ACD) - WK-QTDE-RECUSAS
           END-IF.
           COMPUTE WK-PARC-ATRASO = WK-PARC-DEVIDAS - WK-PARC-PAGAS.
           IF WK-PARC-ATRASO < ZEROS
               MOVE ZEROS TO WK-PARC-ATRASO
           END-IF.
           MOVE WK-PARC-ATRASO TO FD-ACD-PARC-ATRASO.
           IF FD-ACD-PARC-ATRASO >= WK-PARM-ROMPE
               MOVE 'R' TO FD-ACD-SITUACAO
               MOVE WK-DATA-EXEC TO FD-ACD-DATA-SITUACAO
               ADD 1 TO WK-TOT-ROMPIDOS
               ADD WK-VALOR-ACORDO TO WK-VAL-ROMPIDOS
               MOVE 'ROMPIDO' TO WK-LD-SITUACAO
           ELSE
               ADD 1 TO WK-TOT-MANTIDOS
               IF FD-ACD-PARC-ATRASO = ZEROS
                   MOVE 'MANTIDO EM DIA' TO WK-LD-SITUACAO
               ELSE
                   MOVE 'MANTIDO EM ATRASO' TO WK-LD-SITUACAO
               END-IF
           END-IF.
       230-IMPRIMIR-ACORDO.
           MOVE FD-ACD-CODIGO         TO WK-LD-CODIGO.
           MOVE FD-ACD-CONTRATO       TO WK-LD-CONTRATO.
           MOVE FD-ACD-CONTRATO-ORIG  TO WK-LD-ORIGEM.
           MOVE FD-ACD-DATA           TO WK-LD-DATA.
           MOVE WK-VALOR-ACORDO       TO WK-LD-VALOR.
           MOVE FD-ACD-PARC-ATRASO    TO WK-LD-ATRASO.
           MOVE SPACES                TO LK-REL-DETALHE.
           MOVE WK-LINHA-DETALHE      TO LK-REL-DETALHE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
      ***************************************
       500-APOIO SECTION.
       510-PROCURAR-RECUSA.
           SET RECUSA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-REC FROM 1 BY 1
                   UNTIL WK-IND-REC > WK-TOT-RECUSAS
                   OR RECUSA-ACHADA
               IF REC-TAB-CODIGO(WK-IND-REC) = WK-CODIGO-EXAME
                   SET RECUSA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF RECUSA-ACHADA
               SUBTRACT 1 FROM WK-IND-REC
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-VAL-FEITOS TO WK-VAL-EDIT.
           STRING 'ACORDOS FEITOS NO MES:    ' DELIMITED BY SIZE
                  WK-TOT-FEITOS              DELIMITED BY SIZE
                  '   DIVIDA RENEGOCIADA: '  DELIMITED BY SIZE
                  WK-VAL-EDIT                DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-IMPRIMIR-TOTAL.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'ACORDOS MANTIDOS:         ' DELIMITED BY SIZE
                  WK-TOT-MANTIDOS            DELIMITED BY SIZE
                  '   SEM CONTRATO NO MESTRE: ' DELIMITED BY SIZE
                  WK-TOT-SEM-CONTRATO        DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-IMPRIMIR-TOTAL.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'ACORDOS CUMPRIDOS:        ' DELIMITED BY SIZE
                  WK-TOT-CUMPRIDOS           DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-IMPRIMIR-TOTAL.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-VAL-ROMPIDOS TO WK-VAL-EDIT.
           STRING 'ACORDOS ROMPIDOS:         ' DELIMITED BY SIZE
                  WK-TOT-ROMPIDOS            DELIMITED BY SIZE
                  '   DIVIDA DOS ROMPIDOS: ' DELIMITED BY SIZE
                  WK-VAL-EDIT                DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-IMPRIMIR-TOTAL.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           DISPLAY 'ACORDOS LIDOS             = ' WK-REGS-LIDOS.
           DISPLAY 'ACORDOS ROMPIDOS          = ' WK-TOT-ROMPIDOS.
           IF WK-TOT-ROMPIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-ACDNOVO.
           CLOSE ARQ-RELATO.
       910-IMPRIMIR-TOTAL.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
      ***************************************
       915-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELATO
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO138'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-ROMPIDOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
