       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO154.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    CONCILIACAO DIARIA DOS PAGAMENTOS            *
      *    INSTANTANEOS: SOMA OS ITENS LIQUIDADOS NO    *
      *    ACUMULADO DO DIA (PIXPROC, GRAVADO PELO      *
      *    ALUNO153) - RECEBIDOS E ENVIADOS, EM         *
      *    QUANTIDADE E VALOR - E CONFRONTA COM OS      *
      *    CREDITOS E DEBITOS DO EXTRATO DA CONTA DE    *
      *    LIQUIDACAO (EXTLIQ). CONFERE TAMBEM O        *
      *    PROPRIO EXTRATO: SALDO FINAL = SALDO INICIAL *
      *    MAIS CREDITOS MENOS DEBITOS. QUALQUER        *
      *    DIFERENCA SAI NO RELATORIO RELCONC E DA RC 4 *
      *    PARA A TESOURARIA INVESTIGAR ANTES DO        *
      *    ARQUIVAMENTO DO ACUMULADO                    *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PIXPROC  ASSIGN TO PIXPROC
               FILE STATUS IS WK-FS-PIXPROC.
           SELECT ARQ-EXTLIQ   ASSIGN TO EXTLIQ
               FILE STATUS IS WK-FS-EXTLIQ.
           SELECT ARQ-RELCONC  ASSIGN TO RELCONC
               FILE STATUS IS WK-FS-RELCONC.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-PIXPROC
            RECORDING MODE IS F.
           COPY PIXMOV.
      *
      *    EXTRATO DA CONTA DE LIQUIDACAO NO BANCO CENTRAL
      *    TIPO: S=SALDO INICIAL C=CREDITO (RECEBIDO)
      *          D=DEBITO (ENVIADO) F=SALDO FINAL
       FD   ARQ-EXTLIQ
            RECORDING MODE IS F.
       01  REG-EXTLIQ.
           05 FD-EXT-TIPO           PIC X(01).
              88 EXT-SALDO-INICIAL             VALUE 'S'.
              88 EXT-CREDITO                   VALUE 'C'.
              88 EXT-DEBITO                    VALUE 'D'.
              88 EXT-SALDO-FINAL               VALUE 'F'.
           05 FD-EXT-ID             PIC X(20).
           05 FD-EXT-DATA           PIC 9(8).
           05 FD-EXT-VALOR          PIC 9(11)V99.
           05 FILLER                PIC X(38).
       FD   ARQ-RELCONC
            RECORDING MODE IS F.
       01  REG-RELCONC              PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-PIXPROC     PIC XX             VALUE SPACES.
       77  WK-FS-EXTLIQ      PIC XX             VALUE SPACES.
       77  WK-FS-RELCONC     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DIVERGENC  PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    TOTAIS DO ACUMULADO (ITENS LIQUIDADOS)
       77  WK-QTD-REC-PROC   PIC 9(07)          VALUE ZEROS.
       77  WK-VLR-REC-PROC   PIC S9(11)V99      VALUE ZEROS.
       77  WK-QTD-ENV-PROC   PIC 9(07)          VALUE ZEROS.
       77  WK-VLR-ENV-PROC   PIC S9(11)V99      VALUE ZEROS.
      *
      *    TOTAIS DO EXTRATO
       77  WK-QTD-REC-EXT    PIC 9(07)          VALUE ZEROS.
       77  WK-VLR-REC-EXT    PIC S9(11)V99      VALUE ZEROS.
       77  WK-QTD-ENV-EXT    PIC 9(07)          VALUE ZEROS.
       77  WK-VLR-ENV-EXT    PIC S9(11)V99      VALUE ZEROS.
       77  WK-SALDO-INICIAL  PIC S9(11)V99      VALUE ZEROS.
       77  WK-SALDO-FINAL    PIC S9(11)V99      VALUE ZEROS.
       77  WK-SALDO-CALCUL   PIC S9(11)V99      VALUE ZEROS.
       77  WK-SW-INICIAL     PIC X              VALUE 'N'.
           88 INICIAL-LIDO                      VALUE 'S'.
       77  WK-SW-FINAL       PIC X              VALUE 'N'.
           88 FINAL-LIDO                        VALUE 'S'.
      *
       01  WK-LINHA-TITULO.
           05 FILLER               PIC X(41)     VALUE
              'CONCILIACAO DOS PAGAMENTOS INSTANTANEOS -'.
           05 FILLER               PIC X(06)     VALUE ' DATA '.
           05 WK-LT-DATA           PIC 9(8).
           05 FILLER               PIC X(25)     VALUE SPACES.
       01  WK-LINHA-CONFRONTO.
           05 WK-LC-DESCRICAO      PIC X(10).
           05 FILLER               PIC X(06)     VALUE ' PROC '.
           05 WK-LC-QTD-PROC       PIC ZZZZZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-VLR-PROC       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(05)     VALUE ' EXT '.
           05 WK-LC-QTD-EXT        PIC ZZZZZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-VLR-EXT        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(09)     VALUE SPACES.
       01  WK-LINHA-SALDO.
           05 WK-LS-DESCRICAO      PIC X(20).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LS-VALOR          PIC -Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(41)     VALUE SPACES.
       01  WK-LINHA-MENSAGEM.
           05 WK-LM-TEXTO          PIC X(60).
           05 FILLER               PIC X(20)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-SOMAR-PIXPROC UNTIL WK-FS-PIXPROC = '10'.
           PERFORM 211-SOMAR-EXTLIQ UNTIL WK-FS-EXTLIQ = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-PIXPROC.
           OPEN INPUT  ARQ-EXTLIQ.
           OPEN OUTPUT ARQ-RELCONC.
           EVALUATE WK-FS-PIXPROC
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO PIXPROC NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PIXPROC
                           ' NO COMANDO OPEN PIXPROC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           EVALUATE WK-FS-EXTLIQ
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO EXTLIQ NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-EXTLIQ
                           ' NO COMANDO OPEN EXTLIQ'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           MOVE WK-DATA-EXEC TO WK-LT-DATA.
           WRITE REG-RELCONC FROM WK-LINHA-TITULO.
           PERFORM 301-LER-PIXPROC.
           PERFORM 311-LER-EXTLIQ.
      ***************************************
       200-PROCESSAR SECTION.
      *
      *    SO OS ITENS LIQUIDADOS PASSARAM PELA CONTA DE
      *    LIQUIDACAO; OS RECUSADOS NAO TEM CONTRAPARTIDA
       201-SOMAR-PIXPROC.
           ADD 1 TO WK-REGS-LIDOS.
           IF PIX-LIQUIDADO
               IF PIX-RECEBIDO
                   ADD 1            TO WK-QTD-REC-PROC
                   ADD FD-PIX-VALOR TO WK-VLR-REC-PROC
               ELSE
                   ADD 1            TO WK-QTD-ENV-PROC
                   ADD FD-PIX-VALOR TO WK-VLR-ENV-PROC
               END-IF
           END-IF.
           PERFORM 301-LER-PIXPROC.
       211-SOMAR-EXTLIQ.
           ADD 1 TO WK-REGS-LIDOS.
           EVALUATE TRUE
               WHEN EXT-SALDO-INICIAL
                   MOVE FD-EXT-VALOR TO WK-SALDO-INICIAL
                   SET INICIAL-LIDO TO TRUE
               WHEN EXT-CREDITO
                   ADD 1            TO WK-QTD-REC-EXT
                   ADD FD-EXT-VALOR TO WK-VLR-REC-EXT
               WHEN EXT-DEBITO
                   ADD 1            TO WK-QTD-ENV-EXT
                   ADD FD-EXT-VALOR TO WK-VLR-ENV-EXT
               WHEN EXT-SALDO-FINAL
                   MOVE FD-EXT-VALOR TO WK-SALDO-FINAL
                   SET FINAL-LIDO TO TRUE
               WHEN OTHER
                   MOVE 'REGISTRO DO EXTRATO COM TIPO INVALIDO'
                        TO WK-LM-TEXTO
                   PERFORM 250-RELATAR-DIVERGENCIA
           END-EVALUATE.
           PERFORM 311-LER-EXTLIQ.
       250-RELATAR-DIVERGENCIA.
           ADD 1 TO WK-TOT-DIVERGENC.
           WRITE REG-RELCONC FROM WK-LINHA-MENSAGEM.
      ***************************************
       300-LER-ARQUIVOS SECTION.
       301-LER-PIXPROC.
           READ ARQ-PIXPROC.
           EVALUATE WK-FS-PIXPROC
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PIXPROC
                           ' NO COMANDO READ PIXPROC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       311-LER-EXTLIQ.
           READ ARQ-EXTLIQ.
           EVALUATE WK-FS-EXTLIQ
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-EXTLIQ
                           ' NO COMANDO READ EXTLIQ'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE 'RECEBIDOS'      TO WK-LC-DESCRICAO.
           MOVE WK-QTD-REC-PROC  TO WK-LC-QTD-PROC.
           MOVE WK-VLR-REC-PROC  TO WK-LC-VLR-PROC.
           MOVE WK-QTD-REC-EXT   TO WK-LC-QTD-EXT.
           MOVE WK-VLR-REC-EXT   TO WK-LC-VLR-EXT.
           WRITE REG-RELCONC FROM WK-LINHA-CONFRONTO.
           MOVE 'ENVIADOS'       TO WK-LC-DESCRICAO.
           MOVE WK-QTD-ENV-PROC  TO WK-LC-QTD-PROC.
           MOVE WK-VLR-ENV-PROC  TO WK-LC-VLR-PROC.
           MOVE WK-QTD-ENV-EXT   TO WK-LC-QTD-EXT.
           MOVE WK-VLR-ENV-EXT   TO WK-LC-VLR-EXT.
           WRITE REG-RELCONC FROM WK-LINHA-CONFRONTO.
           COMPUTE WK-SALDO-CALCUL = WK-SALDO-INICIAL
                                   + WK-VLR-REC-EXT
                                   - WK-VLR-ENV-EXT.
           MOVE 'SALDO INICIAL'  TO WK-LS-DESCRICAO.
           MOVE WK-SALDO-INICIAL TO WK-LS-VALOR.
           WRITE REG-RELCONC FROM WK-LINHA-SALDO.
           MOVE 'SALDO FINAL'    TO WK-LS-DESCRICAO.
           MOVE WK-SALDO-FINAL   TO WK-LS-VALOR.
           WRITE REG-RELCONC FROM WK-LINHA-SALDO.
           MOVE 'SALDO CALCULADO' TO WK-LS-DESCRICAO.
           MOVE WK-SALDO-CALCUL  TO WK-LS-VALOR.
           WRITE REG-RELCONC FROM WK-LINHA-SALDO.
           IF WK-QTD-REC-PROC NOT = WK-QTD-REC-EXT
            OR WK-VLR-REC-PROC NOT = WK-VLR-REC-EXT
               MOVE 'DIVERGENCIA NOS RECEBIDOS' TO WK-LM-TEXTO
               PERFORM 250-RELATAR-DIVERGENCIA
           END-IF.
           IF WK-QTD-ENV-PROC NOT = WK-QTD-ENV-EXT
            OR WK-VLR-ENV-PROC NOT = WK-VLR-ENV-EXT
               MOVE 'DIVERGENCIA NOS ENVIADOS' TO WK-LM-TEXTO
               PERFORM 250-RELATAR-DIVERGENCIA
           END-IF.
           IF NOT INICIAL-LIDO OR NOT FINAL-LIDO
               MOVE 'EXTRATO SEM SALDO INICIAL OU FINAL'
                    TO WK-LM-TEXTO
               PERFORM 250-RELATAR-DIVERGENCIA
           ELSE
               IF WK-SALDO-CALCUL NOT = WK-SALDO-FINAL
                   MOVE 'SALDO FINAL DO EXTRATO NAO CONFERE'
                        TO WK-LM-TEXTO
                   PERFORM 250-RELATAR-DIVERGENCIA
               END-IF
           END-IF.
           IF WK-TOT-DIVERGENC = 0
               MOVE 'CONCILIACAO SEM DIVERGENCIAS' TO WK-LM-TEXTO
               WRITE REG-RELCONC FROM WK-LINHA-MENSAGEM
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'RECEBIDOS LIQUIDADOS           = '
                   WK-QTD-REC-PROC.
           DISPLAY 'ENVIADOS LIQUIDADOS            = '
                   WK-QTD-ENV-PROC.
           DISPLAY 'DIVERGENCIAS                   = '
                   WK-TOT-DIVERGENC.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-PIXPROC.
           CLOSE ARQ-EXTLIQ.
           CLOSE ARQ-RELCONC.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO154'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-DIVERGENC  TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
