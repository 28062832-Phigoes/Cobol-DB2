       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO179.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    SERVICO DA DATA DE PROCESSAMENTO DA MALHA:   *
      *    LE O CONTROLE DATAPROC NA PRIMEIRA CHAMADA E *
      *    DEVOLVE A DATA DE NEGOCIO CORRENTE, A        *
      *    ANTERIOR E A PROXIMA. TODOS OS PROGRAMAS     *
      *    BATCH TOMAM A SUA DATA DE EXECUCAO DAQUI,    *
      *    PARA QUE A MALHA INTEIRA CONCORDE SOBRE O    *
      *    "HOJE" (DEPOIS DE FERIADO, NA REEXECUCAO DE  *
      *    UMA NOITE PASSADA E NA RECUPERACAO). SEM O   *
      *    DD DATAPROC (JOBS AVULSOS) VALE A DATA DO    *
      *    RELOGIO, COM AVISO                           *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DATAPROC ASSIGN TO DATAPROC
               FILE STATUS IS WK-FS-DATAPROC.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-DATAPROC
            RECORDING MODE IS F.
           COPY DATAPROC.
       WORKING-STORAGE SECTION.
       77  WK-FS-DATAPROC    PIC XX             VALUE SPACES.
       77  WK-CARREGADO      PIC X(01)          VALUE 'N'.
           88 DATA-CARREGADA                    VALUE 'S'.
           88 DATA-NAO-CARREGADA                VALUE 'N'.
      *
      *    DATAS GUARDADAS PARA AS CHAMADAS SEGUINTES
       77  WK-DATA-ATUAL     PIC 9(8)           VALUE ZEROS.
       77  WK-DATA-ANTERIOR  PIC 9(8)           VALUE ZEROS.
       77  WK-DATA-PROXIMA   PIC 9(8)           VALUE ZEROS.
       77  WK-RECUPERACAO    PIC X(01)          VALUE 'N'.
       77  WK-STATUS         PIC X(01)          VALUE '0'.
      *
       LINKAGE SECTION.
           COPY DTPSRV.
      *
       PROCEDURE DIVISION USING LK-DTP-COM.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR.
           PERFORM 901-FINALIZAR.
           GOBACK.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           IF DATA-NAO-CARREGADA
               PERFORM 110-LER-CONTROLE
               SET DATA-CARREGADA TO TRUE
           END-IF.
       110-LER-CONTROLE.
           OPEN INPUT ARQ-DATAPROC.
           IF WK-FS-DATAPROC = '00'
               READ ARQ-DATAPROC
                   AT END
                       MOVE '10' TO WK-FS-DATAPROC
               END-READ
               CLOSE ARQ-DATAPROC
           END-IF.
           IF WK-FS-DATAPROC = '00'
            AND FD-DPR-DATA-ATUAL NUMERIC
            AND FD-DPR-DATA-ATUAL > ZEROS
               MOVE FD-DPR-DATA-ATUAL    TO WK-DATA-ATUAL
               MOVE FD-DPR-DATA-ANTERIOR TO WK-DATA-ANTERIOR
               MOVE FD-DPR-DATA-PROXIMA  TO WK-DATA-PROXIMA
               IF FD-DPR-DATA-ALVO NUMERIC
                AND FD-DPR-DATA-ALVO > ZEROS
                   MOVE 'S' TO WK-RECUPERACAO
               END-IF
               MOVE '0' TO WK-STATUS
           ELSE
               ACCEPT WK-DATA-ATUAL FROM DATE YYYYMMDD
               MOVE ZEROS TO WK-DATA-ANTERIOR
               MOVE ZEROS TO WK-DATA-PROXIMA
               MOVE '2'   TO WK-STATUS
               DISPLAY 'CONTROLE DATAPROC INDISPONIVEL (STATUS '
                       WK-FS-DATAPROC ') - DATA DE PROCESSAMENTO '
                       'TOMADA DO RELOGIO: ' WK-DATA-ATUAL
           END-IF.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           MOVE WK-DATA-ATUAL    TO LK-DTP-DATA-ATUAL.
           MOVE WK-DATA-ANTERIOR TO LK-DTP-DATA-ANTERIOR.
           MOVE WK-DATA-PROXIMA  TO LK-DTP-DATA-PROXIMA.
           MOVE WK-RECUPERACAO   TO LK-DTP-EM-RECUPERACAO.
           MOVE WK-STATUS        TO LK-DTP-STATUS.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXIT.
