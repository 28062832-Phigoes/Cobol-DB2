       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO178.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    EXPURGO DO ARQUIVO DE RELATORIOS POR          *
      *    RETENCAO: PERCORRE O INDICE (RELIDX) E APAGA  *
      *    AS PAGINAS (TODOS OS BLOCOS NO RELARQV E A    *
      *    ENTRADA DO INDICE) DAS RODADAS ANTERIORES A   *
      *    DATA DE CORTE DO RELATORIO. A RETENCAO, EM    *
      *    MESES, VEM DO ARQUIVO CENTRAL DE PARAMETROS   *
      *    (PROGRAMA ALUNO178, NOME = RELATORIO, VALOR   *
      *    COLS 1-3); RELATORIO SEM PARAMETRO USA A      *
      *    RETENCAO PADRAO DO CARTAO SYSIN (COLS 1-3,    *
      *    PADRAO 060). RETENCAO 000 NO PARAMETRO GUARDA *
      *    O RELATORIO PARA SEMPRE                       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELARQV  ASSIGN TO RELARQV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ARV-CHAVE
               FILE STATUS IS WK-FS-RELARQV.
           SELECT ARQ-RELIDX   ASSIGN TO RELIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-IDX-CHAVE
               FILE STATUS IS WK-FS-RELIDX.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-RELARQV.
           COPY RELARQV.
       FD   ARQ-RELIDX.
           COPY RELIDX.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-RELARQV     PIC XX             VALUE SPACES.
       77  WK-FS-RELIDX      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-EXPURGADAS PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-BLOCOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-SEM-BLOCO  PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-RETENCAO-PADRAO PIC 9(03)         VALUE ZEROS.
      *
      *    RELATORIO CORRENTE DO INDICE E SUA RETENCAO
       77  WK-RELATORIO-ATUAL PIC X(08)         VALUE SPACES.
       77  WK-RETENCAO       PIC 9(03)          VALUE ZEROS.
       77  WK-DATA-CORTE     PIC 9(8)           VALUE ZEROS.
       77  WK-PAGINAS-REL    PIC 9(07)          VALUE ZEROS.
       77  WK-EXPURGADAS-REL PIC 9(07)          VALUE ZEROS.
       77  WK-ORIGEM-RETENCAO PIC X(10)         VALUE SPACES.
       77  WK-IND-BLOCO      PIC 9(03)          VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO46 (RETENCAO)
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO148 (DATA DE CORTE)
           COPY DIACONT.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-RELIDX = '10'.
           PERFORM 210-FECHAR-RELATORIO.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-RETENCAO-PADRAO FROM SYSIN.
           IF WK-RETENCAO-PADRAO NOT NUMERIC
            OR WK-RETENCAO-PADRAO = ZEROS
               MOVE 60 TO WK-RETENCAO-PADRAO
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN I-O    ARQ-RELARQV.
           IF WK-FS-RELARQV NOT = '00'
               DISPLAY 'ERRO ' WK-FS-RELARQV
                       ' NO COMANDO OPEN RELARQV'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O    ARQ-RELIDX.
           IF WK-FS-RELIDX NOT = '00'
               DISPLAY 'ERRO ' WK-FS-RELIDX
                       ' NO COMANDO OPEN RELIDX'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO FD-IDX-CHAVE.
           START ARQ-RELIDX KEY NOT < FD-IDX-CHAVE.
           EVALUATE WK-FS-RELIDX
               WHEN '00'
                   PERFORM 301-LER-RELIDX
               WHEN '23'
                   DISPLAY 'INDICE DO ARQUIVO DE RELATORIOS VAZIO'
                   MOVE '10' TO WK-FS-RELIDX
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-RELIDX
                           ' NO COMANDO START RELIDX'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
      *    O INDICE VEM POR RELATORIO: A TROCA DE RELATORIO
      *    FECHA OS TOTAIS DO ANTERIOR E BUSCA A RETENCAO
      *    DO NOVO
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-IDX-RELATORIO NOT = WK-RELATORIO-ATUAL
               PERFORM 210-FECHAR-RELATORIO
               MOVE FD-IDX-RELATORIO TO WK-RELATORIO-ATUAL
               PERFORM 220-BUSCAR-RETENCAO
           END-IF.
           ADD 1 TO WK-PAGINAS-REL.
           IF WK-RETENCAO > ZEROS
            AND FD-IDX-DATA < WK-DATA-CORTE
               PERFORM 230-EXPURGAR-PAGINA
           END-IF.
           PERFORM 301-LER-RELIDX.
       210-FECHAR-RELATORIO.
           IF WK-RELATORIO-ATUAL NOT = SPACES
               DISPLAY 'RELATORIO ' WK-RELATORIO-ATUAL
                       ' RETENCAO ' WK-RETENCAO ' MESES ('
                       WK-ORIGEM-RETENCAO ') CORTE ' WK-DATA-CORTE
                       ' PAGINAS ' WK-PAGINAS-REL
                       ' EXPURGADAS ' WK-EXPURGADAS-REL
           END-IF.
           MOVE ZEROS TO WK-PAGINAS-REL.
           MOVE ZEROS TO WK-EXPURGADAS-REL.
       220-BUSCAR-RETENCAO.
           SET LK-PRM-BUSCAR       TO TRUE.
           MOVE 'ALUNO178'         TO LK-PRM-PROGRAMA.
           MOVE WK-RELATORIO-ATUAL TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK AND LK-PRM-VALOR(1:3) NUMERIC
               MOVE LK-PRM-VALOR(1:3) TO WK-RETENCAO
               MOVE 'PARAMETRO'        TO WK-ORIGEM-RETENCAO
           ELSE
               MOVE WK-RETENCAO-PADRAO TO WK-RETENCAO
               MOVE 'PADRAO'           TO WK-ORIGEM-RETENCAO
           END-IF.
           MOVE ZEROS TO WK-DATA-CORTE.
           IF WK-RETENCAO > ZEROS
               SET LK-DCT-SOMAR-MESES TO TRUE
               MOVE WK-DATA-EXEC TO LK-DCT-DATA-INICIO
               COMPUTE LK-DCT-QTDE-MESES = ZERO - WK-RETENCAO
               CALL 'ALUNO148' USING LK-DCT-COM
               IF NOT LK-DCT-OK
                   DISPLAY 'ERRO ' LK-DCT-STATUS
                           ' NO CALCULO DA DATA DE CORTE DO '
                           'RELATORIO ' WK-RELATORIO-ATUAL
                           ' - EXPURGO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LK-DCT-DATA-FIM TO WK-DATA-CORTE
           END-IF.
      *
      *    OS BLOCOS SAEM PRIMEIRO; A ENTRADA DO INDICE SO E
      *    APAGADA DEPOIS, PARA QUE UMA INTERRUPCAO NAO DEIXE
      *    BLOCOS SEM INDICE (A REEXECUCAO TERMINA O SERVICO)
       230-EXPURGAR-PAGINA.
           PERFORM 240-APAGAR-BLOCO
               VARYING WK-IND-BLOCO FROM 1 BY 1
               UNTIL WK-IND-BLOCO > FD-IDX-BLOCOS.
           DELETE ARQ-RELIDX RECORD.
           IF WK-FS-RELIDX NOT = '00'
               DISPLAY 'ERRO ' WK-FS-RELIDX
                       ' NO COMANDO DELETE RELIDX'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-EXPURGADAS-REL.
           ADD 1 TO WK-TOT-EXPURGADAS.
       240-APAGAR-BLOCO.
           MOVE FD-IDX-RELATORIO   TO FD-ARV-RELATORIO.
           MOVE FD-IDX-DATA        TO FD-ARV-DATA.
           MOVE FD-IDX-HORA        TO FD-ARV-HORA.
           MOVE FD-IDX-PAGINA      TO FD-ARV-PAGINA.
           MOVE WK-IND-BLOCO       TO FD-ARV-BLOCO.
           DELETE ARQ-RELARQV RECORD.
           EVALUATE WK-FS-RELARQV
               WHEN '00'
                   ADD 1 TO WK-TOT-BLOCOS
               WHEN '23'
                   ADD 1 TO WK-TOT-SEM-BLOCO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-RELARQV
                           ' NO COMANDO DELETE RELARQV'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       300-LER-RELIDX SECTION.
       301-LER-RELIDX.
           READ ARQ-RELIDX NEXT RECORD.
           EVALUATE WK-FS-RELIDX
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-RELIDX
                           ' NO COMANDO READ NEXT RELIDX'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'PAGINAS NO INDICE          = ' WK-REGS-LIDOS.
           DISPLAY 'PAGINAS EXPURGADAS         = '
                   WK-TOT-EXPURGADAS.
           DISPLAY 'BLOCOS APAGADOS            = ' WK-TOT-BLOCOS.
           DISPLAY 'BLOCOS JA AUSENTES         = '
                   WK-TOT-SEM-BLOCO.
           IF WK-TOT-SEM-BLOCO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-RELARQV.
           CLOSE ARQ-RELIDX.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES             TO REG-CTLLOG.
           MOVE 'ALUNO178'         TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC       TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC       TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS      TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-SEM-BLOCO   TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
