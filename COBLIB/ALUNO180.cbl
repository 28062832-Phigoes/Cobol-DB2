       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO180.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    FIM DO DIA: UNICO PROGRAMA QUE GRAVA O       *
      *    CONTROLE DA DATA DE PROCESSAMENTO DA MALHA   *
      *    (DATAPROC). CARTAO SYSIN: FUNCAO (COL 1) E   *
      *    DATA AAAAMMDD (COLS 2-9).                    *
      *      I = IMPLANTAR: A DATA (DIA UTIL) PASSA A   *
      *          SER A CORRENTE                         *
      *      A = AVANCAR (ULTIMO STEP DA MALHA): A      *
      *          CORRENTE VIRA A ANTERIOR E O PROXIMO   *
      *          DIA UTIL DO CALENDARIO (ALUNO63) VIRA  *
      *          A CORRENTE. EM RECUPERACAO, ENQUANTO A *
      *          NOVA DATA NAO PASSA DA DATA-ALVO O     *
      *          PROGRAMA TERMINA COM RC 4 E O JOB      *
      *          SE RESSUBMETE PARA O DIA SEGUINTE      *
      *      R = RECUPERAR: PROGRAMA A RECUPERACAO DOS  *
      *          DIAS UTEIS PERDIDOS ATE A DATA (DATA   *
      *          ZERADA CANCELA A RECUPERACAO)          *
      *      C = CONSULTAR: SO MOSTRA O CONTROLE        *
      *    AS DATAS ANTERIOR E PROXIMA SAO SEMPRE       *
      *    RECALCULADAS PELO CALENDARIO, PARA PEGAR     *
      *    FERIADOS INCLUIDOS DEPOIS DA ULTIMA RODADA   *
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
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-DATAPROC
            RECORDING MODE IS F.
           COPY DATAPROC.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-DATAPROC    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-DATA-RELOGIO   PIC 9(8)           VALUE ZEROS.
       01  WK-PARM-CARD.
           05 WK-PARM-FUNCAO       PIC X(1)      VALUE SPACE.
              88 PARM-IMPLANTAR                  VALUE 'I'.
              88 PARM-AVANCAR                    VALUE 'A'.
              88 PARM-RECUPERAR                  VALUE 'R'.
              88 PARM-CONSULTAR                  VALUE 'C'.
           05 WK-PARM-DATA         PIC 9(8)      VALUE ZEROS.
      *
      *    DIAS UTEIS QUE A RECUPERACAO VAI RODAR
       77  WK-DATA-LISTA     PIC 9(8)           VALUE ZEROS.
       77  WK-QTDE-DIAS      PIC 9(03)          VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO63 (CALENDARIO)
           COPY CALSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           EVALUATE TRUE
               WHEN PARM-IMPLANTAR
                   PERFORM 201-IMPLANTAR
               WHEN PARM-AVANCAR
                   PERFORM 301-AVANCAR
               WHEN PARM-RECUPERAR
                   PERFORM 401-RECUPERAR
               WHEN PARM-CONSULTAR
                   CONTINUE
           END-EVALUATE.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           ACCEPT WK-DATA-RELOGIO FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF NOT PARM-IMPLANTAR AND NOT PARM-AVANCAR
            AND NOT PARM-RECUPERAR AND NOT PARM-CONSULTAR
               DISPLAY 'FUNCAO ' WK-PARM-FUNCAO ' INVALIDA NO '
                       'CARTAO SYSIN (I, A, R OU C)'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF (PARM-IMPLANTAR OR PARM-RECUPERAR)
            AND WK-PARM-DATA NOT NUMERIC
               DISPLAY 'DATA DO CARTAO SYSIN INVALIDA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-IMPLANTAR
               MOVE SPACES TO REG-DATAPROC
               MOVE ZEROS  TO FD-DPR-DATA-ATUAL
           ELSE
               PERFORM 110-LER-CONTROLE
           END-IF.
       110-LER-CONTROLE.
           OPEN I-O ARQ-DATAPROC.
           IF WK-FS-DATAPROC NOT = '00'
               DISPLAY 'ERRO ' WK-FS-DATAPROC
                       ' NO COMANDO OPEN DATAPROC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ARQ-DATAPROC.
           IF WK-FS-DATAPROC NOT = '00'
            OR FD-DPR-DATA-ATUAL NOT NUMERIC
            OR FD-DPR-DATA-ATUAL = ZEROS
               DISPLAY 'CONTROLE DATAPROC VAZIO OU INVALIDO (STATUS '
                       WK-FS-DATAPROC ') - IMPLANTAR COM A FUNCAO I'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-DPR-DATA-ATUAL TO WK-DATA-EXEC.
           IF FD-DPR-DATA-ALVO NOT NUMERIC
               MOVE ZEROS TO FD-DPR-DATA-ALVO
           END-IF.
           DISPLAY 'DATA DE PROCESSAMENTO = ' FD-DPR-DATA-ATUAL.
           DISPLAY 'DIA UTIL ANTERIOR     = ' FD-DPR-DATA-ANTERIOR.
           DISPLAY 'PROXIMO DIA UTIL      = ' FD-DPR-DATA-PROXIMA.
           DISPLAY 'RECUPERACAO ATE       = ' FD-DPR-DATA-ALVO.
           DISPLAY 'ULTIMO AVANCO         = ' FD-DPR-DATA-AVANCO
                   ' ' FD-DPR-HORA-AVANCO.
      ***************************************
      *    IMPLANTACAO (OU CORRECAO PELA OPERACAO): SO
      *    ACEITA DIA UTIL DO CALENDARIO
       200-IMPLANTAR SECTION.
       201-IMPLANTAR.
           SET LK-CAL-E-UTIL-FN TO TRUE.
           MOVE WK-PARM-DATA    TO LK-CAL-DATA-1.
           CALL 'ALUNO63' USING LK-CAL-COM.
           IF NOT LK-CAL-OK OR LK-CAL-E-UTIL NOT = 'S'
               DISPLAY 'DATA ' WK-PARM-DATA ' NAO E DIA UTIL - '
                       'IMPLANTACAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-PARM-DATA TO FD-DPR-DATA-ATUAL.
           MOVE ZEROS        TO FD-DPR-DATA-ALVO.
           PERFORM 510-VIZINHOS.
           MOVE FD-DPR-DATA-ATUAL TO WK-DATA-EXEC.
           OPEN OUTPUT ARQ-DATAPROC.
           WRITE REG-DATAPROC.
           IF WK-FS-DATAPROC NOT = '00'
               DISPLAY 'ERRO ' WK-FS-DATAPROC
                       ' NO COMANDO WRITE DATAPROC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'DATA DE PROCESSAMENTO IMPLANTADA: '
                   FD-DPR-DATA-ATUAL.
      ***************************************
      *    FIM DO DIA: A MALHA DA DATA CORRENTE TERMINOU
       300-AVANCAR SECTION.
       301-AVANCAR.
           SET LK-CAL-PROXIMO     TO TRUE.
           MOVE FD-DPR-DATA-ATUAL TO LK-CAL-DATA-1.
           CALL 'ALUNO63' USING LK-CAL-COM.
           PERFORM 520-VERIFICAR-CALENDARIO.
           MOVE LK-CAL-RESULTADO  TO FD-DPR-DATA-ATUAL.
           PERFORM 510-VIZINHOS.
           DISPLAY 'NOVA DATA DE PROCESSAMENTO = '
                   FD-DPR-DATA-ATUAL.
           IF FD-DPR-DATA-ALVO > ZEROS
               IF FD-DPR-DATA-ATUAL > FD-DPR-DATA-ALVO
                   DISPLAY 'RECUPERACAO CONCLUIDA ATE '
                           FD-DPR-DATA-ALVO
                   MOVE ZEROS TO FD-DPR-DATA-ALVO
               ELSE
                   DISPLAY 'MALHA EM RECUPERACAO - RESSUBMETER '
                           'PARA ' FD-DPR-DATA-ATUAL ' (ALVO '
                           FD-DPR-DATA-ALVO ')'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 530-REGRAVAR-CONTROLE.
      ***************************************
      *    RECUPERACAO: A MALHA PAROU EM DATA-ATUAL E OS DIAS
      *    UTEIS ATE A DATA DO CARTAO VAO RODAR UM APOS O
      *    OUTRO (CADA FIM DO DIA RESSUBMETE O JOB)
       400-RECUPERAR SECTION.
       401-RECUPERAR.
           IF WK-PARM-DATA = ZEROS
               MOVE ZEROS TO FD-DPR-DATA-ALVO
               DISPLAY 'RECUPERACAO CANCELADA'
           ELSE
               IF WK-PARM-DATA < FD-DPR-DATA-ATUAL
                OR WK-PARM-DATA > WK-DATA-RELOGIO
                   DISPLAY 'DATA-ALVO ' WK-PARM-DATA ' FORA DO '
                           'INTERVALO ' FD-DPR-DATA-ATUAL ' A '
                           WK-DATA-RELOGIO ' - RECUPERACAO RECUSADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WK-PARM-DATA TO FD-DPR-DATA-ALVO
               MOVE ZEROS        TO WK-QTDE-DIAS
               MOVE FD-DPR-DATA-ATUAL TO WK-DATA-LISTA
               PERFORM 410-LISTAR-DIA
                   UNTIL WK-DATA-LISTA > FD-DPR-DATA-ALVO
               DISPLAY 'DIAS UTEIS A RECUPERAR = ' WK-QTDE-DIAS
           END-IF.
           PERFORM 530-REGRAVAR-CONTROLE.
       410-LISTAR-DIA.
           ADD 1 TO WK-QTDE-DIAS.
           DISPLAY '  RODADA ' WK-QTDE-DIAS ' - ' WK-DATA-LISTA.
           SET LK-CAL-PROXIMO  TO TRUE.
           MOVE WK-DATA-LISTA  TO LK-CAL-DATA-1.
           CALL 'ALUNO63' USING LK-CAL-COM.
           PERFORM 520-VERIFICAR-CALENDARIO.
           MOVE LK-CAL-RESULTADO TO WK-DATA-LISTA.
      ***************************************
       500-CALENDARIO SECTION.
       510-VIZINHOS.
           SET LK-CAL-ANTERIOR    TO TRUE.
           MOVE FD-DPR-DATA-ATUAL TO LK-CAL-DATA-1.
           CALL 'ALUNO63' USING LK-CAL-COM.
           PERFORM 520-VERIFICAR-CALENDARIO.
           MOVE LK-CAL-RESULTADO  TO FD-DPR-DATA-ANTERIOR.
           SET LK-CAL-PROXIMO     TO TRUE.
           MOVE FD-DPR-DATA-ATUAL TO LK-CAL-DATA-1.
           CALL 'ALUNO63' USING LK-CAL-COM.
           PERFORM 520-VERIFICAR-CALENDARIO.
           MOVE LK-CAL-RESULTADO  TO FD-DPR-DATA-PROXIMA.
           MOVE WK-DATA-RELOGIO   TO FD-DPR-DATA-AVANCO.
           MOVE WK-HORA-EXEC      TO FD-DPR-HORA-AVANCO.
       520-VERIFICAR-CALENDARIO.
           IF NOT LK-CAL-OK
               DISPLAY 'ERRO ' LK-CAL-STATUS ' NO CALENDARIO '
                       '(ALUNO63) - CONTROLE DATAPROC NAO ALTERADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       530-REGRAVAR-CONTROLE.
           REWRITE REG-DATAPROC.
           IF WK-FS-DATAPROC NOT = '00'
               DISPLAY 'ERRO ' WK-FS-DATAPROC
                       ' NO COMANDO REWRITE DATAPROC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-DATAPROC.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES             TO REG-CTLLOG.
           MOVE 'ALUNO180'         TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC       TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC       TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS      TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS              TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
