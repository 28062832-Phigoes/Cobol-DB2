       AUTHOR.
           PHILIPP.
      ***************************************************
      *    AGENDADOR DIARIO DE DEBITOS AUTOMATICOS: LE  *
      *    O MESTRE DE ORDENS PERMANENTES (DEBAUTO),    *
      *    CALCULA O VENCIMENTO DO MES DE CADA ORDEM DE *
      *    VALOR FIXO ROLANDO DIA NAO UTIL PARA O       *
      *    PROXIMO DIA UTIL PELO CALENDARIO DO ALUNO63, *
      *    E GERA OS LANCAMENTOS DEVIDOS NO LAYOUT      *
      *    LANCAM (FAIXA DE NOTA 600000-629999) PARA A  *
      *    MESCLA SORTLAN DA RODADA NOTURNA. AS         *
      *    AUTORIZACOES DE VALOR VARIAVEL SAO DEBITADAS *
      *    PELAS FATURAS DOS CONVENIOS (ALUNO155, FAIXA *
      *    630000-649999). O ARQUIVO DEBCTL GUARDA A    *
      *    DATA DA ULTIMA RODADA: ORDENS VENCIDAS NO    *
      *    INTERVALO SAO GERADAS NA RODADA SEGUINTE E   *
      *    VENCIMENTOS ANTERIORES A PRIMEIRA RODADA SAO *
      *    RELATADOS COMO PERDIDOS. DEBITOS DA FAIXA    *
      *    RECUSADOS PELO BALANCE LINE (ARQUIVO         *
      *    RECUSAS) SAO RELATADOS PARA A RETAGUARDA     *
      *    ACIONAR O CLIENTE. CADA DEBITO GERADO GRAVA  *
      *    O EVENTO DE CAPTACAO NO RASTRO DOS           *
      *    LANCAMENTOS (ALUNO175)                       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-NOTACTL.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
           SELECT ARQ-RASTRO   ASSIGN TO RASTRO
               FILE STATUS IS WK-FS-RASTRO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       FD   ARQ-RASTRO
            RECORDING MODE IS F.
           COPY RASTRO.
       WORKING-STORAGE SECTION.
       77  WK-FS-DEBAUTO     PIC XX             VALUE SPACES.
       77  WK-FS-DEBCTL      PIC XX             VALUE SPACES.
       77  WK-FS-RELDEB      PIC XX             VALUE SPACES.
       77  WK-FS-NOTACTL     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-FS-RASTRO      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-GERADOS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-PERDIDOS   PIC 9(05)          VALUE ZEROS.
           05 WK-LO-VENCIMENTO     PIC 9(8).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LO-SITUACAO       PIC X(15)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-DEBAUTO.
           OPEN OUTPUT ARQ-LANCDEB.
           OPEN OUTPUT ARQ-RELDEB.
           OPEN EXTEND ARQ-RASTRO.
           EVALUATE WK-FS-DEBAUTO
               WHEN '00'
                   CONTINUE
                   END-READ
                   IF WK-FS-NOTACTL = '00'
                    AND FD-NTC-ULTIMA-NOTA >= 600000
                    AND FD-NTC-ULTIMA-NOTA <= 629999
                       MOVE FD-NTC-ULTIMA-NOTA TO WK-PROXIMA-NOTA
                   END-IF
                   CLOSE ARQ-NOTACTL
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF DBA-SIT-ATIVA AND DBA-VALOR-FIXO
               PERFORM 210-AVALIAR-ORDEM
           END-IF.
           PERFORM 301-LER-DEBAUTO.
           MOVE 'I'             TO FD-LAN-CANAL.
           MOVE FD-DBA-EMPRESA  TO FD-LAN-EMPRESA.
           WRITE REG-LANCAM.
           PERFORM 950-GRAVAR-RASTRO.
           ADD 1 TO WK-TOT-GERADOS.
           MOVE 'GERADO' TO WK-LO-SITUACAO.
           PERFORM 250-RELATAR-ORDEM.
           MOVE 'PERDIDO' TO WK-LO-SITUACAO.
           PERFORM 250-RELATAR-ORDEM.
       240-PROXIMA-NOTA.
           IF WK-PROXIMA-NOTA >= 629999
               DISPLAY 'FAIXA DE NOTAS DE DEBITO AUTOMATICO '
                       'ESGOTADA (600000-629999) - ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FD-SUS-REGISTRO TO WK-LANCAM-RECUSADO.
           IF (SUS-MOT-LIMITE OR SUS-MOT-SALDO-INSUF)
            AND WK-RCS-TIPO = 'D'
            AND WK-RCS-NOTA >= 600000 AND WK-RCS-NOTA <= 629999
               ADD 1 TO WK-TOT-RECUSADOS
               MOVE WK-RCS-CODIGO TO WK-LO-CODIGO
               MOVE SPACES        TO WK-LO-CONTRATO
           CLOSE ARQ-DEBAUTO.
           CLOSE ARQ-LANCDEB.
           CLOSE ARQ-RELDEB.
           CLOSE ARQ-RASTRO.
      ***************************************
       910-GRAVAR-DEBCTL.
           OPEN OUTPUT ARQ-DEBCTL.
           MOVE WK-TOT-PERDIDOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
      ***************************************
      *    EVENTO DE CAPTACAO NO RASTRO DOS LANCAMENTOS
       950-GRAVAR-RASTRO.
           MOVE SPACES            TO REG-RASTRO.
           MOVE FD-LAN-CODIGO     TO FD-RAS-CODIGO.
           MOVE FD-LAN-NOTA       TO FD-RAS-NOTA.
           MOVE WK-DATA-EXEC      TO FD-RAS-DATA.
           MOVE WK-HORA-EXEC      TO FD-RAS-HORA.
           MOVE 'CP'              TO FD-RAS-ETAPA.
           MOVE 'ALUNO72'         TO FD-RAS-PROGRAMA.
           MOVE FD-LAN-TIPO       TO FD-RAS-TIPO.
           MOVE FD-LAN-CONTA      TO FD-RAS-CONTA.
           MOVE FD-LAN-VALOR      TO FD-RAS-VALOR.
           MOVE ZEROS             TO FD-RAS-NOITES.
           MOVE 'ORDEM PERMANENTE (DEBAUTO)'
                                  TO FD-RAS-TEXTO.
           WRITE REG-RASTRO.
