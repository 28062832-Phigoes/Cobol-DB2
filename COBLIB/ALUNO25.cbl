      *    CRITICA E VALIDACAO DO ARQUIVO LANCAM ANTES  *
      *    DO BALANCE LINE (ALUNO09): TIPO, CONTA,      *
      *    DATA, VALOR NUMERICO, NOTA DUPLICADA E       *
      *    SEQUENCIA ASCENDENTE DE CODIGO. ACEITE E     *
      *    REJEICAO (COM O MOTIVO) DE CADA LANCAMENTO   *
      *    VAO PARA O RASTRO DOS LANCAMENTOS (ALUNO175) *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-RELEDIT.
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
       77  WK-FS-LANCAM      PIC XX             VALUE SPACES.
       77  WK-FS-LANCVAL     PIC XX             VALUE SPACES.
       77  WK-FS-RELEDIT     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-FS-RASTRO      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-REGS-VALIDOS   PIC 9(07)          VALUE ZEROS.
       77  WK-REGS-REJEIT    PIC 9(07)          VALUE ZEROS.
           05 FILLER               PIC X(01)     VALUE '-'.
           05 WK-LINHA-TEXTO       PIC X(30).
           05 FILLER               PIC X(14)     VALUE SPACES.
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
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-SISTEMA.
           MOVE WK-DATA-SISTEMA TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-LANCAM.
           OPEN OUTPUT ARQ-LANCVAL.
           OPEN OUTPUT ARQ-RELEDIT.
           OPEN EXTEND ARQ-RASTRO.
           EVALUATE WK-FS-LANCAM
               WHEN '00'
                   PERFORM 301-LER-LANCAM
       240-GRAVAR-VALIDADO.
           ADD 1 TO WK-REGS-VALIDOS.
           WRITE REG-LANCVAL FROM REG-LANCAM.
           MOVE 'CA'              TO FD-RAS-ETAPA.
           MOVE SPACES            TO WK-LINHA-MOTIVO.
           MOVE 'ACEITO NA CRITICA' TO WK-LINHA-TEXTO.
           PERFORM 940-GRAVAR-RASTRO.
       250-REJEITAR-VALOR.
           MOVE 'VL' TO WK-LINHA-MOTIVO.
           MOVE 'CAMPO NUMERICO INVALIDO'     TO WK-LINHA-TEXTO.
           MOVE WK-LINHA-DETALHE  TO REG-RELEDIT.
           WRITE REG-RELEDIT.
           ADD 1 TO WK-LINHA.
           MOVE 'CR'              TO FD-RAS-ETAPA.
           PERFORM 940-GRAVAR-RASTRO.
      ***************************************
       300-LER-LANCAM SECTION.
       301-LER-LANCAM.
           CLOSE ARQ-LANCAM.
           CLOSE ARQ-LANCVAL.
           CLOSE ARQ-RELEDIT.
           CLOSE ARQ-RASTRO.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE WK-REGS-REJEIT  TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
      ***************************************
      *    ACEITE OU REJEICAO NO RASTRO DOS LANCAMENTOS:
      *    A ETAPA VEM MOVIDA PELO CHAMADOR, O MOTIVO E O
      *    TEXTO SAO OS DA LINHA DO RELEDIT
       940-GRAVAR-RASTRO.
           MOVE FD-LAN-CODIGO     TO FD-RAS-CODIGO.
           MOVE FD-LAN-NOTA       TO FD-RAS-NOTA.
           MOVE WK-DATA-EXEC      TO FD-RAS-DATA.
           MOVE WK-HORA-EXEC      TO FD-RAS-HORA.
           MOVE 'ALUNO25'         TO FD-RAS-PROGRAMA.
           MOVE FD-LAN-TIPO       TO FD-RAS-TIPO.
           MOVE FD-LAN-CONTA      TO FD-RAS-CONTA.
           MOVE FD-LAN-VALOR      TO FD-RAS-VALOR.
           MOVE WK-LINHA-MOTIVO   TO FD-RAS-MOTIVO.
           MOVE ZEROS             TO FD-RAS-NOITES.
           MOVE WK-LINHA-TEXTO    TO FD-RAS-TEXTO.
           WRITE REG-RASTRO.
      ***************************************
       910-QUEBRA-PAGINA.
           IF WK-PAGINA = 0 OR WK-LINHA >= WK-MAX-LINHAS
