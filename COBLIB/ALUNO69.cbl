      *    CAMPOS DO MOVPEND E A DA CHAVE ON-LINE       *
      *    (CODIGO+NOTA), POR ISSO A CONVERSAO E FEITA  *
      *    AQUI, CAMPO A CAMPO. APOS A DESCARGA O JOB   *
      *    REDEFINE O MOVPEND VAZIO. CADA PENDENTE      *
      *    DESCARREGADO GRAVA O EVENTO DE CAPTACAO NO   *
      *    RASTRO DOS LANCAMENTOS (ALUNO175)            *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-LANCPEND.
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
       77  WK-FS-MOVPEND     PIC XX             VALUE SPACES.
       77  WK-TEM-MOVPEND    PIC X              VALUE 'N'.
       77  WK-FS-LANCPEND    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-FS-RASTRO      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
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
           OPEN OUTPUT ARQ-LANCPEND.
           OPEN EXTEND ARQ-RASTRO.
           OPEN INPUT  ARQ-MOVPEND.
           EVALUATE WK-FS-MOVPEND
               WHEN '00'
           MOVE 'I'             TO FD-LAN-CANAL.
           MOVE FD-MVP-EMPRESA  TO FD-LAN-EMPRESA.
           WRITE REG-LANCAM.
           PERFORM 940-GRAVAR-RASTRO.
           PERFORM 301-LER-MOVPEND.
      ***************************************
       300-LER-MOVPEND SECTION.
               CLOSE ARQ-MOVPEND
           END-IF.
           CLOSE ARQ-LANCPEND.
           CLOSE ARQ-RASTRO.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
      ***************************************
      *    EVENTO DE CAPTACAO NO RASTRO DOS LANCAMENTOS
       940-GRAVAR-RASTRO.
           MOVE SPACES            TO REG-RASTRO.
           MOVE FD-LAN-CODIGO     TO FD-RAS-CODIGO.
           MOVE FD-LAN-NOTA       TO FD-RAS-NOTA.
           MOVE WK-DATA-EXEC      TO FD-RAS-DATA.
           MOVE WK-HORA-EXEC      TO FD-RAS-HORA.
           MOVE 'CP'              TO FD-RAS-ETAPA.
           MOVE 'ALUNO69'         TO FD-RAS-PROGRAMA.
           MOVE FD-LAN-TIPO       TO FD-RAS-TIPO.
           MOVE FD-LAN-CONTA      TO FD-RAS-CONTA.
           MOVE FD-LAN-VALOR      TO FD-RAS-VALOR.
           MOVE ZEROS             TO FD-RAS-NOITES.
           MOVE 'CAPTADO ON-LINE (ALUNO68)'
                                  TO FD-RAS-TEXTO.
           WRITE REG-RASTRO.
