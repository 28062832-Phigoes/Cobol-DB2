      *          ALUNO26; R (LIBERADO PELA MESA) SAI    *
      *          COMO LANCAMENTO NO LAYOUT LANCAM PARA  *
      *          A MESCLA SORTLAN DESTA NOITE; C        *
      *          (CANCELADO) E BAIXADO COM RELATORIO.   *
      *          LIBERACAO E CANCELAMENTO VAO PARA O    *
      *          RASTRO DOS LANCAMENTOS (ALUNO175)      *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-RELFILA.
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
       77  WK-FS-SUSPENSO    PIC XX             VALUE SPACES.
       77  WK-FS-SUSPVSAM    PIC XX             VALUE SPACES.
       77  WK-FS-LANCLIB     PIC XX             VALUE SPACES.
       77  WK-FS-RELFILA     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-FS-RASTRO      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-CARREGADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-DEVOLVIDOS PIC 9(05)          VALUE ZEROS.
           05 WK-LFI-TIPO           PIC X(01).
           05 WK-LFI-VALOR          PIC 9(6)V99.
           05 WK-LFI-NOTA           PIC 9(6).
           05 WK-LFI-CONTA          PIC X(01).
           05 FILLER                PIC X(39).
      *
       01  WK-LINHA-BAIXA.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
           05 FILLER               PIC X(11)     VALUE ' CANCELADO '.
           05 WK-LB-MOTIVO         PIC X(20).
           05 FILLER               PIC X(24)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-FUNCAO FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           EVALUATE WK-PARM-FUNCAO
               WHEN 'C'
                   OPEN OUTPUT ARQ-SUSPSAI
                   OPEN OUTPUT ARQ-LANCLIB
                   OPEN OUTPUT ARQ-RELFILA
                   OPEN EXTEND ARQ-RASTRO
                   IF WK-FS-SUSPVSAM NOT = '00'
                       DISPLAY 'ERRO ' WK-FS-SUSPVSAM
                               ' NO COMANDO OPEN SUSPVSAM'
                   ADD 1 TO WK-TOT-LIBERADOS
                   WRITE REG-LANCLIB
                       FROM FD-SUV-REGISTRO(1:41)
                   MOVE 'ML' TO FD-RAS-ETAPA
                   MOVE 'LIBERADO PELA MESA' TO FD-RAS-TEXTO
                   PERFORM 940-GRAVAR-RASTRO
               WHEN SUV-EST-CANCELADO
                   ADD 1 TO WK-TOT-CANCELADOS
                   MOVE FD-SUV-CODIGO        TO WK-LB-CODIGO
                   MOVE FD-SUV-NOTA          TO WK-LB-NOTA
                   MOVE FD-SUV-MOTIVO-CANCEL TO WK-LB-MOTIVO
                   WRITE REG-RELFILA FROM WK-LINHA-BAIXA
                   MOVE 'MC' TO FD-RAS-ETAPA
                   MOVE FD-SUV-MOTIVO-CANCEL TO FD-RAS-TEXTO
                   PERFORM 940-GRAVAR-RASTRO
               WHEN OTHER
                   ADD 1 TO WK-TOT-DEVOLVIDOS
                   MOVE SPACES          TO REG-SUSPLAN
                   CLOSE ARQ-SUSPSAI
                   CLOSE ARQ-LANCLIB
                   CLOSE ARQ-RELFILA
                   CLOSE ARQ-RASTRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WK-TOT-CANCELADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
      ***************************************
      *    DECISAO DA MESA NO RASTRO DOS LANCAMENTOS: A
      *    ETAPA E O TEXTO VEM MOVIDOS PELO CHAMADOR
       940-GRAVAR-RASTRO.
           MOVE FD-SUV-REGISTRO   TO WK-LANCAM-FILA.
           MOVE FD-SUV-CODIGO     TO FD-RAS-CODIGO.
           MOVE FD-SUV-NOTA       TO FD-RAS-NOTA.
           MOVE WK-DATA-EXEC      TO FD-RAS-DATA.
           MOVE WK-HORA-EXEC      TO FD-RAS-HORA.
           MOVE 'ALUNO83'         TO FD-RAS-PROGRAMA.
           MOVE WK-LFI-TIPO       TO FD-RAS-TIPO.
           MOVE WK-LFI-CONTA      TO FD-RAS-CONTA.
           MOVE WK-LFI-VALOR      TO FD-RAS-VALOR.
           MOVE FD-SUV-MOTIVO     TO FD-RAS-MOTIVO.
           MOVE FD-SUV-NOITES     TO FD-RAS-NOITES.
           WRITE REG-RASTRO.
