      *    SEGUEM NO ARQUIVO LANCLMP PARA A MESCLA E O  *
      *    BALANCE LINE; AS DUPLICATAS VAO PARA O       *
      *    RELATORIO. A JANELA DE RETENCAO DO INDICE,   *
      *    EM COMPETENCIAS, VEM DO CARTAO SYSIN. CADA   *
      *    DUPLICATA REJEITADA GRAVA O EVENTO NO RASTRO *
      *    DOS LANCAMENTOS (ALUNO175)                   *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-RELDUP.
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
       77  WK-FS-NOTAVELH    PIC XX             VALUE SPACES.
       77  WK-FS-NOTANOVO    PIC XX             VALUE SPACES.
       77  WK-FS-RELDUP      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-FS-RASTRO      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-LIMPOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DUPLICADOS PIC 9(05)          VALUE ZEROS.
           05 WK-LD-VALOR          PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(38)     VALUE
              ' - DUPLICADA EM RODADA ANTERIOR'.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF WK-PARM-RETENCAO = ZEROS
               MOVE 3 TO WK-PARM-RETENCAO
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           COMPUTE WK-REF-MESES = WK-EXE-ANO * 12 + WK-EXE-MES.
           OPEN INPUT  ARQ-LANCAM.
           OPEN OUTPUT ARQ-LANCLMP.
           OPEN OUTPUT ARQ-RELDUP.
           OPEN EXTEND ARQ-RASTRO.
           EVALUATE WK-FS-LANCAM
               WHEN '00'
                   CONTINUE
           MOVE FD-LAN-NOTA   TO WK-LD-NOTA.
           MOVE FD-LAN-VALOR  TO WK-LD-VALOR.
           WRITE REG-RELDUP FROM WK-LINHA-DUPLICATA.
           PERFORM 940-GRAVAR-RASTRO.
      ***************************************
       300-LER-LANCAM SECTION.
       301-LER-LANCAM.
           CLOSE ARQ-LANCAM.
           CLOSE ARQ-LANCLMP.
           CLOSE ARQ-RELDUP.
           CLOSE ARQ-RASTRO.
      *
      *    O INDICE ATUALIZADO (JANELA JA APARADA NA CARGA)
      *    SEGUE PARA A PROXIMA RODADA
           MOVE WK-TOT-DUPLICADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
      ***************************************
      *    DUPLICATA REJEITADA NO RASTRO DOS LANCAMENTOS
       940-GRAVAR-RASTRO.
           MOVE SPACES            TO REG-RASTRO.
           MOVE FD-LAN-CODIGO     TO FD-RAS-CODIGO.
           MOVE FD-LAN-NOTA       TO FD-RAS-NOTA.
           MOVE WK-DATA-EXEC      TO FD-RAS-DATA.
           MOVE WK-HORA-EXEC      TO FD-RAS-HORA.
           MOVE 'DU'              TO FD-RAS-ETAPA.
           MOVE 'ALUNO78'         TO FD-RAS-PROGRAMA.
           MOVE FD-LAN-TIPO       TO FD-RAS-TIPO.
           MOVE FD-LAN-CONTA      TO FD-RAS-CONTA.
           MOVE FD-LAN-VALOR      TO FD-RAS-VALOR.
           MOVE ZEROS             TO FD-RAS-NOITES.
           MOVE 'DUPLICADA EM RODADA ANTERIOR'
                                  TO FD-RAS-TEXTO.
           WRITE REG-RASTRO.
