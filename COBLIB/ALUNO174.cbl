       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO174.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    CARGA DAS COPIAS ON-LINE USADAS PELA         *
      *    CAPTACAO DE TED (ALUNO172): O PENDCONF DAS   *
      *    TED DESPACHADAS E AINDA NAO CONFIRMADAS      *
      *    (APOS O CASADOR ALUNO98) NO KSDS PENDCVSM E  *
      *    O CADASTRO DE TETOS POR CANAL LIMCANAL NO    *
      *    KSDS LIMCVSAM. OS SEQUENCIAIS NAO ESTAO NA   *
      *    ORDEM DA CHAVE, POR ISSO A CARGA E POR       *
      *    ACESSO RANDOMICO. CHAVE REPETIDA FICA COM O  *
      *    PRIMEIRO REGISTRO E E LISTADA                *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PENDCONF ASSIGN TO PENDCONF
               FILE STATUS IS WK-FS-PENDCONF.
           SELECT ARQ-PENDCVSM ASSIGN TO PENDCVSM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-PCV-CHAVE
               FILE STATUS IS WK-FS-PENDCVSM.
           SELECT ARQ-LIMCANAL ASSIGN TO LIMCANAL
               FILE STATUS IS WK-FS-LIMCANAL.
           SELECT ARQ-LIMCVSAM ASSIGN TO LIMCVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-LCV-CHAVE
               FILE STATUS IS WK-FS-LIMCVSAM.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-PENDCONF
            RECORDING MODE IS F.
       01  REG-PENDCONF.
           05 FD-PCF-CHAVE.
              10 FD-PCF-CODIGO      PIC 9(5).
              10 FD-PCF-NOTA        PIC 9(6).
           05 FD-PCF-VALOR          PIC 9(6)V99.
           05 FD-PCF-BANCO-DEST     PIC 9(3).
           05 FD-PCF-AGENCIA-DEST   PIC 9(4).
           05 FD-PCF-CONTA-DEST     PIC X(10).
           05 FD-PCF-DATA-ENVIO     PIC 9(8).
           05 FD-PCF-EMPRESA        PIC 99.
           05 FILLER                PIC X(34).
       FD   ARQ-PENDCVSM.
       01  REG-PENDCVSM.
           05 FD-PCV-CHAVE          PIC X(11).
           05 FILLER                PIC X(69).
       FD   ARQ-LIMCANAL
            RECORDING MODE IS F.
       01  REG-LIMCANAL.
           05 FD-LCN-CHAVE.
              10 FD-LCN-CODIGO      PIC 9(5).
              10 FD-LCN-CANAL       PIC X(01).
           05 FD-LCN-LIMITE-DIA     PIC 9(7)V99.
           05 FILLER                PIC X(05).
       FD   ARQ-LIMCVSAM.
       01  REG-LIMCVSAM.
           05 FD-LCV-CHAVE          PIC X(06).
           05 FILLER                PIC X(14).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-PENDCONF    PIC XX             VALUE SPACES.
       77  WK-FS-PENDCVSM    PIC XX             VALUE SPACES.
       77  WK-FS-LIMCANAL    PIC XX             VALUE SPACES.
       77  WK-FS-LIMCVSAM    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-PCF-LIDOS      PIC 9(07)          VALUE ZEROS.
       77  WK-PCF-CARGA      PIC 9(07)          VALUE ZEROS.
       77  WK-LCN-LIDOS      PIC 9(07)          VALUE ZEROS.
       77  WK-LCN-CARGA      PIC 9(07)          VALUE ZEROS.
       77  WK-REGS-REJEIT    PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-CARREGAR-PENDCONF UNTIL WK-FS-PENDCONF = '10'.
           PERFORM 202-CARREGAR-LIMCANAL UNTIL WK-FS-LIMCANAL = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
      *    O PENDCONF NASCE VAZIO NA IMPLANTACAO: ARQUIVO
      *    AUSENTE E ERRO, ARQUIVO VAZIO SO CARREGA NADA
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-PENDCONF.
           EVALUATE WK-FS-PENDCONF
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO PENDCONF NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PENDCONF
                           ' NO COMANDO OPEN PENDCONF'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT  ARQ-LIMCANAL.
           EVALUATE WK-FS-LIMCANAL
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO LIMCANAL NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-LIMCANAL
                           ' NO COMANDO OPEN LIMCANAL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-PENDCVSM.
           IF WK-FS-PENDCVSM NOT = '00'
               DISPLAY 'ERRO ' WK-FS-PENDCVSM
                       ' NO COMANDO OPEN PENDCVSM'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-LIMCVSAM.
           IF WK-FS-LIMCVSAM NOT = '00'
               DISPLAY 'ERRO ' WK-FS-LIMCVSAM
                       ' NO COMANDO OPEN LIMCVSAM'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 301-LER-PENDCONF.
           PERFORM 401-LER-LIMCANAL.
      ***************************************
       200-PROCESSAR SECTION.
       201-CARREGAR-PENDCONF.
           ADD 1 TO WK-PCF-LIDOS.
           MOVE REG-PENDCONF TO REG-PENDCVSM.
           WRITE REG-PENDCVSM.
           EVALUATE WK-FS-PENDCVSM
               WHEN '00'
                   ADD 1 TO WK-PCF-CARGA
               WHEN '22'
                   ADD 1 TO WK-REGS-REJEIT
                   DISPLAY 'TED PENDENTE DUPLICADA - CLIENTE '
                           FD-PCF-CODIGO ' NOTA ' FD-PCF-NOTA
                           ' NAO CARREGADA'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PENDCVSM
                           ' NO COMANDO WRITE PENDCVSM'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 301-LER-PENDCONF.
      *
      *    TETO REPETIDO PARA O MESMO CLIENTE E CANAL FICA
      *    COM O PRIMEIRO E E LISTADO PARA ACERTO DO CADASTRO
       202-CARREGAR-LIMCANAL.
           ADD 1 TO WK-LCN-LIDOS.
           MOVE REG-LIMCANAL TO REG-LIMCVSAM.
           WRITE REG-LIMCVSAM.
           EVALUATE WK-FS-LIMCVSAM
               WHEN '00'
                   ADD 1 TO WK-LCN-CARGA
               WHEN '22'
                   ADD 1 TO WK-REGS-REJEIT
                   DISPLAY 'TETO DE CANAL DUPLICADO - CLIENTE '
                           FD-LCN-CODIGO ' CANAL ' FD-LCN-CANAL
                           ' NAO CARREGADO'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-LIMCVSAM
                           ' NO COMANDO WRITE LIMCVSAM'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 401-LER-LIMCANAL.
      ***************************************
       300-LER-PENDCONF SECTION.
       301-LER-PENDCONF.
           READ ARQ-PENDCONF.
           EVALUATE WK-FS-PENDCONF
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PENDCONF
                           ' NO COMANDO READ PENDCONF'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       400-LER-LIMCANAL SECTION.
       401-LER-LIMCANAL.
           READ ARQ-LIMCANAL.
           EVALUATE WK-FS-LIMCANAL
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-LIMCANAL
                           ' NO COMANDO READ LIMCANAL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'TED PENDENTES LIDAS           = ' WK-PCF-LIDOS.
           DISPLAY 'TED PENDENTES NO PENDCVSM     = ' WK-PCF-CARGA.
           DISPLAY 'TETOS DE CANAL LIDOS          = ' WK-LCN-LIDOS.
           DISPLAY 'TETOS DE CANAL NO LIMCVSAM    = ' WK-LCN-CARGA.
           DISPLAY 'TOTAL REJEITADOS              = ' WK-REGS-REJEIT.
           IF WK-REGS-REJEIT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-PENDCONF.
           CLOSE ARQ-PENDCVSM.
           CLOSE ARQ-LIMCANAL.
           CLOSE ARQ-LIMCVSAM.
      ***************************************
       930-GRAVAR-CTLLOG.
           COMPUTE WK-REGS-LIDOS = WK-PCF-LIDOS + WK-LCN-LIDOS.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO174'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE WK-REGS-REJEIT  TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
