      *    PROCESSADO MAIS ANTIGOS QUE A JANELA DE      *
      *    RETENCAO DE CADA ARQUIVO (CARTAO SYSIN, EM   *
      *    DIAS), COM RELATORIO DE CONTROLE DE          *
      *    QUANTIDADES E VALORES ARQUIVADOS X RETIDOS.  *
      *    CADA LANCAMENTO E SUSPENSO ARQUIVADO GRAVA   *
      *    NO RASTRO DOS LANCAMENTOS (ALUNO175) O       *
      *    DATASET ANUAL ONDE PASSOU A MORAR            *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-ARCLAN.
           SELECT ARQ-RELARQ   ASSIGN TO RELARQ
               FILE STATUS IS WK-FS-RELARQ.
           SELECT ARQ-RASTRO   ASSIGN TO RASTRO
               FILE STATUS IS WK-FS-RASTRO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-RELARQ
            RECORDING MODE IS F.
       01  REG-RELARQ               PIC X(80).
       FD   ARQ-RASTRO
            RECORDING MODE IS F.
           COPY RASTRO.
       WORKING-STORAGE SECTION.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-FS-CTLNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-LANNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-ARCLAN      PIC XX             VALUE SPACES.
       77  WK-FS-RELARQ      PIC XX             VALUE SPACES.
       77  WK-FS-RASTRO      PIC XX             VALUE SPACES.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    CARTAO DE PARAMETROS: RETENCAO EM DIAS POR ARQUIVO
       01  WK-PARM-CARD.
           05 WK-LSP-CONTA          PIC X(01).
           05 WK-LSP-DATA           PIC 9(8).
           05 WK-LSP-RESTO          PIC X(31).
      *
      *    TEXTO DO EVENTO DE ARQUIVAMENTO NO RASTRO: O
      *    DATASET ANUAL E O DO ANO DA RODADA
       01  WK-TEXTO-ARQUIVO.
           05 WK-TAR-ARQUIVO       PIC X(18).
           05 WK-TAR-ANO           PIC 9(4).
           05 FILLER               PIC X(08)   VALUE SPACES.
      *
       01  WK-LINHA-CONTROLE.
           05 WK-LC-ARQUIVO        PIC X(08).
           05 FILLER               PIC X(11)   VALUE ' VALOR ARQ '.
           05 WK-LC-VAL-ARQ        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(12)   VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF WK-PARM-DIAS-LANCAM = ZEROS
               MOVE 0365 TO WK-PARM-DIAS-LANCAM
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           MOVE WK-EXE-ANO TO WK-TAR-ANO.
           MOVE WK-PARM-DIAS-CTLLOG TO WK-DIAS-VOLTAR.
           PERFORM 110-CALCULAR-CORTE.
           MOVE WK-DATA-CALC TO WK-CORTE-CTLLOG.
           OPEN OUTPUT ARQ-LANNOVO.
           OPEN EXTEND ARQ-ARCLAN.
           OPEN OUTPUT ARQ-RELARQ.
           OPEN EXTEND ARQ-RASTRO.
           IF WK-FS-CTLLOG NOT = '00' OR WK-FS-SUSPENSO NOT = '00'
            OR WK-FS-LANCAM NOT = '00'
               DISPLAY 'ERRO NA ABERTURA DOS ARQUIVOS DE ENTRADA - '
               ADD 1 TO WK-SUS-ARQUIVADOS
               ADD WK-LSP-VALOR TO WK-SUS-VAL-ARQ
               WRITE REG-ARCSUS FROM REG-SUSPLAN
               PERFORM 310-RASTREAR-SUSPENSO
           ELSE
               ADD 1 TO WK-SUS-RETIDOS
               ADD WK-LSP-VALOR TO WK-SUS-VAL-RET
               WRITE REG-SUSNOVO FROM REG-SUSPLAN
           END-IF.
           PERFORM 502-LER-SUSPENSO.
       310-RASTREAR-SUSPENSO.
           MOVE SPACES              TO REG-RASTRO.
           MOVE WK-LSP-CODIGO       TO FD-RAS-CODIGO.
           MOVE WK-LSP-NOTA         TO FD-RAS-NOTA.
           MOVE WK-LSP-TIPO         TO FD-RAS-TIPO.
           MOVE WK-LSP-CONTA        TO FD-RAS-CONTA.
           MOVE WK-LSP-VALOR        TO FD-RAS-VALOR.
           MOVE FD-SUS-MOTIVO       TO FD-RAS-MOTIVO.
           MOVE FD-SUS-NOITES       TO FD-RAS-NOITES.
           MOVE 'SUSPENSO.ARQUIVO.A' TO WK-TAR-ARQUIVO.
           PERFORM 940-GRAVAR-RASTRO.
      ***************************************
       400-EXPURGAR-LANCAM SECTION.
       401-EXPURGAR-LANCAM.
               ADD 1 TO WK-LAN-ARQUIVADOS
               ADD FD-LAN-VALOR TO WK-LAN-VAL-ARQ
               WRITE REG-ARCLAN FROM REG-LANCAM
               PERFORM 410-RASTREAR-LANCAM
           ELSE
               ADD 1 TO WK-LAN-RETIDOS
               ADD FD-LAN-VALOR TO WK-LAN-VAL-RET
               WRITE REG-LANNOVO FROM REG-LANCAM
           END-IF.
           PERFORM 503-LER-LANCAM.
       410-RASTREAR-LANCAM.
           MOVE SPACES              TO REG-RASTRO.
           MOVE FD-LAN-CODIGO       TO FD-RAS-CODIGO.
           MOVE FD-LAN-NOTA         TO FD-RAS-NOTA.
           MOVE FD-LAN-TIPO         TO FD-RAS-TIPO.
           MOVE FD-LAN-CONTA        TO FD-RAS-CONTA.
           MOVE FD-LAN-VALOR        TO FD-RAS-VALOR.
           MOVE ZEROS               TO FD-RAS-NOITES.
           MOVE 'LANCAM.ARQUIVO.A'  TO WK-TAR-ARQUIVO.
           PERFORM 940-GRAVAR-RASTRO.
      ***************************************
       500-LEITURAS SECTION.
       501-LER-CTLLOG.
           CLOSE ARQ-LANNOVO.
           CLOSE ARQ-ARCLAN.
           CLOSE ARQ-RELARQ.
           CLOSE ARQ-RASTRO.
      ***************************************
      *    EVENTO DE ARQUIVAMENTO NO RASTRO DOS LANCAMENTOS:
      *    O ITEM JA VEM MOVIDO PELO CHAMADOR
       940-GRAVAR-RASTRO.
           MOVE WK-DATA-EXEC        TO FD-RAS-DATA.
           MOVE WK-HORA-EXEC        TO FD-RAS-HORA.
           MOVE 'AR'                TO FD-RAS-ETAPA.
           MOVE 'ALUNO44'           TO FD-RAS-PROGRAMA.
           MOVE WK-TEXTO-ARQUIVO    TO FD-RAS-TEXTO.
           WRITE REG-RASTRO.
