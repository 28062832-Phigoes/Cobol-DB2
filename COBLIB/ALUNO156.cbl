       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO156.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    RETORNO AOS CONVENIOS DAS FATURAS DE DEBITO  *
      *    AUTOMATICO: O MOVIMENTO DA NOITE (CONVMOV,   *
      *    DO ALUNO155, ORDENADO PELO JOB POR CONVENIO  *
      *    E FATURA) E CONFRONTADO COM OS DEBITOS DE    *
      *    FATURA QUE O BALANCE LINE NAO POSTOU. A      *
      *    FATURA LANCADA CUJO DEBITO FOI RECUSADO POR  *
      *    FALTA DE FUNDOS (LI NO RECUSAS, SF OU PJ NO  *
      *    SUSPENSO) VOLTA COM RETORNO 01; A PARADA NO  *
      *    SUSPENSO POR CONTA ENCERRADA OU SEM          *
      *    MOVIMENTACAO (ST, SC) COM 04, POR SUSTACAO   *
      *    DO CLIENTE (SP) COM 02 E POR OUTRO MOTIVO    *
      *    COM 07; O RESTO FOI DEBITADO (00). AS        *
      *    RECUSADAS NA RECEPCAO SEGUEM COM O RETORNO   *
      *    DO ALUNO155. O ARQUIVO RETCONV SAI COM       *
      *    CABECALHO, FATURAS E TRAILER (QUANTIDADES E  *
      *    VALORES DEBITADOS E RECUSADOS) POR CONVENIO, *
      *    PARA A TRANSMISSAO A CADA EMPRESA            *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONVMOV  ASSIGN TO CONVMOV
               FILE STATUS IS WK-FS-CONVMOV.
           SELECT ARQ-RECUSAS  ASSIGN TO RECUSAS
               FILE STATUS IS WK-FS-RECUSAS.
           SELECT ARQ-SUSPENSO ASSIGN TO SUSPENSO
               FILE STATUS IS WK-FS-SUSPENSO.
           SELECT ARQ-RETCONV  ASSIGN TO RETCONV
               FILE STATUS IS WK-FS-RETCONV.
           SELECT ARQ-RELRETC  ASSIGN TO RELRETC
               FILE STATUS IS WK-FS-RELRETC.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CONVMOV
            RECORDING MODE IS F.
       01  REG-CONVMOV.
           05 CMV-TIPO-REG          PIC X(01).
           05 CMV-CONVENIO          PIC X(04).
           05 FILLER                PIC X(95).
       FD   ARQ-RECUSAS
            RECORDING MODE IS F.
           COPY SUSPLAN.
       FD   ARQ-SUSPENSO
            RECORDING MODE IS F.
       01  REG-SUSPENSO.
           05 SPN-REGISTRO          PIC X(60).
           05 SPN-MOTIVO            PIC X(02).
           05 FILLER                PIC X(18).
       FD   ARQ-RETCONV
            RECORDING MODE IS F.
           COPY FATCONV.
       FD   ARQ-RELRETC
            RECORDING MODE IS F.
       01  REG-RELRETC              PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CONVMOV     PIC XX             VALUE SPACES.
       77  WK-FS-RECUSAS     PIC XX             VALUE SPACES.
       77  WK-FS-SUSPENSO    PIC XX             VALUE SPACES.
       77  WK-FS-RETCONV     PIC XX             VALUE SPACES.
       77  WK-FS-RELRETC     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-CONVENIOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-DEBITADAS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-RECUSADAS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SEM-CONV   PIC 9(05)          VALUE ZEROS.
       77  WK-VLR-DEBITADAS  PIC 9(9)V99        VALUE ZEROS.
       77  WK-VLR-RECUSADAS  PIC 9(9)V99        VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-MOTIVO-SUSP    PIC X(02)          VALUE SPACES.
      *
      *    CONVENIO EM CURSO (QUEBRA DO MOVIMENTO ORDENADO)
      *    E SEUS TOTAIS PARA O TRAILER
       77  WK-CONVENIO-ATUAL PIC X(04)          VALUE LOW-VALUES.
       77  WK-QTD-DEB-CONV   PIC 9(6)           VALUE ZEROS.
       77  WK-VLR-DEB-CONV   PIC 9(9)V99        VALUE ZEROS.
       77  WK-QTD-REC-CONV   PIC 9(6)           VALUE ZEROS.
       77  WK-VLR-REC-CONV   PIC 9(9)V99        VALUE ZEROS.
      *
      *    IMAGEM DO LANCAMENTO NAO POSTADO (CAMPOS INICIAIS
      *    DO LAYOUT LANCAM DENTRO DO REGISTRO SUSPENSO)
       01  WK-LANCAM-NAO-POSTADO.
           05 WK-NPS-CODIGO         PIC 9(5).
           05 WK-NPS-TIPO           PIC X(01).
           05 WK-NPS-VALOR          PIC 9(6)V99.
           05 WK-NPS-NOTA           PIC 9(6).
           05 FILLER                PIC X(40).
      *
      *    DEBITOS DE FATURA QUE O BALANCE LINE NAO POSTOU,
      *    COM O CODIGO DE RETORNO CORRESPONDENTE
       01  TABELA-NAO-POSTADOS.
           05 NPS-ENTRADA            OCCURS 2000 TIMES.
              10 NPS-TAB-CODIGO      PIC 9(5).
              10 NPS-TAB-NOTA        PIC 9(6).
              10 NPS-TAB-RETORNO     PIC 99.
       77  WK-TOT-NAO-POSTADOS PIC 9(4)         VALUE ZEROS.
       77  WK-IND-NPS        PIC 9(4)           VALUE ZEROS.
       77  WK-ACHOU-NPS      PIC X              VALUE 'N'.
           88 NAO-POSTADO-ACHADO                VALUE 'S'.
           88 NAO-POSTADO-NAO-ACHADO            VALUE 'N'.
      *
       01  WK-LINHA-RECUSA.
           05 FILLER               PIC X(05)     VALUE 'CONV '.
           05 WK-LR-CONVENIO       PIC 9(4).
           05 FILLER               PIC X(08)     VALUE ' FATURA '.
           05 WK-LR-ID-FATURA      PIC X(20).
           05 FILLER               PIC X(05)     VALUE ' CLI '.
           05 WK-LR-CODIGO         PIC 9(5).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-VALOR          PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(09)     VALUE ' RETORNO '.
           05 WK-LR-RETORNO        PIC 99.
           05 FILLER               PIC X(11)     VALUE SPACES.
       01  WK-LINHA-CONVENIO.
           05 FILLER               PIC X(09)     VALUE 'CONVENIO '.
           05 WK-LV-CONVENIO       PIC 9(4).
           05 FILLER               PIC X(11)     VALUE ' DEBITADAS '.
           05 WK-LV-QTD-DEB        PIC ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LV-VLR-DEB        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(11)     VALUE ' RECUSADAS '.
           05 WK-LV-QTD-REC        PIC ZZZ.ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LV-VLR-REC        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-CONVMOV = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-CONVMOV.
           OPEN OUTPUT ARQ-RETCONV.
           OPEN OUTPUT ARQ-RELRETC.
           EVALUATE WK-FS-CONVMOV
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CONVMOV NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CONVMOV
                           ' NO COMANDO OPEN CONVMOV'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-RECUSAS.
           PERFORM 115-CARREGAR-SUSPENSO.
           PERFORM 301-LER-CONVMOV.
      *
      *    DEBITO DE FATURA RECUSADO POR FALTA DE FUNDOS NA
      *    FAIXA 600000+ (MOTIVO LI DO ALUNO09)
       110-CARREGAR-RECUSAS.
           OPEN INPUT ARQ-RECUSAS.
           EVALUATE WK-FS-RECUSAS
               WHEN '00'
                   PERFORM 112-LER-RECUSAS
                   PERFORM 111-ACUMULAR-RECUSA
                       UNTIL WK-FS-RECUSAS = '10'
                   CLOSE ARQ-RECUSAS
               WHEN OTHER
                   DISPLAY 'ARQUIVO RECUSAS NAO ENCONTRADO - '
                           'RODADA SEM RECUSAS DO BALANCE LINE'
           END-EVALUATE.
       111-ACUMULAR-RECUSA.
           MOVE FD-SUS-REGISTRO TO WK-LANCAM-NAO-POSTADO.
           MOVE FD-SUS-MOTIVO   TO WK-MOTIVO-SUSP.
           PERFORM 120-ANOTAR-NAO-POSTADO.
           PERFORM 112-LER-RECUSAS.
       112-LER-RECUSAS.
           READ ARQ-RECUSAS
               AT END
                   MOVE '10' TO WK-FS-RECUSAS
           END-READ.
      *
      *    DEBITO DE FATURA PARADO NO SUSPENSO DA NOITE (O
      *    ALUNO26 NAO O RECICLA: O RETORNO JA SAI AQUI)
       115-CARREGAR-SUSPENSO.
           OPEN INPUT ARQ-SUSPENSO.
           EVALUATE WK-FS-SUSPENSO
               WHEN '00'
                   PERFORM 117-LER-SUSPENSO
                   PERFORM 116-ACUMULAR-SUSPENSO
                       UNTIL WK-FS-SUSPENSO = '10'
                   CLOSE ARQ-SUSPENSO
               WHEN OTHER
                   DISPLAY 'ARQUIVO SUSPENSO NAO ENCONTRADO - '
                           'RODADA SEM SUSPENSOS DO BALANCE LINE'
           END-EVALUATE.
       116-ACUMULAR-SUSPENSO.
           MOVE SPN-REGISTRO TO WK-LANCAM-NAO-POSTADO.
           MOVE SPN-MOTIVO   TO WK-MOTIVO-SUSP.
           PERFORM 120-ANOTAR-NAO-POSTADO.
           PERFORM 117-LER-SUSPENSO.
       117-LER-SUSPENSO.
           READ ARQ-SUSPENSO
               AT END
                   MOVE '10' TO WK-FS-SUSPENSO
           END-READ.
      *
      *    SO INTERESSAM OS DEBITOS DA FAIXA DAS FATURAS; O
      *    MOTIVO DO BALANCE LINE VIRA O RETORNO AO CONVENIO
      *    (PENHORA TAMBEM E FALTA DE SALDO DISPONIVEL; A
      *    SUSTACAO PELO CLIENTE EQUIVALE A AUTORIZACAO
      *    RETIRADA)
       120-ANOTAR-NAO-POSTADO.
           IF WK-NPS-TIPO = 'D'
            AND WK-NPS-NOTA >= 630000 AND WK-NPS-NOTA <= 649999
               IF WK-TOT-NAO-POSTADOS >= 2000
                   DISPLAY 'TABELA DE DEBITOS NAO POSTADOS CHEIA '
                           '(MAXIMO 2000) - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-NAO-POSTADOS
               MOVE WK-NPS-CODIGO
                    TO NPS-TAB-CODIGO(WK-TOT-NAO-POSTADOS)
               MOVE WK-NPS-NOTA
                    TO NPS-TAB-NOTA(WK-TOT-NAO-POSTADOS)
               EVALUATE WK-MOTIVO-SUSP
                   WHEN 'LI'
                   WHEN 'SF'
                   WHEN 'PJ'
                       MOVE 01 TO NPS-TAB-RETORNO(WK-TOT-NAO-POSTADOS)
                   WHEN 'ST'
                   WHEN 'SC'
                       MOVE 04 TO NPS-TAB-RETORNO(WK-TOT-NAO-POSTADOS)
                   WHEN 'SP'
                       MOVE 02 TO NPS-TAB-RETORNO(WK-TOT-NAO-POSTADOS)
                   WHEN OTHER
                       MOVE 07 TO NPS-TAB-RETORNO(WK-TOT-NAO-POSTADOS)
               END-EVALUATE
           END-IF.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF CMV-CONVENIO NOT NUMERIC
               ADD 1 TO WK-TOT-SEM-CONV
               DISPLAY 'FATURA SEM CONVENIO VALIDO - FORA DO '
                       'RETORNO: ' REG-CONVMOV(1:30)
           ELSE
               IF CMV-CONVENIO NOT = WK-CONVENIO-ATUAL
                   IF WK-CONVENIO-ATUAL NOT = LOW-VALUES
                       PERFORM 230-GRAVAR-TRAILER
                   END-IF
                   PERFORM 210-GRAVAR-CABECALHO
               END-IF
               MOVE REG-CONVMOV TO REG-FATCONV
               IF FCV-RET-DEBITADA
                   PERFORM 220-APURAR-DEBITO
               END-IF
               WRITE REG-FATCONV
               PERFORM 225-SOMAR-FATURA
           END-IF.
           PERFORM 301-LER-CONVMOV.
       210-GRAVAR-CABECALHO.
           MOVE CMV-CONVENIO      TO WK-CONVENIO-ATUAL.
           MOVE ZEROS             TO WK-QTD-DEB-CONV.
           MOVE ZEROS             TO WK-VLR-DEB-CONV.
           MOVE ZEROS             TO WK-QTD-REC-CONV.
           MOVE ZEROS             TO WK-VLR-REC-CONV.
           MOVE SPACES            TO REG-FATCONV.
           SET FCV-REG-CABECALHO  TO TRUE.
           MOVE WK-CONVENIO-ATUAL TO FD-FCV-CONVENIO.
           MOVE WK-DATA-EXEC      TO FD-FCV-DATA-GERACAO.
           MOVE ZEROS             TO FD-FCV-QTDE-DEBITADAS.
           MOVE ZEROS             TO FD-FCV-VALOR-DEBITADO.
           MOVE ZEROS             TO FD-FCV-QTDE-RECUSADAS.
           MOVE ZEROS             TO FD-FCV-VALOR-RECUSADO.
           WRITE REG-FATCONV.
           ADD 1 TO WK-TOT-CONVENIOS.
      *
      *    FATURA LANCADA PELO ALUNO155: DEBITADA SE O BALANCE
      *    LINE POSTOU O DEBITO, COM O MOTIVO DELE SE NAO
       220-APURAR-DEBITO.
           SET NAO-POSTADO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-NPS FROM 1 BY 1
                   UNTIL WK-IND-NPS > WK-TOT-NAO-POSTADOS
                   OR NAO-POSTADO-ACHADO
               IF NPS-TAB-CODIGO(WK-IND-NPS) = FD-FCV-CODIGO
                AND NPS-TAB-NOTA(WK-IND-NPS) = FD-FCV-NOTA
                   SET NAO-POSTADO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF NAO-POSTADO-ACHADO
               SUBTRACT 1 FROM WK-IND-NPS
               MOVE NPS-TAB-RETORNO(WK-IND-NPS) TO FD-FCV-RETORNO
           END-IF.
       225-SOMAR-FATURA.
           IF FCV-RET-DEBITADA
               ADD 1 TO WK-QTD-DEB-CONV
               ADD FD-FCV-VALOR TO WK-VLR-DEB-CONV
               ADD 1 TO WK-TOT-DEBITADAS
               ADD FD-FCV-VALOR TO WK-VLR-DEBITADAS
           ELSE
               ADD 1 TO WK-QTD-REC-CONV
               ADD 1 TO WK-TOT-RECUSADAS
               IF FD-FCV-VALOR NUMERIC
                   ADD FD-FCV-VALOR TO WK-VLR-REC-CONV
                   ADD FD-FCV-VALOR TO WK-VLR-RECUSADAS
                   MOVE FD-FCV-VALOR TO WK-LR-VALOR
               ELSE
                   MOVE ZEROS        TO WK-LR-VALOR
               END-IF
               MOVE FD-FCV-CONVENIO  TO WK-LR-CONVENIO
               MOVE FD-FCV-ID-FATURA TO WK-LR-ID-FATURA
               IF FD-FCV-CODIGO NUMERIC
                   MOVE FD-FCV-CODIGO TO WK-LR-CODIGO
               ELSE
                   MOVE ZEROS         TO WK-LR-CODIGO
               END-IF
               MOVE FD-FCV-RETORNO   TO WK-LR-RETORNO
               WRITE REG-RELRETC FROM WK-LINHA-RECUSA
           END-IF.
       230-GRAVAR-TRAILER.
           MOVE SPACES            TO REG-FATCONV.
           SET FCV-REG-TRAILER    TO TRUE.
           MOVE WK-CONVENIO-ATUAL TO FD-FCV-CONVENIO.
           MOVE WK-DATA-EXEC      TO FD-FCV-DATA-GERACAO.
           MOVE WK-QTD-DEB-CONV   TO FD-FCV-QTDE-DEBITADAS.
           MOVE WK-VLR-DEB-CONV   TO FD-FCV-VALOR-DEBITADO.
           MOVE WK-QTD-REC-CONV   TO FD-FCV-QTDE-RECUSADAS.
           MOVE WK-VLR-REC-CONV   TO FD-FCV-VALOR-RECUSADO.
           WRITE REG-FATCONV.
           MOVE WK-CONVENIO-ATUAL TO WK-LV-CONVENIO.
           MOVE WK-QTD-DEB-CONV   TO WK-LV-QTD-DEB.
           MOVE WK-VLR-DEB-CONV   TO WK-LV-VLR-DEB.
           MOVE WK-QTD-REC-CONV   TO WK-LV-QTD-REC.
           MOVE WK-VLR-REC-CONV   TO WK-LV-VLR-REC.
           WRITE REG-RELRETC FROM WK-LINHA-CONVENIO.
      ***************************************
       300-LER-ARQUIVOS SECTION.
       301-LER-CONVMOV.
           READ ARQ-CONVMOV.
           EVALUATE WK-FS-CONVMOV
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CONVMOV
                           ' NO COMANDO READ CONVMOV'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-FS-CONVMOV = '00'
            AND CMV-CONVENIO NUMERIC
            AND WK-CONVENIO-ATUAL NOT = LOW-VALUES
            AND CMV-CONVENIO < WK-CONVENIO-ATUAL
               DISPLAY 'CONVMOV FORA DE SEQUENCIA NO CONVENIO '
                       CMV-CONVENIO ' - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-CONVENIO-ATUAL NOT = LOW-VALUES
               PERFORM 230-GRAVAR-TRAILER
           END-IF.
           DISPLAY 'FATURAS DO MOVIMENTO     = ' WK-REGS-LIDOS.
           DISPLAY 'CONVENIOS NO RETORNO     = ' WK-TOT-CONVENIOS.
           DISPLAY 'FATURAS DEBITADAS        = ' WK-TOT-DEBITADAS
                   ' VALOR ' WK-VLR-DEBITADAS.
           DISPLAY 'FATURAS NAO DEBITADAS    = ' WK-TOT-RECUSADAS
                   ' VALOR ' WK-VLR-RECUSADAS.
           DISPLAY 'FATURAS SEM CONVENIO     = ' WK-TOT-SEM-CONV.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CONVMOV.
           CLOSE ARQ-RETCONV.
           CLOSE ARQ-RELRETC.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO156'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-SEM-CONV   TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
