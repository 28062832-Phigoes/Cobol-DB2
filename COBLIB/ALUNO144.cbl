       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO144.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    BASE MENSAL DO RECOLHIMENTO (DARF) DO        *
      *    IMPOSTO DE RENDA RETIDO NA FONTE SOBRE OS    *
      *    RESGATES DE CDB: LE O HISTORICO IRRETIDO     *
      *    (ALUNO119 E ALUNO146) E TOTALIZA, POR        *
      *    EMPRESA, A QUANTIDADE DE RETENCOES, O        *
      *    RENDIMENTO BRUTO E O IMPOSTO RETIDO NA       *
      *    COMPETENCIA, COM O TOTAL GERAL. A            *
      *    COMPETENCIA VEM DO CARTAO SYSIN (AAAAMM;     *
      *    ZERADA VALE O MES ANTERIOR AO DA EXECUCAO).  *
      *    PAGINACAO E CABECALHOS PELO ALUNO48          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-IRRETIDO ASSIGN TO IRRETIDO
               FILE STATUS IS WK-FS-IRRETIDO.
           SELECT ARQ-RELDARF  ASSIGN TO RELDARF
               FILE STATUS IS WK-FS-RELDARF.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-IRRETIDO
            RECORDING MODE IS F.
           COPY IRRETIDO.
       FD   ARQ-RELDARF
            RECORDING MODE IS F.
       01  REG-RELDARF              PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-IRRETIDO    PIC XX             VALUE SPACES.
       77  WK-FS-RELDARF     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
      *
      *    PARAMETRO: COMPETENCIA DO RECOLHIMENTO (AAAAMM)
       01  WK-PARM-COMPET    PIC 9(6)           VALUE ZEROS.
       01  WK-PARM-COMPET-R REDEFINES WK-PARM-COMPET.
           05 WK-PCO-ANO           PIC 9(4).
           05 WK-PCO-MES           PIC 99.
       77  WK-IRR-COMPET     PIC 9(6)           VALUE ZEROS.
      *
      *    TOTAIS DA COMPETENCIA POR EMPRESA
      *    (INDICE = EMPRESA + 1)
       01  TABELA-DARF.
           05 DRF-ENTRADA            OCCURS 100 TIMES.
              10 DRF-TAB-QTDE        PIC 9(7).
              10 DRF-TAB-RENDIMENTO  PIC 9(11)V99.
              10 DRF-TAB-IMPOSTO     PIC 9(11)V99.
       77  WK-IND-DRF        PIC 9(3)           VALUE ZEROS.
       77  WK-TOT-EMPRESAS   PIC 9(3)           VALUE ZEROS.
       77  WK-GER-QTDE       PIC 9(7)           VALUE ZEROS.
       77  WK-GER-RENDIMENTO PIC 9(11)V99       VALUE ZEROS.
       77  WK-GER-IMPOSTO    PIC 9(11)V99       VALUE ZEROS.
       77  WK-VAL-EDIT       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-LINHA-DARF.
           05 FILLER               PIC X(08)     VALUE 'EMPRESA '.
           05 WK-LD-EMPRESA        PIC 99.
           05 FILLER               PIC X(12)     VALUE
              ' RETENCOES: '.
           05 WK-LD-QTDE           PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(19)     VALUE
              ' RENDIMENTO BRUTO: '.
           05 WK-LD-RENDIMENTO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(12)     VALUE
              ' IR RETIDO: '.
           05 WK-LD-IMPOSTO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-IRRETIDO = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-COMPET FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-COMPET NOT NUMERIC
            OR WK-PARM-COMPET = ZEROS
               PERFORM 105-MES-ANTERIOR
           END-IF.
           INITIALIZE TABELA-DARF.
           OPEN INPUT  ARQ-IRRETIDO.
           OPEN OUTPUT ARQ-RELDARF.
           EVALUATE WK-FS-IRRETIDO
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO IRRETIDO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-IRRETIDO
                           ' NO COMANDO OPEN IRRETIDO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           SET LK-REL-ABRIR TO TRUE.
           MOVE SPACES TO LK-REL-TITULO.
           STRING 'BASE DO DARF - IR RETIDO EM CDB - COMPETENCIA '
                  DELIMITED BY SIZE
                  WK-PARM-COMPET DELIMITED BY SIZE
                  INTO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           PERFORM 301-LER-IRRETIDO.
       105-MES-ANTERIOR.
           MOVE WK-EXE-ANO TO WK-PCO-ANO.
           IF WK-EXE-MES = 1
               SUBTRACT 1 FROM WK-PCO-ANO
               MOVE 12 TO WK-PCO-MES
           ELSE
               COMPUTE WK-PCO-MES = WK-EXE-MES - 1
           END-IF.
      ***************************************
      *    SO AS RETENCOES GRAVADAS NA COMPETENCIA ENTRAM NA
      *    BASE DO RECOLHIMENTO
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           COMPUTE WK-IRR-COMPET = FD-IRR-DATA / 100.
           IF WK-IRR-COMPET = WK-PARM-COMPET
               COMPUTE WK-IND-DRF = FD-IRR-EMPRESA + 1
               ADD 1                 TO DRF-TAB-QTDE(WK-IND-DRF)
               ADD FD-IRR-RENDIMENTO TO
                   DRF-TAB-RENDIMENTO(WK-IND-DRF)
               ADD FD-IRR-VALOR      TO DRF-TAB-IMPOSTO(WK-IND-DRF)
               ADD 1                 TO WK-GER-QTDE
               ADD FD-IRR-RENDIMENTO TO WK-GER-RENDIMENTO
               ADD FD-IRR-VALOR      TO WK-GER-IMPOSTO
           END-IF.
           PERFORM 301-LER-IRRETIDO.
      ***************************************
       300-LER-IRRETIDO SECTION.
       301-LER-IRRETIDO.
           READ ARQ-IRRETIDO.
           EVALUATE WK-FS-IRRETIDO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-IRRETIDO
                           ' NO COMANDO READ IRRETIDO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 910-IMPRIMIR-EMPRESA
               VARYING WK-IND-DRF FROM 1 BY 1
               UNTIL WK-IND-DRF > 100.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-GER-RENDIMENTO TO WK-VAL-EDIT.
           STRING 'TOTAL GERAL - RETENCOES: ' DELIMITED BY SIZE
                  WK-GER-QTDE                 DELIMITED BY SIZE
                  ' RENDIMENTO BRUTO: '       DELIMITED BY SIZE
                  WK-VAL-EDIT                 DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE WK-GER-IMPOSTO TO WK-VAL-EDIT.
           STRING 'TOTAL A RECOLHER (IR RETIDO): ' DELIMITED BY SIZE
                  WK-VAL-EDIT                      DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           DISPLAY 'COMPETENCIA DO DARF     = ' WK-PARM-COMPET.
           DISPLAY 'EMPRESAS COM RETENCAO   = ' WK-TOT-EMPRESAS.
           DISPLAY 'RETENCOES NO MES        = ' WK-GER-QTDE.
           DISPLAY 'IR RETIDO A RECOLHER    = ' WK-VAL-EDIT.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-IRRETIDO.
           CLOSE ARQ-RELDARF.
       910-IMPRIMIR-EMPRESA.
           IF DRF-TAB-QTDE(WK-IND-DRF) > ZEROS
               ADD 1 TO WK-TOT-EMPRESAS
               COMPUTE WK-LD-EMPRESA = WK-IND-DRF - 1
               MOVE DRF-TAB-QTDE(WK-IND-DRF)       TO WK-LD-QTDE
               MOVE DRF-TAB-RENDIMENTO(WK-IND-DRF)
                    TO WK-LD-RENDIMENTO
               MOVE DRF-TAB-IMPOSTO(WK-IND-DRF)    TO WK-LD-IMPOSTO
               MOVE WK-LINHA-DARF TO LK-REL-DETALHE
               SET LK-REL-DETALHAR TO TRUE
               CALL 'ALUNO48' USING LK-REL-COM
               PERFORM 915-GRAVAR-SAIDA
           END-IF.
      ***************************************
       915-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELDARF
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO144'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
