       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO181.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    ABERTURA DOS CASOS DE FRAUDE DA MESA DE      *
      *    SEGURANCA: CADA EXCECAO DO MONITOR DE        *
      *    ANOMALIAS (EXCECOES DO ALUNO77) E LIGADA AO  *
      *    CASO EM ANDAMENTO (ABERTO OU EM              *
      *    INVESTIGACAO) DO MESMO CLIENTE NO KSDS       *
      *    CASOFRD; SEM CASO EM ANDAMENTO - OU COM O    *
      *    CASO JA COM 20 EXCECOES - ABRE CASO NOVO,    *
      *    NUMERADO PELO CONTROLE CASOCTL. A NOTA JA    *
      *    LIGADA AO CASO NAO E REPETIDA, ENTAO A       *
      *    REEXECUCAO DA MESMA NOITE NAO DUPLICA. AS    *
      *    ACOES SOBRE O CASO SAO DO ALUNO182. SAI O    *
      *    RELATORIO RELCASO COM O DESTINO DE CADA      *
      *    EXCECAO                                      *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EXCECOES ASSIGN TO EXCECOES
               FILE STATUS IS WK-FS-EXCECOES.
           SELECT ARQ-CASOFRD  ASSIGN TO CASOFRD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CSF-NUMERO
               FILE STATUS IS WK-FS-CASOFRD.
           SELECT ARQ-CASOCTL  ASSIGN TO CASOCTL
               FILE STATUS IS WK-FS-CASOCTL.
           SELECT ARQ-RELCASO  ASSIGN TO RELCASO
               FILE STATUS IS WK-FS-RELCASO.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-EXCECOES
            RECORDING MODE IS F.
           COPY EXCECAO.
       FD   ARQ-CASOFRD.
           COPY CASOFRD.
       FD   ARQ-CASOCTL
            RECORDING MODE IS F.
       01  REG-CASOCTL.
           05 FD-CSC-ULTIMO-CASO    PIC 9(7).
           05 FD-CSC-ULTIMA-NOTA    PIC 9(6).
           05 FILLER                PIC X(67).
       FD   ARQ-RELCASO
            RECORDING MODE IS F.
       01  REG-RELCASO              PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-EXCECOES    PIC XX             VALUE SPACES.
       77  WK-FS-CASOFRD     PIC XX             VALUE SPACES.
       77  WK-FS-CASOCTL     PIC XX             VALUE SPACES.
       77  WK-FS-RELCASO     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-ABERTOS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-LIGADAS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REPETIDAS  PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    NUMERACAO DOS CASOS E ULTIMA NOTA DE ESTORNO DO
      *    ALUNO182, QUE VOLTA INTACTA AO CONTROLE
       77  WK-ULTIMO-CASO    PIC 9(7)           VALUE ZEROS.
       77  WK-ULTIMA-NOTA    PIC 9(6)           VALUE ZEROS.
      *
      *    CASO EM ANDAMENTO DE CADA CLIENTE
       01  TABELA-CASOS.
           05 CAS-ENTRADA            OCCURS 5000 TIMES.
              10 CAS-TAB-CODIGO      PIC 9(5).
              10 CAS-TAB-NUMERO      PIC 9(7).
       77  WK-TOT-CASOS      PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CAS        PIC 9(05)          VALUE ZEROS.
       77  WK-IND-EXC        PIC 9(02)          VALUE ZEROS.
       77  WK-CODIGO-PROCURA PIC 9(5)           VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
       77  WK-NOTA-LIGADA    PIC X              VALUE 'N'.
           88 NOTA-JA-LIGADA                    VALUE 'S'.
           88 NOTA-NAO-LIGADA                   VALUE 'N'.
      *
       01  WK-LINHA-CASO.
           05 FILLER               PIC X(05)     VALUE 'CASO '.
           05 WK-LC-NUMERO         PIC 9(7).
           05 FILLER               PIC X(09)     VALUE ' CLIENTE '.
           05 WK-LC-CODIGO         PIC 9(5).
           05 FILLER               PIC X(06)     VALUE ' NOTA '.
           05 WK-LC-NOTA           PIC 9(6).
           05 FILLER               PIC X(08)     VALUE ' MOTIVO '.
           05 WK-LC-MOTIVO         PIC X(02).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-VALOR          PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-TEXTO          PIC X(20)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-EXCECOES = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-EXCECOES.
           EVALUATE WK-FS-EXCECOES
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO EXCECOES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-EXCECOES
                           ' NO COMANDO OPEN EXCECOES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN I-O    ARQ-CASOFRD.
           IF WK-FS-CASOFRD NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CASOFRD
                       ' NO COMANDO OPEN CASOFRD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELCASO.
           PERFORM 110-LER-CONTROLE.
           PERFORM 120-CARREGAR-CASOS.
           PERFORM 301-LER-EXCECOES.
      *
      *    A NUMERACAO CONTINUA DO ULTIMO CASO ABERTO; SEM
      *    CONTROLE GRAVADO, COMECA DO CASO 1
       110-LER-CONTROLE.
           OPEN INPUT ARQ-CASOCTL.
           EVALUATE WK-FS-CASOCTL
               WHEN '00'
                   READ ARQ-CASOCTL
                       AT END
                           MOVE '10' TO WK-FS-CASOCTL
                   END-READ
                   IF WK-FS-CASOCTL = '00'
                    AND FD-CSC-ULTIMO-CASO NUMERIC
                       MOVE FD-CSC-ULTIMO-CASO TO WK-ULTIMO-CASO
                   END-IF
                   IF WK-FS-CASOCTL = '00'
                    AND FD-CSC-ULTIMA-NOTA NUMERIC
                       MOVE FD-CSC-ULTIMA-NOTA TO WK-ULTIMA-NOTA
                   END-IF
                   CLOSE ARQ-CASOCTL
               WHEN OTHER
                   DISPLAY 'ARQUIVO CASOCTL NAO ENCONTRADO - '
                           'NUMERACAO DO CASO 1'
           END-EVALUATE.
      *
      *    PERCORRE OS CASOS E GUARDA O EM ANDAMENTO DE CADA
      *    CLIENTE (O DE NUMERO MAIOR, SE HOUVER MAIS DE UM)
       120-CARREGAR-CASOS.
           MOVE ZEROS TO FD-CSF-NUMERO.
           START ARQ-CASOFRD KEY NOT < FD-CSF-NUMERO.
           EVALUATE WK-FS-CASOFRD
               WHEN '00'
                   PERFORM 122-LER-PROXIMO
                   PERFORM 121-GUARDAR-CASO
                       UNTIL WK-FS-CASOFRD = '10'
               WHEN '23'
                   DISPLAY 'ARQUIVO DE CASOS VAZIO'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CASOFRD
                           ' NO COMANDO START CASOFRD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       121-GUARDAR-CASO.
           IF CSF-EM-ANDAMENTO
               MOVE FD-CSF-CODIGO TO WK-CODIGO-PROCURA
               PERFORM 250-PROCURAR-CASO
               IF ITEM-ACHADO
                   MOVE FD-CSF-NUMERO TO CAS-TAB-NUMERO(WK-IND-CAS)
               ELSE
                   PERFORM 123-INCLUIR-NA-TABELA
               END-IF
           END-IF.
           PERFORM 122-LER-PROXIMO.
       122-LER-PROXIMO.
           READ ARQ-CASOFRD NEXT RECORD.
           EVALUATE WK-FS-CASOFRD
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CASOFRD
                           ' NO COMANDO READ NEXT CASOFRD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       123-INCLUIR-NA-TABELA.
           IF WK-TOT-CASOS >= 5000
               DISPLAY 'TABELA DE CASOS EM ANDAMENTO CHEIA '
                       '(MAXIMO 5000) - ABERTURA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CASOS.
           MOVE FD-CSF-CODIGO TO CAS-TAB-CODIGO(WK-TOT-CASOS).
           MOVE FD-CSF-NUMERO TO CAS-TAB-NUMERO(WK-TOT-CASOS).
      ***************************************
      *    CADA EXCECAO VAI PARA O CASO EM ANDAMENTO DO
      *    CLIENTE OU ABRE UM CASO NOVO
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-EXC-CODIGO TO WK-CODIGO-PROCURA.
           PERFORM 250-PROCURAR-CASO.
           IF ITEM-ACHADO
               PERFORM 210-LIGAR-AO-CASO
           ELSE
               PERFORM 220-ABRIR-CASO
               PERFORM 123-INCLUIR-NA-TABELA
           END-IF.
           PERFORM 301-LER-EXCECOES.
      *
      *    CASO EM ANDAMENTO: A NOTA JA LIGADA E SO CONTADA;
      *    CASO CHEIO DA LUGAR A UM CASO NOVO DO CLIENTE
       210-LIGAR-AO-CASO.
           MOVE CAS-TAB-NUMERO(WK-IND-CAS) TO FD-CSF-NUMERO.
           READ ARQ-CASOFRD.
           IF WK-FS-CASOFRD NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CASOFRD
                       ' NO COMANDO READ CASOFRD - CASO '
                       CAS-TAB-NUMERO(WK-IND-CAS)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET NOTA-NAO-LIGADA TO TRUE.
           PERFORM VARYING WK-IND-EXC FROM 1 BY 1
                   UNTIL WK-IND-EXC > FD-CSF-QTDE-EXC
                   OR NOTA-JA-LIGADA
               IF FD-CSF-EXC-NOTA(WK-IND-EXC) = FD-EXC-NOTA
                AND FD-CSF-EXC-MOTIVO(WK-IND-EXC) = FD-EXC-MOTIVO
                   SET NOTA-JA-LIGADA TO TRUE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOTA-JA-LIGADA
                   ADD 1 TO WK-TOT-REPETIDAS
                   MOVE 'JA LIGADA AO CASO' TO WK-LC-TEXTO
                   PERFORM 260-RELATAR
               WHEN FD-CSF-QTDE-EXC >= 20
                   PERFORM 220-ABRIR-CASO
                   MOVE FD-CSF-NUMERO TO CAS-TAB-NUMERO(WK-IND-CAS)
               WHEN OTHER
                   ADD 1 TO FD-CSF-QTDE-EXC
                   MOVE FD-CSF-QTDE-EXC TO WK-IND-EXC
                   PERFORM 230-COPIAR-EXCECAO
                   REWRITE REG-CASOFRD
                   IF WK-FS-CASOFRD NOT = '00'
                       DISPLAY 'ERRO ' WK-FS-CASOFRD
                               ' NO COMANDO REWRITE CASOFRD'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WK-TOT-LIGADAS
                   MOVE 'LIGADA AO CASO' TO WK-LC-TEXTO
                   PERFORM 260-RELATAR
           END-EVALUATE.
       220-ABRIR-CASO.
           ADD 1 TO WK-ULTIMO-CASO.
           MOVE SPACES          TO REG-CASOFRD.
           MOVE WK-ULTIMO-CASO  TO FD-CSF-NUMERO.
           MOVE FD-EXC-CODIGO   TO FD-CSF-CODIGO.
           MOVE FD-EXC-EMPRESA  TO FD-CSF-EMPRESA.
           SET CSF-ABERTO       TO TRUE.
           MOVE WK-DATA-EXEC    TO FD-CSF-DATA-ABERTURA.
           MOVE WK-DATA-EXEC    TO FD-CSF-DATA-ACAO.
           MOVE ZEROS           TO FD-CSF-DATA-ENCERRA.
           MOVE ZEROS           TO FD-CSF-QTDE-ESTORNOS.
           MOVE 'N'             TO FD-CSF-BLOQUEIO.
           MOVE 1               TO FD-CSF-QTDE-EXC.
           MOVE 1               TO WK-IND-EXC.
           PERFORM 230-COPIAR-EXCECAO.
           WRITE REG-CASOFRD.
           IF WK-FS-CASOFRD NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CASOFRD
                       ' NO COMANDO WRITE CASOFRD - CASO '
                       WK-ULTIMO-CASO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-ABERTOS.
           MOVE 'CASO NOVO' TO WK-LC-TEXTO.
           PERFORM 260-RELATAR.
       230-COPIAR-EXCECAO.
           MOVE FD-EXC-NOTA    TO FD-CSF-EXC-NOTA(WK-IND-EXC).
           MOVE FD-EXC-VALOR   TO FD-CSF-EXC-VALOR(WK-IND-EXC).
           MOVE FD-EXC-DATA    TO FD-CSF-EXC-DATA(WK-IND-EXC).
           MOVE FD-EXC-MOTIVO  TO FD-CSF-EXC-MOTIVO(WK-IND-EXC).
           MOVE FD-EXC-TIPO    TO FD-CSF-EXC-TIPO(WK-IND-EXC).
           MOVE FD-EXC-CONTA   TO FD-CSF-EXC-CONTA(WK-IND-EXC).
           MOVE FD-EXC-CANAL   TO FD-CSF-EXC-CANAL(WK-IND-EXC).
           MOVE FD-EXC-AGENCIA TO FD-CSF-EXC-AGENCIA(WK-IND-EXC).
       250-PROCURAR-CASO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CAS FROM 1 BY 1
                   UNTIL WK-IND-CAS > WK-TOT-CASOS
                   OR ITEM-ACHADO
               IF CAS-TAB-CODIGO(WK-IND-CAS) = WK-CODIGO-PROCURA
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-CAS
           END-IF.
       260-RELATAR.
           MOVE FD-CSF-NUMERO  TO WK-LC-NUMERO.
           MOVE FD-EXC-CODIGO  TO WK-LC-CODIGO.
           MOVE FD-EXC-NOTA    TO WK-LC-NOTA.
           MOVE FD-EXC-MOTIVO  TO WK-LC-MOTIVO.
           MOVE FD-EXC-VALOR   TO WK-LC-VALOR.
           WRITE REG-RELCASO FROM WK-LINHA-CASO.
      ***************************************
       300-LER-EXCECOES SECTION.
       301-LER-EXCECOES.
           READ ARQ-EXCECOES.
           EVALUATE WK-FS-EXCECOES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-EXCECOES
                           ' NO COMANDO READ EXCECOES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'EXCECOES LIDAS           = ' WK-REGS-LIDOS.
           DISPLAY 'CASOS ABERTOS            = ' WK-TOT-ABERTOS.
           DISPLAY 'LIGADAS A CASO EXISTENTE = ' WK-TOT-LIGADAS.
           DISPLAY 'JA LIGADAS (REEXECUCAO)  = ' WK-TOT-REPETIDAS.
           DISPLAY 'ULTIMO CASO              = ' WK-ULTIMO-CASO.
           PERFORM 910-GRAVAR-CONTROLE.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-EXCECOES.
           CLOSE ARQ-CASOFRD.
           CLOSE ARQ-RELCASO.
       910-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-CASOCTL.
           MOVE SPACES         TO REG-CASOCTL.
           MOVE WK-ULTIMO-CASO TO FD-CSC-ULTIMO-CASO.
           MOVE WK-ULTIMA-NOTA TO FD-CSC-ULTIMA-NOTA.
           WRITE REG-CASOCTL.
           CLOSE ARQ-CASOCTL.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO181'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
