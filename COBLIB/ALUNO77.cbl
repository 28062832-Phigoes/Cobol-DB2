      *           DO CLNTHIST)                          *
      *      RV = REPETICAO DE DEBITOS DE VALOR         *
      *           REDONDO NO MESMO DIA                  *
      *    AS EXCECOES VIRAM CASOS DA MESA (ALUNO181).  *
      *    CLIENTE INOCENTADO NUM CASO DE ALARME FALSO  *
      *    (LISTA LIBFRAUD DO ALUNO182) NAO E APONTADO  *
      *    NA MESMA REGRA ATE A VALIDADE DA LIBERACAO   *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-RELEXC.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
           SELECT ARQ-LIBFRAUD ASSIGN TO LIBFRAUD
               FILE STATUS IS WK-FS-LIBFRAUD.
      *
       DATA DIVISION.
       FILE SECTION.
           COPY CLNTHIST.
       FD   ARQ-EXCECOES
            RECORDING MODE IS F.
           COPY EXCECAO.
       FD   ARQ-RELEXC
            RECORDING MODE IS F.
       01  REG-RELEXC               PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       FD   ARQ-LIBFRAUD
            RECORDING MODE IS F.
           COPY LIBFRAUD.
       WORKING-STORAGE SECTION.
       77  WK-FS-LANCAM      PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTHI    PIC XX             VALUE SPACES.
       77  WK-FS-EXCECOES    PIC XX             VALUE SPACES.
       77  WK-FS-RELEXC      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-FS-LIBFRAUD    PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-EXCECOES   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-LIBERADAS  PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
              10 MOV-TAB-VALOR       PIC 9(6)V99.
              10 MOV-TAB-CANAL       PIC X(01).
              10 MOV-TAB-DATA        PIC 9(8).
              10 MOV-TAB-CONTA       PIC X(01).
              10 MOV-TAB-AGENCIA     PIC 9(3).
              10 MOV-TAB-EMPRESA     PIC 99.
       77  WK-TOT-MOVTOS     PIC 9(3)           VALUE ZEROS.
       77  WK-IND-MOV        PIC 9(3)           VALUE ZEROS.
       77  WK-IND-REP        PIC 9(3)           VALUE ZEROS.
       77  WK-CLIENTE-ATUAL  PIC 9(5)           VALUE ZEROS.
       77  WK-RESTO-CENTAVOS PIC 9(6)V99        VALUE ZEROS.
       77  WK-QUOCIENTE      PIC 9(6)           VALUE ZEROS.
      *
      *    LIBERACOES EM VIGOR (CLIENTE + MOTIVO) DA LIBFRAUD
       01  TABELA-LIBERACOES.
           05 LIB-ENTRADA            OCCURS 2000 TIMES.
              10 LIB-TAB-CODIGO      PIC 9(5).
              10 LIB-TAB-MOTIVO      PIC X(02).
       77  WK-TOT-LIB        PIC 9(05)          VALUE ZEROS.
       77  WK-IND-LIB        PIC 9(05)          VALUE ZEROS.
       77  WK-LIBERADO       PIC X              VALUE 'N'.
           88 CLIENTE-LIBERADO                  VALUE 'S'.
           88 CLIENTE-NAO-LIBERADO              VALUE 'N'.
      *
       01  WK-LINHA-EXCECAO.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
      *    PARAMETROS (ALUNO46); SEM PARAMETRO CADASTRADO,
      *    VALE O CARTAO SYSIN COMO SEMPRE
           COPY PARMSRV.
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
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO77' TO LK-PRM-PROGRAMA.
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-TETOS.
           PERFORM 120-CARREGAR-LIBERACOES.
           PERFORM 301-LER-LANCAM.
      *
      *    TETO HISTORICO DO CLIENTE: O MAIOR SALDO (EM
               AT END
                   MOVE '10' TO WK-FS-CLIENTHI
           END-READ.
      *
      *    CLIENTES INOCENTADOS EM CASO DE ALARME FALSO: SO
      *    AS LIBERACOES AINDA VALIDAS NA DATA DA RODADA
       120-CARREGAR-LIBERACOES.
           OPEN INPUT ARQ-LIBFRAUD.
           EVALUATE WK-FS-LIBFRAUD
               WHEN '00'
                   PERFORM 122-LER-LIBFRAUD
                   PERFORM 121-GUARDAR-LIBERACAO
                       UNTIL WK-FS-LIBFRAUD = '10'
                   CLOSE ARQ-LIBFRAUD
               WHEN OTHER
                   DISPLAY 'ARQUIVO LIBFRAUD NAO ENCONTRADO - '
                           'MONITOR SEM LISTA DE LIBERACAO'
           END-EVALUATE.
       121-GUARDAR-LIBERACAO.
           IF FD-LBF-DATA-VALIDADE NUMERIC
            AND FD-LBF-DATA-VALIDADE >= WK-DATA-EXEC
               IF WK-TOT-LIB >= 2000
                   DISPLAY 'TABELA DE LIBERACOES CHEIA (MAXIMO '
                           '2000 REGISTROS) - MONITOR ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-LIB
               MOVE FD-LBF-CODIGO TO LIB-TAB-CODIGO(WK-TOT-LIB)
               MOVE FD-LBF-MOTIVO TO LIB-TAB-MOTIVO(WK-TOT-LIB)
           END-IF.
           PERFORM 122-LER-LIBFRAUD.
       122-LER-LIBFRAUD.
           READ ARQ-LIBFRAUD
               AT END
                   MOVE '10' TO WK-FS-LIBFRAUD
           END-READ.
      ***************************************
      *    QUEBRA POR CLIENTE: ACUMULA OS MOVIMENTOS DO DIA
      *    E AVALIA AS REGRAS NA TROCA DE CODIGO
           MOVE FD-LAN-VALOR TO MOV-TAB-VALOR(WK-TOT-MOVTOS).
           MOVE FD-LAN-CANAL TO MOV-TAB-CANAL(WK-TOT-MOVTOS).
           MOVE FD-LAN-DATA  TO MOV-TAB-DATA(WK-TOT-MOVTOS).
           MOVE FD-LAN-CONTA TO MOV-TAB-CONTA(WK-TOT-MOVTOS).
           MOVE FD-LAN-AGENCIA TO MOV-TAB-AGENCIA(WK-TOT-MOVTOS).
           MOVE FD-LAN-EMPRESA TO MOV-TAB-EMPRESA(WK-TOT-MOVTOS).
           PERFORM 301-LER-LANCAM.
       250-AVALIAR-CLIENTE.
           IF WK-TOT-MOVTOS > ZEROS
                   PERFORM 260-GRAVAR-EXCECAO
               END-IF
           END-IF.
      *
      *    CLIENTE LIBERADO NA MESMA REGRA NAO VAI PARA A FILA
       260-GRAVAR-EXCECAO.
           PERFORM 265-PROCURAR-LIBERACAO.
           IF CLIENTE-LIBERADO
               ADD 1 TO WK-TOT-LIBERADAS
           ELSE
               PERFORM 261-GRAVAR-EXCECAO-APONTADA
           END-IF.
       261-GRAVAR-EXCECAO-APONTADA.
           ADD 1 TO WK-TOT-EXCECOES.
           MOVE WK-CLIENTE-ATUAL          TO FD-EXC-CODIGO.
           MOVE MOV-TAB-NOTA(WK-IND-MOV)  TO FD-EXC-NOTA.
           MOVE MOV-TAB-VALOR(WK-IND-MOV) TO FD-EXC-VALOR.
           MOVE MOV-TAB-CANAL(WK-IND-MOV) TO FD-EXC-CANAL.
           MOVE MOV-TAB-DATA(WK-IND-MOV)  TO FD-EXC-DATA.
           MOVE MOV-TAB-TIPO(WK-IND-MOV)  TO FD-EXC-TIPO.
           MOVE MOV-TAB-CONTA(WK-IND-MOV) TO FD-EXC-CONTA.
           MOVE MOV-TAB-AGENCIA(WK-IND-MOV) TO FD-EXC-AGENCIA.
           MOVE MOV-TAB-EMPRESA(WK-IND-MOV) TO FD-EXC-EMPRESA.
           WRITE REG-EXCECOES.
           MOVE FD-EXC-CODIGO TO WK-LE-CODIGO.
           MOVE FD-EXC-NOTA   TO WK-LE-NOTA.
           MOVE FD-EXC-CANAL  TO WK-LE-CANAL.
           MOVE FD-EXC-MOTIVO TO WK-LE-MOTIVO.
           WRITE REG-RELEXC FROM WK-LINHA-EXCECAO.
       265-PROCURAR-LIBERACAO.
           SET CLIENTE-NAO-LIBERADO TO TRUE.
           PERFORM VARYING WK-IND-LIB FROM 1 BY 1
                   UNTIL WK-IND-LIB > WK-TOT-LIB
                   OR CLIENTE-LIBERADO
               IF LIB-TAB-CODIGO(WK-IND-LIB) = WK-CLIENTE-ATUAL
                AND LIB-TAB-MOTIVO(WK-IND-LIB) = FD-EXC-MOTIVO
                   SET CLIENTE-LIBERADO TO TRUE
               END-IF
           END-PERFORM.
      ***************************************
       300-LER-LANCAM SECTION.
       301-LER-LANCAM.
       901-FINALIZAR.
           DISPLAY 'LANCAMENTOS EXAMINADOS = ' WK-REGS-LIDOS.
           DISPLAY 'EXCECOES APONTADAS     = ' WK-TOT-EXCECOES.
           DISPLAY 'EXCECOES LIBERADAS     = ' WK-TOT-LIBERADAS.
           IF WK-TOT-EXCECOES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
