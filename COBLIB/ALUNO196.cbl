       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO196.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MONITOR SEMANAL DE ACOES EM CONTA PROPRIA OU *
      *    DE VINCULADO: LIGA O OPERADOR AO SEU         *
      *    FUNCIONARIO (FD-SEC-CODFUN DO OPERSEC) E O   *
      *    FUNCIONARIO AS SUAS CONTAS (CONTA SALARIO DO *
      *    FUNCDED E LIGACOES DO VINCFUN, ALUNO195) E   *
      *    VARRE AS TRILHAS DA JANELA:                  *
      *      AUDCLI   (ALUNO27)  OPERADOR QUE MANTEVE   *
      *               O CADASTRO DO CLIENTE             *
      *      AUDLIM   (ALUNO93)  REVISOR DO LIMITE      *
      *      AUDSUS   (ALUNO82)  ACOES A/R/C DA MESA DO *
      *               SUSPENSO                          *
      *      PENDHIST (ALUNO107) REVISOR QUE APROVOU OU *
      *               RECUSOU O ITEM DA FILA (CLIENTE   *
      *               DO ALUNO27, PROPOSTA DO ALUNO116  *
      *               - ESTA TAMBEM PELO OPERADOR QUE A *
      *               CAPTOU - E SALARIO DO ALUNO50)    *
      *      AUDSAL   (ALUNO23/ALUNO50) OPERADOR QUE    *
      *               ALTEROU O PROPRIO SALARIO         *
      *    AS APROVACOES DO CADASTRO E DO SALARIO SAO   *
      *    VISTAS NO PENDHIST, NAO NO APROVADOR DO      *
      *    AUDCLI/AUDSAL, PARA NAO APONTAR DUAS VEZES.  *
      *    CADA ACAO APONTADA VAI PARA A FILA DA        *
      *    AUDITORIA INTERNA (FILAAUD, LAYOUT AUDINT)   *
      *    COM A SEVERIDADE: ALTA NA CONTA PROPRIA E NA *
      *    APROVACAO, MEDIA NA MANUTENCAO OU RECUSA EM  *
      *    CONTA DE VINCULADO. HAVENDO APONTAMENTO O    *
      *    JOB TERMINA COM RC 4.                        *
      *    CARTAO SYSIN: DATA FINAL DA JANELA AAAAMMDD  *
      *    (COLS 1-8, ZEROS = DATA DE PROCESSAMENTO) E  *
      *    DIAS DA JANELA (COLS 9-10, ZEROS = 07)       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-OPERSEC  ASSIGN TO OPERSEC
               FILE STATUS IS WK-FS-OPERSEC.
           SELECT ARQ-FUNCDED  ASSIGN TO FUNCDED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-DED-CODFUN
               FILE STATUS IS WK-FS-FUNCDED.
           SELECT ARQ-VINCFUN  ASSIGN TO VINCFUN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-VFU-CHAVE
               FILE STATUS IS WK-FS-VINCFUN.
           SELECT ARQ-AUDCLI   ASSIGN TO AUDCLI
               FILE STATUS IS WK-FS-AUDCLI.
           SELECT ARQ-AUDLIM   ASSIGN TO AUDLIM
               FILE STATUS IS WK-FS-AUDLIM.
           SELECT ARQ-AUDSUS   ASSIGN TO AUDSUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-AUS-CHAVE
               FILE STATUS IS WK-FS-AUDSUS.
           SELECT ARQ-PENDHIST ASSIGN TO PENDHIST
               FILE STATUS IS WK-FS-PENDHIST.
           SELECT ARQ-AUDSAL   ASSIGN TO AUDSAL
               FILE STATUS IS WK-FS-AUDSAL.
           SELECT ARQ-FILAAUD  ASSIGN TO FILAAUD
               FILE STATUS IS WK-FS-FILAAUD.
           SELECT ARQ-RELAUDIT ASSIGN TO RELAUDIT
               FILE STATUS IS WK-FS-RELAUDIT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-OPERSEC
            RECORDING MODE IS F.
           COPY OPERSEC.
       FD   ARQ-FUNCDED.
           COPY FUNCDED.
       FD   ARQ-VINCFUN.
           COPY VINCFUN.
       FD   ARQ-AUDCLI
            RECORDING MODE IS F.
           COPY AUDCLI.
      *
      *    TRILHA DA REVISAO DE LIMITES DO ALUNO93
       FD   ARQ-AUDLIM
            RECORDING MODE IS F.
       01  REG-AUDLIM.
           05 FD-ALM-CODIGO         PIC 9(5).
           05 FD-ALM-LIMITE-ANTES   PIC S9(5)V99.
           05 FD-ALM-LIMITE-DEPOIS  PIC S9(5)V99.
           05 FD-ALM-DATA           PIC 9(8).
           05 FD-ALM-HORA           PIC 9(6).
           05 FD-ALM-REVISOR        PIC X(08).
           05 FILLER                PIC X(39).
      *
      *    TRILHA DA MESA DO SUSPENSO (KSDS GRAVADO PELO
      *    ALUNO82 NO CICS)
       FD   ARQ-AUDSUS.
       01  REG-AUDSUS.
           05 FD-AUS-CHAVE.
              10 FD-AUS-CODIGO      PIC 9(5).
              10 FD-AUS-NOTA        PIC 9(6).
              10 FD-AUS-DATA        PIC 9(8).
              10 FD-AUS-HORA        PIC 9(6).
           05 FD-AUS-OPERADOR       PIC X(08).
           05 FD-AUS-ACAO           PIC X(01).
              88 AUS-CORRECAO                  VALUE 'A'.
              88 AUS-LIBERACAO                 VALUE 'R'.
              88 AUS-CANCELAMENTO              VALUE 'C'.
           05 FD-AUS-OBS            PIC X(20).
           05 FILLER                PIC X(26).
       FD   ARQ-PENDHIST
            RECORDING MODE IS F.
           COPY PENDHIST.
      *
      *    TRILHA DE SALARIOS DO ALUNO23/ALUNO50
       FD   ARQ-AUDSAL
            RECORDING MODE IS F.
       01  REG-AUDSAL.
           05 AUD-CODFUN            PIC 9(5).
           05 AUD-NOME              PIC X(30).
           05 AUD-SALARIO-ANTES     PIC S9(7)V99.
           05 AUD-SALARIO-DEPOIS    PIC S9(7)V99.
           05 AUD-DATA              PIC 9(08).
           05 AUD-HORA              PIC 9(06).
           05 AUD-OPERADOR          PIC X(08).
           05 AUD-APROVADOR         PIC X(08).
       FD   ARQ-FILAAUD
            RECORDING MODE IS F.
           COPY AUDINT.
       FD   ARQ-RELAUDIT
            RECORDING MODE IS F.
       01  REG-RELAUDIT             PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-OPERSEC     PIC XX             VALUE SPACES.
       77  WK-FS-FUNCDED     PIC XX             VALUE SPACES.
       77  WK-FS-VINCFUN     PIC XX             VALUE SPACES.
       77  WK-FS-AUDCLI      PIC XX             VALUE SPACES.
       77  WK-FS-AUDLIM      PIC XX             VALUE SPACES.
       77  WK-FS-AUDSUS      PIC XX             VALUE SPACES.
       77  WK-FS-PENDHIST    PIC XX             VALUE SPACES.
       77  WK-FS-AUDSAL      PIC XX             VALUE SPACES.
       77  WK-FS-FILAAUD     PIC XX             VALUE SPACES.
       77  WK-FS-RELAUDIT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-DATA-EXEC      PIC 9(08)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(06)          VALUE ZEROS.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-LIDOS-AUDCLI   PIC 9(07)          VALUE ZEROS.
       77  WK-LIDOS-AUDLIM   PIC 9(07)          VALUE ZEROS.
       77  WK-LIDOS-AUDSUS   PIC 9(07)          VALUE ZEROS.
       77  WK-LIDOS-PENDHIST PIC 9(07)          VALUE ZEROS.
       77  WK-LIDOS-AUDSAL   PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-OCORRENCIAS PIC 9(05)         VALUE ZEROS.
       77  WK-TOT-ALTA       PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-MEDIA      PIC 9(05)          VALUE ZEROS.
       77  WK-IND-REL        PIC 9(01)          VALUE ZEROS.
      *
      *    CARTAO SYSIN
       01  WK-PARM-CARD.
           05 WK-PARM-DATA-FIM     PIC 9(08).
           05 WK-PARM-DIAS         PIC 9(02).
           05 FILLER               PIC X(70).
       77  WK-DATA-FIM       PIC 9(08)          VALUE ZEROS.
       77  WK-DIAS-JANELA    PIC 9(02)          VALUE ZEROS.
       77  WK-DIAS-RECUO     PIC 9(02)          VALUE ZEROS.
       01  WK-DATA-INICIO          PIC 9(08)    VALUE ZEROS.
       01  WK-DATA-INICIO-R REDEFINES WK-DATA-INICIO.
           05 WK-INI-ANO           PIC 9(04).
           05 WK-INI-MES           PIC 9(02).
           05 WK-INI-DIA           PIC 9(02).
      *
      *    DIAS DE CADA MES (FEVEREIRO AJUSTADO NO ANO
      *    BISSEXTO PELO 140-DIAS-DO-MES)
       01  WK-TAB-DIAS-MES.
           05 FILLER               PIC X(24)     VALUE
                                   '312831303130313130313031'.
       01  FILLER REDEFINES WK-TAB-DIAS-MES.
           05 WK-DIAS-MES          PIC 9(02)     OCCURS 12 TIMES.
       77  WK-CAL-ANO        PIC 9(04)          VALUE ZEROS.
       77  WK-CAL-MES        PIC 9(02)          VALUE ZEROS.
       77  WK-CAL-DIAS       PIC 9(02)          VALUE ZEROS.
       77  WK-QUOCIENTE      PIC 9(04)          VALUE ZEROS.
       77  WK-RESTO-4        PIC 9(03)          VALUE ZEROS.
       77  WK-RESTO-100      PIC 9(03)          VALUE ZEROS.
       77  WK-RESTO-400      PIC 9(03)          VALUE ZEROS.
      *
      *    OPERADORES LIGADOS A UM FUNCIONARIO (OPERSEC)
       01  TABELA-OPERADORES.
           05 OPE-ENTRADA            OCCURS 500 TIMES.
              10 OPE-TAB-OPERADOR    PIC X(08).
              10 OPE-TAB-CODFUN      PIC 9(05).
       77  WK-TOT-OPERADORES PIC 9(03)          VALUE ZEROS.
       77  WK-IND-OPE        PIC 9(03)          VALUE ZEROS.
      *
      *    CONTAS DE CADA FUNCIONARIO: A CONTA SALARIO DO
      *    FUNCDED (RELACAO P) E AS LIGACOES DO VINCFUN
       01  TABELA-LIGACOES.
           05 LIG-ENTRADA            OCCURS 5000 TIMES.
              10 LIG-TAB-CODFUN      PIC 9(05).
              10 LIG-TAB-CODCLI      PIC 9(05).
              10 LIG-TAB-RELACAO     PIC X(01).
       77  WK-TOT-LIGACOES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-LIG        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    ACAO EM EXAME: TRILHA, QUANDO, QUEM, SOBRE O QUE E
      *    EM QUE PAPEL
       01  WK-OCORRENCIA.
           05 WK-OCO-TRILHA        PIC X(08).
           05 WK-OCO-DATA          PIC 9(08).
           05 WK-OCO-HORA          PIC 9(06).
           05 WK-OCO-OPERADOR      PIC X(08).
           05 WK-OCO-CODFUN        PIC 9(05).
           05 WK-OCO-TIPO-OBJETO   PIC X(01).
           05 WK-OCO-OBJETO        PIC 9(05).
           05 WK-OCO-RELACAO       PIC X(01).
           05 WK-OCO-PAPEL         PIC X(01).
              88 OCO-MANUTENCAO                  VALUE 'M'.
              88 OCO-APROVACAO                   VALUE 'A'.
              88 OCO-RECUSA                      VALUE 'R'.
           05 WK-OCO-SEVERIDADE    PIC X(01).
              88 OCO-SEV-ALTA                    VALUE 'A'.
              88 OCO-SEV-MEDIA                   VALUE 'M'.
           05 WK-OCO-ACAO          PIC X(30).
      *
       01  WK-LINHA-COLUNAS.
           05 FILLER               PIC X(09)   VALUE 'TRILHA'.
           05 FILLER               PIC X(09)   VALUE 'DATA'.
           05 FILLER               PIC X(07)   VALUE 'HORA'.
           05 FILLER               PIC X(09)   VALUE 'OPERADOR'.
           05 FILLER               PIC X(06)   VALUE 'CODFUN'.
           05 FILLER               PIC X(08)   VALUE ' OBJETO'.
           05 FILLER               PIC X(04)   VALUE 'REL'.
           05 FILLER               PIC X(04)   VALUE 'PAP'.
           05 FILLER               PIC X(06)   VALUE 'SEVER.'.
           05 FILLER               PIC X(30)   VALUE 'ACAO'.
           05 FILLER               PIC X(40)   VALUE SPACES.
       01  WK-LINHA-OCORRENCIA.
           05 WK-LO-TRILHA         PIC X(08).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LO-DATA           PIC 9(08).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LO-HORA           PIC 9(06).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LO-OPERADOR       PIC X(08).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LO-CODFUN         PIC 9(05).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LO-TIPO-OBJETO    PIC X(01).
           05 WK-LO-OBJETO         PIC 9(05).
           05 FILLER               PIC X(02)   VALUE SPACES.
           05 WK-LO-RELACAO        PIC X(01).
           05 FILLER               PIC X(03)   VALUE SPACES.
           05 WK-LO-PAPEL          PIC X(01).
           05 FILLER               PIC X(03)   VALUE SPACES.
           05 WK-LO-SEVERIDADE     PIC X(05).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LO-ACAO           PIC X(30).
           05 FILLER               PIC X(40)   VALUE SPACES.
       01  WK-LINHA-TOTAL.
           05 WK-LT-TEXTO          PIC X(40).
           05 WK-LT-QTDE           PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(83)   VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
      *    IMAGEM DO ITEM DA FILA DE APROVACAO LIDO DO
      *    HISTORICO
           COPY PENDAPR.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-DATA-FIM NUMERIC
            AND WK-PARM-DATA-FIM NOT = ZEROS
               MOVE WK-PARM-DATA-FIM TO WK-DATA-FIM
           ELSE
               MOVE WK-DATA-EXEC     TO WK-DATA-FIM
           END-IF.
           IF WK-PARM-DIAS NUMERIC
            AND WK-PARM-DIAS NOT = ZEROS
               MOVE WK-PARM-DIAS TO WK-DIAS-JANELA
           ELSE
               MOVE 07           TO WK-DIAS-JANELA
           END-IF.
           MOVE WK-DATA-FIM TO WK-DATA-INICIO.
           COMPUTE WK-DIAS-RECUO = WK-DIAS-JANELA - 1.
           PERFORM 145-DIA-ANTERIOR WK-DIAS-RECUO TIMES.
           PERFORM 110-CARREGAR-OPERADORES.
           PERFORM 120-CARREGAR-CONTAS-SALARIO.
           PERFORM 130-CARREGAR-LIGACOES.
           OPEN EXTEND ARQ-FILAAUD.
           IF WK-FS-FILAAUD NOT = '00'
               DISPLAY 'ERRO ' WK-FS-FILAAUD
                       ' NO COMANDO OPEN FILAAUD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELAUDIT.
           SET LK-REL-ABRIR TO TRUE.
           MOVE SPACES TO LK-REL-TITULO.
           STRING 'ACOES EM CONTA PROPRIA OU DE VINCULADO - '
                  DELIMITED BY SIZE
                  WK-DATA-INICIO DELIMITED BY SIZE
                  ' A '          DELIMITED BY SIZE
                  WK-DATA-FIM    DELIMITED BY SIZE
                  INTO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-RELATORIO.
           MOVE WK-LINHA-COLUNAS TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-RELATORIO.
      *
      *    SO ENTRAM OS OPERADORES COM O CODFUN PREENCHIDO
       110-CARREGAR-OPERADORES.
           OPEN INPUT ARQ-OPERSEC.
           IF WK-FS-OPERSEC NOT = '00'
               DISPLAY 'ARQUIVO OPERSEC NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 112-LER-OPERSEC.
           PERFORM 111-ACUMULAR-OPERADOR
               UNTIL WK-FS-OPERSEC = '10'.
           CLOSE ARQ-OPERSEC.
       111-ACUMULAR-OPERADOR.
           IF FD-SEC-CODFUN NUMERIC
            AND FD-SEC-CODFUN NOT = ZEROS
               IF WK-TOT-OPERADORES >= 500
                   DISPLAY 'TABELA DE OPERADORES CHEIA (MAXIMO '
                           '500 REGISTROS) - MONITOR ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-OPERADORES
               MOVE FD-SEC-OPERADOR
                    TO OPE-TAB-OPERADOR(WK-TOT-OPERADORES)
               MOVE FD-SEC-CODFUN
                    TO OPE-TAB-CODFUN(WK-TOT-OPERADORES)
           END-IF.
           PERFORM 112-LER-OPERSEC.
       112-LER-OPERSEC.
           READ ARQ-OPERSEC
               AT END
                   MOVE '10' TO WK-FS-OPERSEC
           END-READ.
       120-CARREGAR-CONTAS-SALARIO.
           OPEN INPUT ARQ-FUNCDED.
           IF WK-FS-FUNCDED NOT = '00'
               DISPLAY 'ERRO ' WK-FS-FUNCDED
                       ' NO COMANDO OPEN FUNCDED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 122-LER-FUNCDED.
           PERFORM 121-ACUMULAR-CONTA-SALARIO
               UNTIL WK-FS-FUNCDED = '10'.
           CLOSE ARQ-FUNCDED.
       121-ACUMULAR-CONTA-SALARIO.
           IF FD-DED-CODCLI NUMERIC
            AND FD-DED-CODCLI NOT = ZEROS
               PERFORM 135-ABRIR-LIGACAO
               MOVE FD-DED-CODFUN TO LIG-TAB-CODFUN(WK-TOT-LIGACOES)
               MOVE FD-DED-CODCLI TO LIG-TAB-CODCLI(WK-TOT-LIGACOES)
               MOVE 'P'           TO LIG-TAB-RELACAO(WK-TOT-LIGACOES)
           END-IF.
           PERFORM 122-LER-FUNCDED.
       122-LER-FUNCDED.
           READ ARQ-FUNCDED.
           EVALUATE WK-FS-FUNCDED
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-FUNCDED
                           ' NO COMANDO READ FUNCDED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       130-CARREGAR-LIGACOES.
           OPEN INPUT ARQ-VINCFUN.
           IF WK-FS-VINCFUN NOT = '00'
               DISPLAY 'ERRO ' WK-FS-VINCFUN
                       ' NO COMANDO OPEN VINCFUN'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 132-LER-VINCFUN.
           PERFORM 131-ACUMULAR-LIGACAO
               UNTIL WK-FS-VINCFUN = '10'.
           CLOSE ARQ-VINCFUN.
       131-ACUMULAR-LIGACAO.
           PERFORM 135-ABRIR-LIGACAO.
           MOVE FD-VFU-CODFUN  TO LIG-TAB-CODFUN(WK-TOT-LIGACOES).
           MOVE FD-VFU-CODCLI  TO LIG-TAB-CODCLI(WK-TOT-LIGACOES).
           MOVE FD-VFU-RELACAO TO LIG-TAB-RELACAO(WK-TOT-LIGACOES).
           PERFORM 132-LER-VINCFUN.
       132-LER-VINCFUN.
           READ ARQ-VINCFUN.
           EVALUATE WK-FS-VINCFUN
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-VINCFUN
                           ' NO COMANDO READ VINCFUN'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       135-ABRIR-LIGACAO.
           IF WK-TOT-LIGACOES >= 5000
               DISPLAY 'TABELA DE LIGACOES CHEIA (MAXIMO 5000 '
                       'REGISTROS) - MONITOR ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-LIGACOES.
      *
      *    QUANTIDADE DE DIAS DE WK-CAL-MES/WK-CAL-ANO
       140-DIAS-DO-MES.
           MOVE WK-DIAS-MES(WK-CAL-MES) TO WK-CAL-DIAS.
           IF WK-CAL-MES = 02
               DIVIDE WK-CAL-ANO BY 4   GIVING WK-QUOCIENTE
                                        REMAINDER WK-RESTO-4
               DIVIDE WK-CAL-ANO BY 100 GIVING WK-QUOCIENTE
                                        REMAINDER WK-RESTO-100
               DIVIDE WK-CAL-ANO BY 400 GIVING WK-QUOCIENTE
                                        REMAINDER WK-RESTO-400
               IF WK-RESTO-4 = ZEROS
                AND (WK-RESTO-100 NOT = ZEROS
                     OR WK-RESTO-400 = ZEROS)
                   MOVE 29 TO WK-CAL-DIAS
               END-IF
           END-IF.
      *
      *    RECUA WK-DATA-INICIO EM UM DIA CORRIDO
       145-DIA-ANTERIOR.
           IF WK-INI-DIA > 01
               SUBTRACT 1 FROM WK-INI-DIA
           ELSE
               IF WK-INI-MES = 01
                   SUBTRACT 1 FROM WK-INI-ANO
                   MOVE 12 TO WK-INI-MES
               ELSE
                   SUBTRACT 1 FROM WK-INI-MES
               END-IF
               MOVE WK-INI-ANO TO WK-CAL-ANO
               MOVE WK-INI-MES TO WK-CAL-MES
               PERFORM 140-DIAS-DO-MES
               MOVE WK-CAL-DIAS TO WK-INI-DIA
           END-IF.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           PERFORM 210-VARRER-AUDCLI.
           PERFORM 220-VARRER-AUDLIM.
           PERFORM 230-VARRER-AUDSUS.
           PERFORM 240-VARRER-PENDHIST.
           PERFORM 250-VARRER-AUDSAL.
      *
      *    CADASTRO DE CLIENTES: O OPERADOR QUE MANTEVE
       210-VARRER-AUDCLI.
           OPEN INPUT ARQ-AUDCLI.
           IF WK-FS-AUDCLI NOT = '00'
               DISPLAY 'ARQUIVO AUDCLI NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 301-LER-AUDCLI.
           PERFORM 211-EXAMINAR-AUDCLI
               UNTIL WK-FS-AUDCLI = '10'.
           CLOSE ARQ-AUDCLI.
       211-EXAMINAR-AUDCLI.
           ADD 1 TO WK-LIDOS-AUDCLI.
           IF FD-AUC-DATA NOT < WK-DATA-INICIO
            AND FD-AUC-DATA NOT > WK-DATA-FIM
               MOVE SPACES          TO WK-OCORRENCIA
               MOVE 'AUDCLI'        TO WK-OCO-TRILHA
               MOVE FD-AUC-DATA     TO WK-OCO-DATA
               MOVE FD-AUC-HORA     TO WK-OCO-HORA
               MOVE FD-AUC-OPERADOR TO WK-OCO-OPERADOR
               MOVE FD-AUC-CODIGO   TO WK-OCO-OBJETO
               SET OCO-MANUTENCAO   TO TRUE
               STRING 'MANTEVE O CLIENTE - FUNCAO '
                      DELIMITED BY SIZE
                      FD-AUC-FUNCAO DELIMITED BY SIZE
                      INTO WK-OCO-ACAO
               PERFORM 270-EXAMINAR-CLIENTE
           END-IF.
           PERFORM 301-LER-AUDCLI.
      *
      *    REVISAO DE LIMITES: O REVISOR QUE DECIDIU
       220-VARRER-AUDLIM.
           OPEN INPUT ARQ-AUDLIM.
           IF WK-FS-AUDLIM NOT = '00'
               DISPLAY 'ARQUIVO AUDLIM NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 302-LER-AUDLIM.
           PERFORM 221-EXAMINAR-AUDLIM
               UNTIL WK-FS-AUDLIM = '10'.
           CLOSE ARQ-AUDLIM.
       221-EXAMINAR-AUDLIM.
           ADD 1 TO WK-LIDOS-AUDLIM.
           IF FD-ALM-DATA NOT < WK-DATA-INICIO
            AND FD-ALM-DATA NOT > WK-DATA-FIM
               MOVE SPACES          TO WK-OCORRENCIA
               MOVE 'AUDLIM'        TO WK-OCO-TRILHA
               MOVE FD-ALM-DATA     TO WK-OCO-DATA
               MOVE FD-ALM-HORA     TO WK-OCO-HORA
               MOVE FD-ALM-REVISOR  TO WK-OCO-OPERADOR
               MOVE FD-ALM-CODIGO   TO WK-OCO-OBJETO
               SET OCO-APROVACAO    TO TRUE
               MOVE 'REVISOU O LIMITE DE CREDITO'
                    TO WK-OCO-ACAO
               PERFORM 270-EXAMINAR-CLIENTE
           END-IF.
           PERFORM 302-LER-AUDLIM.
      *
      *    MESA DO SUSPENSO: CORRECAO, LIBERACAO E
      *    CANCELAMENTO (A LISTAGEM NAO MEXE NO ITEM)
       230-VARRER-AUDSUS.
           OPEN INPUT ARQ-AUDSUS.
           IF WK-FS-AUDSUS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-AUDSUS
                       ' NO COMANDO OPEN AUDSUS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 303-LER-AUDSUS.
           PERFORM 231-EXAMINAR-AUDSUS
               UNTIL WK-FS-AUDSUS = '10'.
           CLOSE ARQ-AUDSUS.
       231-EXAMINAR-AUDSUS.
           ADD 1 TO WK-LIDOS-AUDSUS.
           IF FD-AUS-DATA NOT < WK-DATA-INICIO
            AND FD-AUS-DATA NOT > WK-DATA-FIM
            AND (AUS-CORRECAO OR AUS-LIBERACAO
                 OR AUS-CANCELAMENTO)
               MOVE SPACES          TO WK-OCORRENCIA
               MOVE 'AUDSUS'        TO WK-OCO-TRILHA
               MOVE FD-AUS-DATA     TO WK-OCO-DATA
               MOVE FD-AUS-HORA     TO WK-OCO-HORA
               MOVE FD-AUS-OPERADOR TO WK-OCO-OPERADOR
               MOVE FD-AUS-CODIGO   TO WK-OCO-OBJETO
               SET OCO-MANUTENCAO   TO TRUE
               EVALUATE TRUE
                   WHEN AUS-CORRECAO
                       MOVE 'CORRIGIU ITEM DO SUSPENSO'
                            TO WK-OCO-ACAO
                   WHEN AUS-LIBERACAO
                       MOVE 'LIBEROU ITEM DO SUSPENSO'
                            TO WK-OCO-ACAO
                   WHEN OTHER
                       MOVE 'CANCELOU ITEM DO SUSPENSO'
                            TO WK-OCO-ACAO
               END-EVALUATE
               PERFORM 270-EXAMINAR-CLIENTE
           END-IF.
           PERFORM 303-LER-AUDSUS.
      *
      *    DECISOES DA FILA DE APROVACAO: O REVISOR EM
      *    QUALQUER ORIGEM E, NA PROPOSTA DE EMPRESTIMO (SEM
      *    OUTRA TRILHA), TAMBEM O OPERADOR QUE A CAPTOU. A
      *    FILA DE VENDEDORES (ALUNO59) NAO TEM CONTA
       240-VARRER-PENDHIST.
           OPEN INPUT ARQ-PENDHIST.
           IF WK-FS-PENDHIST NOT = '00'
               DISPLAY 'ARQUIVO PENDHIST NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 304-LER-PENDHIST.
           PERFORM 241-EXAMINAR-PENDHIST
               UNTIL WK-FS-PENDHIST = '10'.
           CLOSE ARQ-PENDHIST.
       241-EXAMINAR-PENDHIST.
           ADD 1 TO WK-LIDOS-PENDHIST.
           MOVE FD-PHS-PENDENCIA TO REG-PENDAPR.
           IF FD-PHS-DATA-DECISAO NOT < WK-DATA-INICIO
            AND FD-PHS-DATA-DECISAO NOT > WK-DATA-FIM
               MOVE SPACES              TO WK-OCORRENCIA
               MOVE 'PENDHIST'          TO WK-OCO-TRILHA
               MOVE FD-PHS-DATA-DECISAO TO WK-OCO-DATA
               MOVE FD-PHS-HORA-DECISAO TO WK-OCO-HORA
               MOVE FD-PAP-OPERADOR2    TO WK-OCO-OPERADOR
               IF PAP-DEC-APROVADO
                   SET OCO-APROVACAO TO TRUE
                   STRING 'APROVOU MOVIMENTO DO '
                          DELIMITED BY SIZE
                          FD-PAP-ORIGEM DELIMITED BY SPACE
                          INTO WK-OCO-ACAO
               ELSE
                   SET OCO-RECUSA    TO TRUE
                   STRING 'RECUSOU MOVIMENTO DO '
                          DELIMITED BY SIZE
                          FD-PAP-ORIGEM DELIMITED BY SPACE
                          INTO WK-OCO-ACAO
               END-IF
               PERFORM 242-EXAMINAR-ORIGEM
               IF FD-PAP-ORIGEM = 'ALUNO116'
                   MOVE FD-PAP-OPERADOR1 TO WK-OCO-OPERADOR
                   MOVE FD-PAP-DATA      TO WK-OCO-DATA
                   MOVE FD-PAP-HORA      TO WK-OCO-HORA
                   SET OCO-MANUTENCAO    TO TRUE
                   MOVE 'CAPTOU PROPOSTA DE EMPRESTIMO'
                        TO WK-OCO-ACAO
                   PERFORM 242-EXAMINAR-ORIGEM
               END-IF
           END-IF.
           PERFORM 304-LER-PENDHIST.
      *
      *    O OBJETO DO MOVIMENTO DEPENDE DA ORIGEM: CLIENTE
      *    NA POSICAO 2 DO MOVCLI, CLIENTE NA POSICAO 1 DA
      *    PROPOSTA E CODFUN NA POSICAO 1 DO MOVSAL
       242-EXAMINAR-ORIGEM.
           EVALUATE FD-PAP-ORIGEM
               WHEN 'ALUNO27'
                   IF FD-PAP-MOVIMENTO(2:5) NUMERIC
                       MOVE FD-PAP-MOVIMENTO(2:5) TO WK-OCO-OBJETO
                       PERFORM 270-EXAMINAR-CLIENTE
                   END-IF
               WHEN 'ALUNO116'
                   IF FD-PAP-MOVIMENTO(1:5) NUMERIC
                       MOVE FD-PAP-MOVIMENTO(1:5) TO WK-OCO-OBJETO
                       PERFORM 270-EXAMINAR-CLIENTE
                   END-IF
               WHEN 'ALUNO50'
                   IF FD-PAP-MOVIMENTO(1:5) NUMERIC
                       MOVE FD-PAP-MOVIMENTO(1:5) TO WK-OCO-OBJETO
                       PERFORM 275-EXAMINAR-FUNCIONARIO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    SALARIOS: O OPERADOR QUE ALTEROU O PROPRIO
       250-VARRER-AUDSAL.
           OPEN INPUT ARQ-AUDSAL.
           IF WK-FS-AUDSAL NOT = '00'
               DISPLAY 'ARQUIVO AUDSAL NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 305-LER-AUDSAL.
           PERFORM 251-EXAMINAR-AUDSAL
               UNTIL WK-FS-AUDSAL = '10'.
           CLOSE ARQ-AUDSAL.
       251-EXAMINAR-AUDSAL.
           ADD 1 TO WK-LIDOS-AUDSAL.
           IF AUD-DATA NOT < WK-DATA-INICIO
            AND AUD-DATA NOT > WK-DATA-FIM
               MOVE SPACES          TO WK-OCORRENCIA
               MOVE 'AUDSAL'        TO WK-OCO-TRILHA
               MOVE AUD-DATA        TO WK-OCO-DATA
               MOVE AUD-HORA        TO WK-OCO-HORA
               MOVE AUD-OPERADOR    TO WK-OCO-OPERADOR
               MOVE AUD-CODFUN      TO WK-OCO-OBJETO
               SET OCO-MANUTENCAO   TO TRUE
               MOVE 'ALTEROU O SALARIO'
                    TO WK-OCO-ACAO
               PERFORM 275-EXAMINAR-FUNCIONARIO
           END-IF.
           PERFORM 305-LER-AUDSAL.
      *
      *    ACAO SOBRE CONTA DE CLIENTE: O OPERADOR TEM
      *    FUNCIONARIO E A CONTA E DELE OU DE VINCULADO?
       270-EXAMINAR-CLIENTE.
           MOVE 'C' TO WK-OCO-TIPO-OBJETO.
           PERFORM 280-LOCALIZAR-OPERADOR.
           IF ITEM-ACHADO
               PERFORM 285-LOCALIZAR-LIGACAO
               IF ITEM-ACHADO
                   MOVE LIG-TAB-RELACAO(WK-IND-LIG)
                        TO WK-OCO-RELACAO
                   PERFORM 290-REGISTRAR-OCORRENCIA
               END-IF
           END-IF.
      *
      *    ACAO SOBRE SALARIO: SO O DO PROPRIO FUNCIONARIO
       275-EXAMINAR-FUNCIONARIO.
           MOVE 'F' TO WK-OCO-TIPO-OBJETO.
           PERFORM 280-LOCALIZAR-OPERADOR.
           IF ITEM-ACHADO
               IF WK-OCO-CODFUN = WK-OCO-OBJETO
                   MOVE 'P' TO WK-OCO-RELACAO
                   PERFORM 290-REGISTRAR-OCORRENCIA
               END-IF
           END-IF.
       280-LOCALIZAR-OPERADOR.
           SET ITEM-NAO-ACHADO TO TRUE.
           IF WK-OCO-OPERADOR NOT = SPACES
               PERFORM VARYING WK-IND-OPE FROM 1 BY 1
                       UNTIL WK-IND-OPE > WK-TOT-OPERADORES
                       OR ITEM-ACHADO
                   IF OPE-TAB-OPERADOR(WK-IND-OPE) = WK-OCO-OPERADOR
                       SET ITEM-ACHADO TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-OPE
               MOVE OPE-TAB-CODFUN(WK-IND-OPE) TO WK-OCO-CODFUN
           END-IF.
       285-LOCALIZAR-LIGACAO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-LIG FROM 1 BY 1
                   UNTIL WK-IND-LIG > WK-TOT-LIGACOES
                   OR ITEM-ACHADO
               IF LIG-TAB-CODFUN(WK-IND-LIG) = WK-OCO-CODFUN
                AND LIG-TAB-CODCLI(WK-IND-LIG) = WK-OCO-OBJETO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-LIG
           END-IF.
      *
      *    SEVERIDADE: ALTA NA CONTA PROPRIA E NA APROVACAO;
      *    MEDIA NA MANUTENCAO OU RECUSA EM CONTA DE VINCULADO
       290-REGISTRAR-OCORRENCIA.
           IF WK-OCO-RELACAO = 'P' OR OCO-APROVACAO
               SET OCO-SEV-ALTA  TO TRUE
               ADD 1 TO WK-TOT-ALTA
               MOVE 'ALTA'       TO WK-LO-SEVERIDADE
           ELSE
               SET OCO-SEV-MEDIA TO TRUE
               ADD 1 TO WK-TOT-MEDIA
               MOVE 'MEDIA'      TO WK-LO-SEVERIDADE
           END-IF.
           ADD 1 TO WK-TOT-OCORRENCIAS.
           MOVE SPACES              TO REG-AUDINT.
           MOVE WK-OCO-TRILHA       TO FD-AIN-TRILHA.
           MOVE WK-OCO-DATA         TO FD-AIN-DATA.
           MOVE WK-OCO-HORA         TO FD-AIN-HORA.
           MOVE WK-OCO-OPERADOR     TO FD-AIN-OPERADOR.
           MOVE WK-OCO-CODFUN       TO FD-AIN-CODFUN.
           MOVE WK-OCO-TIPO-OBJETO  TO FD-AIN-TIPO-OBJETO.
           MOVE WK-OCO-OBJETO       TO FD-AIN-OBJETO.
           MOVE WK-OCO-RELACAO      TO FD-AIN-RELACAO.
           MOVE WK-OCO-PAPEL        TO FD-AIN-PAPEL.
           MOVE WK-OCO-SEVERIDADE   TO FD-AIN-SEVERIDADE.
           MOVE WK-OCO-ACAO         TO FD-AIN-ACAO.
           MOVE WK-DATA-EXEC        TO FD-AIN-DATA-VARREDURA.
           SET AIN-SIT-NOVO         TO TRUE.
           WRITE REG-AUDINT.
           IF WK-FS-FILAAUD NOT = '00'
               DISPLAY 'ERRO ' WK-FS-FILAAUD
                       ' NO COMANDO WRITE FILAAUD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-OCO-TRILHA       TO WK-LO-TRILHA.
           MOVE WK-OCO-DATA         TO WK-LO-DATA.
           MOVE WK-OCO-HORA         TO WK-LO-HORA.
           MOVE WK-OCO-OPERADOR     TO WK-LO-OPERADOR.
           MOVE WK-OCO-CODFUN       TO WK-LO-CODFUN.
           MOVE WK-OCO-TIPO-OBJETO  TO WK-LO-TIPO-OBJETO.
           MOVE WK-OCO-OBJETO       TO WK-LO-OBJETO.
           MOVE WK-OCO-RELACAO      TO WK-LO-RELACAO.
           MOVE WK-OCO-PAPEL        TO WK-LO-PAPEL.
           MOVE WK-OCO-ACAO         TO WK-LO-ACAO.
           MOVE WK-LINHA-OCORRENCIA TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-RELATORIO.
      ***************************************
       300-LER SECTION.
       301-LER-AUDCLI.
           READ ARQ-AUDCLI.
           EVALUATE WK-FS-AUDCLI
               WHEN '00'
                   ADD 1 TO WK-REGS-LIDOS
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-AUDCLI
                           ' NO COMANDO READ AUDCLI'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       302-LER-AUDLIM.
           READ ARQ-AUDLIM.
           EVALUATE WK-FS-AUDLIM
               WHEN '00'
                   ADD 1 TO WK-REGS-LIDOS
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-AUDLIM
                           ' NO COMANDO READ AUDLIM'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       303-LER-AUDSUS.
           READ ARQ-AUDSUS.
           EVALUATE WK-FS-AUDSUS
               WHEN '00'
                   ADD 1 TO WK-REGS-LIDOS
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-AUDSUS
                           ' NO COMANDO READ AUDSUS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       304-LER-PENDHIST.
           READ ARQ-PENDHIST.
           EVALUATE WK-FS-PENDHIST
               WHEN '00'
                   ADD 1 TO WK-REGS-LIDOS
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PENDHIST
                           ' NO COMANDO READ PENDHIST'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       305-LER-AUDSAL.
           READ ARQ-AUDSAL.
           EVALUATE WK-FS-AUDSAL
               WHEN '00'
                   ADD 1 TO WK-REGS-LIDOS
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-AUDSAL
                           ' NO COMANDO READ AUDSAL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-TOT-OCORRENCIAS = ZEROS
               MOVE SPACES TO WK-LINHA-TOTAL
               MOVE 'NENHUMA ACAO APONTADA NA JANELA'
                    TO WK-LT-TEXTO
               MOVE WK-LINHA-TOTAL TO LK-REL-DETALHE
               PERFORM 910-DETALHE-RELATORIO
           END-IF.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-RELATORIO.
           MOVE SPACES TO WK-LINHA-TOTAL.
           MOVE 'OCORRENCIAS DE SEVERIDADE ALTA'  TO WK-LT-TEXTO.
           MOVE WK-TOT-ALTA           TO WK-LT-QTDE.
           MOVE WK-LINHA-TOTAL        TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-RELATORIO.
           MOVE 'OCORRENCIAS DE SEVERIDADE MEDIA' TO WK-LT-TEXTO.
           MOVE WK-TOT-MEDIA          TO WK-LT-QTDE.
           MOVE WK-LINHA-TOTAL        TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-RELATORIO.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-RELATORIO.
           DISPLAY 'JANELA DA VARREDURA      = ' WK-DATA-INICIO
                   ' A ' WK-DATA-FIM.
           DISPLAY 'OPERADORES COM CODFUN    = ' WK-TOT-OPERADORES.
           DISPLAY 'CONTAS LIGADAS           = ' WK-TOT-LIGACOES.
           DISPLAY 'LIDOS AUDCLI             = ' WK-LIDOS-AUDCLI.
           DISPLAY 'LIDOS AUDLIM             = ' WK-LIDOS-AUDLIM.
           DISPLAY 'LIDOS AUDSUS             = ' WK-LIDOS-AUDSUS.
           DISPLAY 'LIDOS PENDHIST           = ' WK-LIDOS-PENDHIST.
           DISPLAY 'LIDOS AUDSAL             = ' WK-LIDOS-AUDSAL.
           DISPLAY 'OCORRENCIAS NA FILA      = ' WK-TOT-OCORRENCIAS.
           DISPLAY 'SEVERIDADE ALTA          = ' WK-TOT-ALTA.
           DISPLAY 'SEVERIDADE MEDIA         = ' WK-TOT-MEDIA.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-FILAAUD.
           CLOSE ARQ-RELAUDIT.
           IF WK-TOT-OCORRENCIAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       910-DETALHE-RELATORIO.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-RELATORIO.
       915-GRAVAR-RELATORIO.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELAUDIT
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES             TO REG-CTLLOG.
           MOVE 'ALUNO196'         TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC       TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC       TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS      TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-OCORRENCIAS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
