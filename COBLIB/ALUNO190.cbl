       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO190.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    CREDITO DO LIQUIDO DA FOLHA PROPRIA NAS      *
      *    CONTAS DOS FUNCIONARIOS: LE A FOLHA          *
      *    CALCULADA (FOLHALIQ DO ALUNO189) E MONTA UM  *
      *    LOTE NO LAYOUT FOLHAPAG (HEADER COM EMPRESA, *
      *    DATA, QUANTIDADE E TOTAL; UM DETALHE POR     *
      *    FUNCIONARIO COM O CLIENTE DA CONTA SALARIO   *
      *    DO FUNCDED), QUE SEGUE PELO INTAKE DO        *
      *    ALUNO96 COMO O DAS EMPRESAS CONVENIADAS. A   *
      *    NOTA DE CADA CREDITO E A COMPETENCIA AAAAMM. *
      *    FICAM FORA DO LOTE, LISTADOS NO RELSEMC PARA *
      *    O RH RESOLVER ANTES DO PAGAMENTO:            *
      *      - FUNCIONARIO SEM CONTA SALARIO VINCULADA  *
      *      - CONTA VINCULADA FORA DO MESTRE CLIENTES  *
      *      - CONTA VINCULADA FORA DA SITUACAO ATIVA   *
      *      - LIQUIDO MAIOR QUE O CAMPO DO DETALHE     *
      *    CARTAO SYSIN: COLS 1-2 EMPRESA DO LOTE,      *
      *    COLS 3-10 DATA DO CREDITO AAAAMMDD (ZEROS =  *
      *    DATA DE PROCESSAMENTO). FUNCIONARIO LISTADO  *
      *    TERMINA O JOB COM RC 4                       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FOLHALIQ ASSIGN TO FOLHALIQ
               FILE STATUS IS WK-FS-FOLHALIQ.
           SELECT ARQ-FUNCDED  ASSIGN TO FUNCDED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-DED-CODFUN
               FILE STATUS IS WK-FS-FUNCDED.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-FOLHAPAG ASSIGN TO FOLHAPAG
               FILE STATUS IS WK-FS-FOLHAPAG.
           SELECT ARQ-RELSEMC  ASSIGN TO RELSEMC
               FILE STATUS IS WK-FS-RELSEMC.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-FOLHALIQ
            RECORDING MODE IS F.
           COPY FOLHALIQ.
       FD   ARQ-FUNCDED.
           COPY FUNCDED.
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
      *
      *    MESMO LAYOUT LIDO PELO INTAKE DO ALUNO96
       FD   ARQ-FOLHAPAG
            RECORDING MODE IS F.
       01  REG-FOLHAPAG.
           05 FD-FPG-TIPO-REG       PIC X(01).
              88 FPG-REG-HEADER                VALUE '0'.
              88 FPG-REG-DETALHE               VALUE '1'.
           05 FD-FPG-RESTO          PIC X(79).
       01  REG-FPG-HEADER REDEFINES REG-FOLHAPAG.
           05 FILLER                PIC X(01).
           05 FD-FPG-EMPRESA        PIC 99.
           05 FD-FPG-DATA           PIC 9(8).
           05 FD-FPG-QTDE           PIC 9(6).
           05 FD-FPG-TOTAL          PIC 9(13)V99.
           05 FILLER                PIC X(48).
       01  REG-FPG-DETALHE REDEFINES REG-FOLHAPAG.
           05 FILLER                PIC X(01).
           05 FD-FPG-CODIGO         PIC 9(5).
           05 FD-FPG-VALOR          PIC 9(6)V99.
           05 FD-FPG-NOTA           PIC 9(6).
           05 FILLER                PIC X(60).
       FD   ARQ-RELSEMC
            RECORDING MODE IS F.
       01  REG-RELSEMC              PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-FOLHALIQ    PIC XX             VALUE SPACES.
       77  WK-FS-FUNCDED     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-FOLHAPAG    PIC XX             VALUE SPACES.
       77  WK-FS-RELSEMC     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-SEM-LIQUIDO PIC 9(05)         VALUE ZEROS.
       77  WK-TOT-LISTADOS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-LOTE       PIC 9(13)V99       VALUE ZEROS.
       77  WK-VALOR-LISTADO  PIC 9(11)V99       VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-COMPETENCIA    PIC 9(6)           VALUE ZEROS.
       77  WK-MOTIVO         PIC X(40)          VALUE SPACES.
       77  WK-IND-REL        PIC 9(01)          VALUE ZEROS.
       77  WK-TEM-FUNCDED    PIC X(01)          VALUE 'S'.
           88 FUNCDED-PRESENTE                  VALUE 'S'.
           88 FUNCDED-AUSENTE                   VALUE 'N'.
      *
      *    CARTAO DE PARAMETROS: EMPRESA DO LOTE E DATA DO
      *    CREDITO
       01  WK-PARM-CARD.
           05 WK-PARM-EMPRESA      PIC 9(02)     VALUE ZEROS.
           05 WK-PARM-DATA         PIC 9(08)     VALUE ZEROS.
       77  WK-DATA-CREDITO   PIC 9(8)           VALUE ZEROS.
      *
      *    O LOTE SO E GRAVADO NO FIM, QUANDO QUANTIDADE E
      *    TOTAL DO HEADER SAO CONHECIDOS
       01  TABELA-CREDITOS.
           05 CRE-ENTRADA            OCCURS 5000 TIMES.
              10 CRE-TAB-CODIGO      PIC 9(5).
              10 CRE-TAB-VALOR       PIC 9(6)V99.
       77  WK-TOT-CREDITOS   PIC 9(04)          VALUE ZEROS.
       77  WK-IND-CRE        PIC 9(04)          VALUE ZEROS.
      *
      *    CODIGOS E SITUACOES DO MESTRE
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA            OCCURS 5000 TIMES.
              10 CLI-TAB-CODIGO      PIC 9(5).
              10 CLI-TAB-SITUACAO    PIC X(01).
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CLI        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    LINHAS DA LISTA DO RH
       01  WK-LINHA-COLUNAS.
           05 FILLER               PIC X(06)   VALUE 'COD.  '.
           05 FILLER               PIC X(31)   VALUE 'NOME'.
           05 FILLER               PIC X(06)   VALUE 'DEPT  '.
           05 FILLER               PIC X(07)   VALUE 'CONTA  '.
           05 FILLER               PIC X(14)   VALUE
                                   '       LIQUIDO'.
           05 FILLER               PIC X(02)   VALUE SPACES.
           05 FILLER               PIC X(06)   VALUE 'MOTIVO'.
           05 FILLER               PIC X(60)   VALUE SPACES.
       01  WK-LINHA-SEMC.
           05 WK-LS-CODFUN         PIC 9(5).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LS-NOME           PIC X(30).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LS-DEPTO          PIC X(04).
           05 FILLER               PIC X(02)   VALUE SPACES.
           05 WK-LS-CODCLI         PIC 9(5)    BLANK WHEN ZERO.
           05 FILLER               PIC X(02)   VALUE SPACES.
           05 WK-LS-LIQUIDO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02)   VALUE SPACES.
           05 WK-LS-MOTIVO         PIC X(40).
           05 FILLER               PIC X(26)   VALUE SPACES.
       01  WK-LINHA-TOTAL-SEMC.
           05 FILLER               PIC X(29)   VALUE
                                   'TOTAL FORA DO LOTE        - '.
           05 WK-LT-QTDE           PIC ZZZZ9.
           05 FILLER               PIC X(16)   VALUE
                                   ' FUNCIONARIOS   '.
           05 WK-LT-VALOR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(64)   VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-FOLHALIQ = '10'.
           PERFORM 601-GRAVAR-LOTE.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           IF WK-PARM-EMPRESA NOT NUMERIC
               DISPLAY 'EMPRESA INVALIDA NO CARTAO SYSIN - LOTE '
                       'NAO GERADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-PARM-DATA NOT NUMERIC
            OR WK-PARM-DATA = ZEROS
               MOVE WK-DATA-EXEC TO WK-DATA-CREDITO
           ELSE
               MOVE WK-PARM-DATA TO WK-DATA-CREDITO
           END-IF.
           PERFORM 110-CARREGAR-CLIENTES.
           OPEN INPUT ARQ-FOLHALIQ.
           EVALUATE WK-FS-FOLHALIQ
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO FOLHALIQ NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-FOLHALIQ
                           ' NO COMANDO OPEN FOLHALIQ'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT ARQ-FUNCDED.
           EVALUATE WK-FS-FUNCDED
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET FUNCDED-AUSENTE TO TRUE
                   DISPLAY 'CADASTRO FUNCDED VAZIO - NENHUMA CONTA '
                           'SALARIO VINCULADA'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-FUNCDED
                           ' NO COMANDO OPEN FUNCDED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-FOLHAPAG.
           OPEN OUTPUT ARQ-RELSEMC.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'FUNCIONARIOS FORA DO CREDITO DO LIQUIDO DA FOLHA'
                TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-RELSEMC.
           MOVE WK-LINHA-COLUNAS TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-RELSEMC.
           PERFORM 301-LER-FOLHALIQ.
           IF WK-FS-FOLHALIQ = '10'
               DISPLAY 'FOLHALIQ VAZIO - LOTE GERADO SEM CREDITOS'
           ELSE
               MOVE FD-FLQ-COMPETENCIA TO WK-COMPETENCIA
               DISPLAY 'COMPETENCIA DA FOLHA = ' WK-COMPETENCIA
           END-IF.
       110-CARREGAR-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   PERFORM 112-LER-CLIENTES
                   PERFORM 111-ACUMULAR-CLIENTE
                       UNTIL WK-FS-CLIENTES = '10'
                   CLOSE ARQ-CLIENTES
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       111-ACUMULAR-CLIENTE.
           IF WK-TOT-CLIENTES >= 5000
               DISPLAY 'TABELA DE CLIENTES CHEIA (MAXIMO 5000 '
                       'REGISTROS) - LOTE NAO GERADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CLIENTES.
           MOVE FD-CLI-CODIGO
                TO CLI-TAB-CODIGO(WK-TOT-CLIENTES).
           MOVE FD-CLI-SITUACAO
                TO CLI-TAB-SITUACAO(WK-TOT-CLIENTES).
           PERFORM 112-LER-CLIENTES.
       112-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-FLQ-LIQUIDO = ZEROS
               ADD 1 TO WK-TOT-SEM-LIQUIDO
           ELSE
               PERFORM 210-CRITICAR-CONTA
               IF WK-MOTIVO NOT = SPACES
                   PERFORM 250-LISTAR-FUNCIONARIO
               ELSE
                   PERFORM 240-GUARDAR-CREDITO
               END-IF
           END-IF.
           PERFORM 301-LER-FOLHALIQ.
      *
      *    A CONTA SALARIO VEM DO FUNCDED E TEM QUE ESTAR NO
      *    MESTRE E ATIVA, SENAO O ALUNO96 REJEITARIA O LOTE
      *    INTEIRO
       210-CRITICAR-CONTA.
           MOVE SPACES TO WK-MOTIVO.
           MOVE ZEROS  TO FD-DED-CODCLI.
           IF FUNCDED-PRESENTE
               MOVE FD-FLQ-CODFUN TO FD-DED-CODFUN
               READ ARQ-FUNCDED
               EVALUATE WK-FS-FUNCDED
                   WHEN '00'
                       CONTINUE
                   WHEN '23'
                       MOVE ZEROS TO FD-DED-CODCLI
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-FS-FUNCDED
                               ' NO COMANDO READ FUNCDED - CODFUN '
                               FD-FLQ-CODFUN
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.
           IF FD-DED-CODCLI NOT NUMERIC
               MOVE ZEROS TO FD-DED-CODCLI
           END-IF.
           EVALUATE TRUE
               WHEN FD-DED-CODCLI = ZEROS
                   MOVE 'SEM CONTA SALARIO VINCULADA' TO WK-MOTIVO
               WHEN FD-FLQ-LIQUIDO > 999999,99
                   MOVE 'LIQUIDO MAIOR QUE O CAMPO DO LOTE'
                        TO WK-MOTIVO
               WHEN OTHER
                   PERFORM 220-PROCURAR-CLIENTE
           END-EVALUATE.
       220-PROCURAR-CLIENTE.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                   UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                   OR ITEM-ACHADO
               IF CLI-TAB-CODIGO(WK-IND-CLI) = FD-DED-CODCLI
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-CLI
           END-IF.
           EVALUATE TRUE
               WHEN ITEM-NAO-ACHADO
                   MOVE 'CONTA VINCULADA NAO CADASTRADA' TO WK-MOTIVO
               WHEN CLI-TAB-SITUACAO(WK-IND-CLI) NOT = 'A'
                AND CLI-TAB-SITUACAO(WK-IND-CLI) NOT = ' '
                   MOVE 'CONTA VINCULADA FORA DA SITUACAO ATIVA'
                        TO WK-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       240-GUARDAR-CREDITO.
           IF WK-TOT-CREDITOS >= 5000
               DISPLAY 'LOTE MAIOR QUE 5000 CREDITOS - LOTE NAO '
                       'GERADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CREDITOS.
           MOVE FD-DED-CODCLI  TO CRE-TAB-CODIGO(WK-TOT-CREDITOS).
           MOVE FD-FLQ-LIQUIDO TO CRE-TAB-VALOR(WK-TOT-CREDITOS).
           ADD FD-FLQ-LIQUIDO  TO WK-TOT-LOTE.
       250-LISTAR-FUNCIONARIO.
           ADD 1 TO WK-TOT-LISTADOS.
           ADD FD-FLQ-LIQUIDO     TO WK-VALOR-LISTADO.
           MOVE FD-FLQ-CODFUN     TO WK-LS-CODFUN.
           MOVE FD-FLQ-NOME       TO WK-LS-NOME.
           MOVE FD-FLQ-DEPTO      TO WK-LS-DEPTO.
           MOVE FD-DED-CODCLI     TO WK-LS-CODCLI.
           MOVE FD-FLQ-LIQUIDO    TO WK-LS-LIQUIDO.
           MOVE WK-MOTIVO         TO WK-LS-MOTIVO.
           MOVE WK-LINHA-SEMC     TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-RELSEMC.
      ***************************************
       300-LER-FOLHALIQ SECTION.
       301-LER-FOLHALIQ.
           READ ARQ-FOLHALIQ.
           EVALUATE WK-FS-FOLHALIQ
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-FOLHALIQ
                           ' NO COMANDO READ FOLHALIQ'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
      *    HEADER COM QUANTIDADE E TOTAL, DEPOIS UM DETALHE
      *    POR CREDITO, NOTA = COMPETENCIA DA FOLHA
       600-GRAVAR-LOTE SECTION.
       601-GRAVAR-LOTE.
           MOVE SPACES           TO REG-FOLHAPAG.
           SET FPG-REG-HEADER    TO TRUE.
           MOVE WK-PARM-EMPRESA  TO FD-FPG-EMPRESA.
           MOVE WK-DATA-CREDITO  TO FD-FPG-DATA.
           MOVE WK-TOT-CREDITOS  TO FD-FPG-QTDE.
           MOVE WK-TOT-LOTE      TO FD-FPG-TOTAL.
           WRITE REG-FOLHAPAG.
           PERFORM 610-GRAVAR-DETALHE
               VARYING WK-IND-CRE FROM 1 BY 1
               UNTIL WK-IND-CRE > WK-TOT-CREDITOS.
       610-GRAVAR-DETALHE.
           MOVE SPACES           TO REG-FOLHAPAG.
           SET FPG-REG-DETALHE   TO TRUE.
           MOVE CRE-TAB-CODIGO(WK-IND-CRE) TO FD-FPG-CODIGO.
           MOVE CRE-TAB-VALOR(WK-IND-CRE)  TO FD-FPG-VALOR.
           MOVE WK-COMPETENCIA   TO FD-FPG-NOTA.
           WRITE REG-FOLHAPAG.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE WK-TOT-LISTADOS   TO WK-LT-QTDE.
           MOVE WK-VALOR-LISTADO  TO WK-LT-VALOR.
           MOVE SPACES            TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-RELSEMC.
           MOVE WK-LINHA-TOTAL-SEMC TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-RELSEMC.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-RELSEMC.
           DISPLAY 'FUNCIONARIOS LIDOS         = ' WK-REGS-LIDOS.
           DISPLAY 'CREDITOS NO LOTE           = ' WK-TOT-CREDITOS.
           DISPLAY 'TOTAL DO LOTE              = ' WK-TOT-LOTE.
           DISPLAY 'SEM LIQUIDO A CREDITAR     = ' WK-TOT-SEM-LIQUIDO.
           DISPLAY 'FORA DO LOTE (LISTADOS)    = ' WK-TOT-LISTADOS.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-FOLHALIQ.
           IF FUNCDED-PRESENTE
               CLOSE ARQ-FUNCDED
           END-IF.
           CLOSE ARQ-FOLHAPAG.
           CLOSE ARQ-RELSEMC.
           IF WK-TOT-LISTADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       910-DETALHE-RELSEMC.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-RELSEMC.
       915-GRAVAR-RELSEMC.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELSEMC
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES             TO REG-CTLLOG.
           MOVE 'ALUNO190'         TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC       TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC       TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS      TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-LISTADOS    TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
