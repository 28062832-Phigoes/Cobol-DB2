       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO175.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    RASTRO DE UM LANCAMENTO POR NOTA, PARA        *
      *    ATENDER CONTESTACOES: LE O RASTRO DOS         *
      *    LANCAMENTOS (GR.EAD316.LANCAM.RASTRO, GRAVADO *
      *    PELAS ETAPAS DA CADEIA - CAPTACAO NO ALUNO35, *
      *    ALUNO69 (ON-LINE DO ALUNO68), ALUNO72,        *
      *    ALUNO96 E ALUNO97; DUPLICATA NO ALUNO78;      *
      *    CRITICA NO ALUNO25; SUSPENSO, RECICLO, BAIXA, *
      *    DEVOLUCAO E RECUSA NO ALUNO26; MESA DO        *
      *    SUSPENSO NO ALUNO83; POSTAGEM E ESTORNO NO    *
      *    ALUNO168; ARQUIVAMENTO NO ALUNO44) E LISTA    *
      *    UMA LINHA DO TEMPO POR LANCAMENTO (CLIENTE +  *
      *    NOTA), EM ORDEM CRONOLOGICA (SORT), COM A     *
      *    SITUACAO ATUAL NO FIM. CARTAO SYSIN:          *
      *      COLS 01-05 CODIGO DO CLIENTE              *
      *      COLS 06-11 NOTA (ZEROS = TODAS AS NOTAS)  *
      *      COLS 12-19 DATA INICIAL (AAAAMMDD)        *
      *      COLS 20-27 DATA FINAL (ZEROS = HOJE)      *
      *    COM CLIENTE E NOTA A LINHA DO TEMPO SAI       *
      *    INTEIRA; SEM NOTA (OU SEM CLIENTE) SAEM OS    *
      *    LANCAMENTOS COM ALGUM EVENTO NO PERIODO.      *
      *    PAGINACAO E CABECALHOS PELO ALUNO48           *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RASTRO   ASSIGN TO RASTRO
               FILE STATUS IS WK-FS-RASTRO.
           SELECT ARQ-RELRAST  ASSIGN TO RELRAST
               FILE STATUS IS WK-FS-RELRAST.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
           SELECT ARQ-SORTWK   ASSIGN TO SORTWK.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-RASTRO
            RECORDING MODE IS F.
           COPY RASTRO.
       FD   ARQ-RELRAST
            RECORDING MODE IS F.
       01  REG-RELRAST              PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       SD   ARQ-SORTWK.
       01  REG-SORT.
           05 SRT-CODIGO            PIC 9(5).
           05 SRT-NOTA              PIC 9(6).
           05 SRT-DATA              PIC 9(8).
           05 SRT-SEQUENCIA         PIC 9(9).
           05 SRT-EVENTO            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WK-FS-RASTRO      PIC XX             VALUE SPACES.
       77  WK-FS-RELRAST     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-SELECIONADOS PIC 9(07)        VALUE ZEROS.
       77  WK-TOT-ITENS      PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(08)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(06)          VALUE ZEROS.
       77  WK-FIM-SORT       PIC X(1)           VALUE 'N'.
      *
      *    CARTAO DE PARAMETROS: CLIENTE, NOTA E PERIODO
       01  WK-PARM-CARD.
           05 WK-PARM-CODIGO       PIC 9(5)      VALUE ZEROS.
           05 WK-PARM-NOTA         PIC 9(6)      VALUE ZEROS.
           05 WK-PARM-DATA-INI     PIC 9(8)      VALUE ZEROS.
           05 WK-PARM-DATA-FIM     PIC 9(8)      VALUE ZEROS.
           05 FILLER               PIC X(53)     VALUE SPACES.
       77  WK-COM-PERIODO    PIC X(01)          VALUE 'N'.
           88 FILTRA-PERIODO                    VALUE 'S'.
           88 NAO-FILTRA-PERIODO                VALUE 'N'.
      *
      *    LANCAMENTO CORRENTE NA SAIDA DO SORT E SEUS EVENTOS
       77  WK-ITEM-CODIGO    PIC 9(5)           VALUE ZEROS.
       77  WK-ITEM-NOTA      PIC 9(6)           VALUE ZEROS.
       77  WK-NO-PERIODO     PIC X(01)          VALUE 'N'.
           88 ITEM-NO-PERIODO                   VALUE 'S'.
           88 ITEM-FORA-PERIODO                 VALUE 'N'.
       01  TABELA-EVENTOS.
           05 EVT-ENTRADA            OCCURS 300 TIMES.
              10 EVT-TAB-REGISTRO    PIC X(80).
       77  WK-TOT-EVT        PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-EXCEDENTES PIC 9(05)          VALUE ZEROS.
       77  WK-IND-EVT        PIC 9(05)          VALUE ZEROS.
      *
      *    IMAGEM DE UM EVENTO GUARDADO (LAYOUT RASTRO)
       01  WK-EVENTO.
           05 WK-EVT-CODIGO         PIC 9(5).
           05 WK-EVT-NOTA           PIC 9(6).
           05 WK-EVT-DATA           PIC 9(8).
           05 WK-EVT-DATA-R REDEFINES WK-EVT-DATA.
              10 WK-EVT-ANO         PIC 9(4).
              10 WK-EVT-MES         PIC 99.
              10 WK-EVT-DIA         PIC 99.
           05 WK-EVT-HORA           PIC 9(6).
           05 WK-EVT-HORA-R REDEFINES WK-EVT-HORA.
              10 WK-EVT-HH          PIC 99.
              10 WK-EVT-MI          PIC 99.
              10 WK-EVT-SS          PIC 99.
           05 WK-EVT-ETAPA          PIC X(02).
           05 WK-EVT-PROGRAMA       PIC X(08).
           05 WK-EVT-TIPO           PIC X(01).
           05 WK-EVT-CONTA          PIC X(01).
           05 WK-EVT-VALOR          PIC 9(6)V99.
           05 WK-EVT-MOTIVO         PIC X(02).
           05 WK-EVT-NOITES         PIC 9(03).
           05 WK-EVT-TEXTO          PIC X(30).
       77  WK-DESC-ETAPA     PIC X(20)          VALUE SPACES.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-LINHA-ITEM.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
           05 WK-LI-CODIGO         PIC 9(5).
           05 FILLER               PIC X(07)     VALUE '  NOTA '.
           05 WK-LI-NOTA           PIC 9(6).
           05 FILLER               PIC X(02)     VALUE ' ('.
           05 WK-LI-EVENTOS        PIC ZZZZ9.
           05 FILLER               PIC X(08)     VALUE ' EVENTOS'.
           05 FILLER               PIC X(01)     VALUE ')'.
      *
       01  WK-LINHA-COLUNAS.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 FILLER               PIC X(11)     VALUE 'DATA'.
           05 FILLER               PIC X(09)     VALUE 'HORA'.
           05 FILLER               PIC X(03)     VALUE 'ET'.
           05 FILLER               PIC X(21)     VALUE 'ETAPA'.
           05 FILLER               PIC X(09)     VALUE 'PROGRAMA'.
           05 FILLER               PIC X(04)     VALUE 'T/C'.
           05 FILLER               PIC X(11)     VALUE '     VALOR'.
           05 FILLER               PIC X(03)     VALUE 'MO'.
           05 FILLER               PIC X(04)     VALUE 'NOI'.
           05 FILLER               PIC X(07)     VALUE 'DETALHE'.
      *
       01  WK-LINHA-EVENTO.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LE-DIA            PIC 99.
           05 FILLER               PIC X(01)     VALUE '/'.
           05 WK-LE-MES            PIC 99.
           05 FILLER               PIC X(01)     VALUE '/'.
           05 WK-LE-ANO            PIC 9(4).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-HH             PIC 99.
           05 FILLER               PIC X(01)     VALUE ':'.
           05 WK-LE-MI             PIC 99.
           05 FILLER               PIC X(01)     VALUE ':'.
           05 WK-LE-SS             PIC 99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-ETAPA          PIC X(02).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-DESCRICAO      PIC X(20).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-PROGRAMA       PIC X(08).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-TIPO           PIC X(01).
           05 FILLER               PIC X(01)     VALUE '/'.
           05 WK-LE-CONTA          PIC X(01).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-VALOR          PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-MOTIVO         PIC X(02).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-NOITES         PIC ZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-TEXTO          PIC X(30).
      *
       01  WK-LINHA-SITUACAO.
           05 FILLER               PIC X(18)     VALUE
              '  SITUACAO ATUAL: '.
           05 WK-LS-DESCRICAO      PIC X(20).
           05 FILLER               PIC X(04)     VALUE ' EM '.
           05 WK-LS-DIA            PIC 99.
           05 FILLER               PIC X(01)     VALUE '/'.
           05 WK-LS-MES            PIC 99.
           05 FILLER               PIC X(01)     VALUE '/'.
           05 WK-LS-ANO            PIC 9(4).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LS-TEXTO          PIC X(30).
      *
       01  WK-LINHA-EXCEDENTES.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LX-QTDE           PIC ZZZZ9.
           05 FILLER               PIC X(50)     VALUE
              ' EVENTOS ALEM DO LIMITE DA TABELA (300) OMITIDOS'.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           SORT ARQ-SORTWK
               ON ASCENDING KEY SRT-CODIGO
               ON ASCENDING KEY SRT-NOTA
               ON ASCENDING KEY SRT-DATA
               ON ASCENDING KEY SRT-SEQUENCIA
               INPUT  PROCEDURE IS 200-SELECIONAR-EVENTOS
               OUTPUT PROCEDURE IS 300-IMPRIMIR-RASTRO.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           PERFORM 110-CRITICAR-PARAMETROS.
           OPEN INPUT  ARQ-RASTRO.
           EVALUATE WK-FS-RASTRO
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO RASTRO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-RASTRO
                           ' NO COMANDO OPEN RASTRO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-RELRAST.
           PERFORM 401-LER-RASTRO.
      *
      *    A NOTA SO IDENTIFICA O LANCAMENTO JUNTO COM O
      *    CLIENTE; SEM NOTA E PRECISO UM PERIODO (OU O
      *    CLIENTE, QUE LISTA TODO O SEU RASTRO)
       110-CRITICAR-PARAMETROS.
           IF WK-PARM-CODIGO NOT NUMERIC
            OR WK-PARM-NOTA NOT NUMERIC
            OR WK-PARM-DATA-INI NOT NUMERIC
            OR WK-PARM-DATA-FIM NOT NUMERIC
               DISPLAY 'CARTAO SYSIN COM CAMPOS NAO NUMERICOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-PARM-NOTA > ZEROS AND WK-PARM-CODIGO = ZEROS
               DISPLAY 'NOTA INFORMADA SEM O CODIGO DO CLIENTE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-PARM-CODIGO = ZEROS AND WK-PARM-DATA-INI = ZEROS
               DISPLAY 'INFORME CLIENTE E NOTA, CLIENTE OU PERIODO '
                       'NO CARTAO SYSIN'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-PARM-NOTA = ZEROS AND WK-PARM-DATA-INI > ZEROS
               SET FILTRA-PERIODO TO TRUE
               IF WK-PARM-DATA-FIM = ZEROS
                   MOVE WK-DATA-EXEC TO WK-PARM-DATA-FIM
               END-IF
               IF WK-PARM-DATA-FIM < WK-PARM-DATA-INI
                   DISPLAY 'DATA FINAL ANTERIOR A DATA INICIAL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      ***************************************
      *    PROCEDIMENTO DE ENTRADA DO SORT: LIBERA OS EVENTOS
      *    DO CLIENTE (E DA NOTA) PEDIDOS. O RASTRO E GRAVADO
      *    EM EXTEND NA ORDEM DE EXECUCAO DAS ETAPAS, POR ISSO
      *    A SEQUENCIA DE LEITURA ORDENA OS EVENTOS DO DIA
       200-SELECIONAR-EVENTOS SECTION.
       201-PROCESSAR.
           PERFORM 202-SELECIONAR-EVENTO
               UNTIL WK-FS-RASTRO = '10'.
           GO TO 209-SAIDA.
       202-SELECIONAR-EVENTO.
           ADD 1 TO WK-REGS-LIDOS.
           IF (WK-PARM-CODIGO = ZEROS
               OR FD-RAS-CODIGO = WK-PARM-CODIGO)
            AND (WK-PARM-NOTA = ZEROS
               OR FD-RAS-NOTA = WK-PARM-NOTA)
               ADD 1 TO WK-TOT-SELECIONADOS
               MOVE FD-RAS-CODIGO  TO SRT-CODIGO
               MOVE FD-RAS-NOTA    TO SRT-NOTA
               MOVE FD-RAS-DATA    TO SRT-DATA
               MOVE WK-REGS-LIDOS  TO SRT-SEQUENCIA
               MOVE REG-RASTRO     TO SRT-EVENTO
               RELEASE REG-SORT
           END-IF.
           PERFORM 401-LER-RASTRO.
       209-SAIDA.
           EXIT.
      ***************************************
      *    PROCEDIMENTO DE SAIDA DO SORT: JUNTA OS EVENTOS DE
      *    CADA LANCAMENTO E IMPRIME A LINHA DO TEMPO (NO
      *    FILTRO POR PERIODO, SO QUEM TEVE EVENTO NELE)
       300-IMPRIMIR-RASTRO SECTION.
       301-IMPRIMIR-RASTRO.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'RASTRO DE LANCAMENTOS POR NOTA' TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'CLIENTE: '             DELIMITED BY SIZE
                  WK-PARM-CODIGO          DELIMITED BY SIZE
                  '  NOTA: '              DELIMITED BY SIZE
                  WK-PARM-NOTA            DELIMITED BY SIZE
                  '  PERIODO: '           DELIMITED BY SIZE
                  WK-PARM-DATA-INI        DELIMITED BY SIZE
                  ' A '                   DELIMITED BY SIZE
                  WK-PARM-DATA-FIM        DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE 'N' TO WK-FIM-SORT.
           PERFORM 302-RETORNAR-EVENTO.
           PERFORM 303-TRATAR-EVENTO
               UNTIL WK-FIM-SORT = 'S'.
           IF WK-TOT-EVT > ZEROS
               PERFORM 310-FECHAR-ITEM
           END-IF.
           GO TO 309-SAIDA.
       302-RETORNAR-EVENTO.
           RETURN ARQ-SORTWK
               AT END
                   MOVE 'S' TO WK-FIM-SORT
           END-RETURN.
       303-TRATAR-EVENTO.
           IF WK-TOT-EVT > ZEROS
            AND (SRT-CODIGO NOT = WK-ITEM-CODIGO
               OR SRT-NOTA NOT = WK-ITEM-NOTA)
               PERFORM 310-FECHAR-ITEM
           END-IF.
           IF WK-TOT-EVT = ZEROS
               MOVE SRT-CODIGO TO WK-ITEM-CODIGO
               MOVE SRT-NOTA   TO WK-ITEM-NOTA
               SET ITEM-FORA-PERIODO TO TRUE
           END-IF.
           IF WK-TOT-EVT < 300
               ADD 1 TO WK-TOT-EVT
               MOVE SRT-EVENTO TO EVT-TAB-REGISTRO(WK-TOT-EVT)
           ELSE
               ADD 1 TO WK-TOT-EXCEDENTES
           END-IF.
           IF SRT-DATA NOT < WK-PARM-DATA-INI
            AND SRT-DATA NOT > WK-PARM-DATA-FIM
               SET ITEM-NO-PERIODO TO TRUE
           END-IF.
           PERFORM 302-RETORNAR-EVENTO.
       310-FECHAR-ITEM.
           IF NAO-FILTRA-PERIODO OR ITEM-NO-PERIODO
               PERFORM 320-IMPRIMIR-ITEM
           END-IF.
           MOVE ZEROS TO WK-TOT-EVT.
           MOVE ZEROS TO WK-TOT-EXCEDENTES.
       320-IMPRIMIR-ITEM.
           ADD 1 TO WK-TOT-ITENS.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE WK-ITEM-CODIGO TO WK-LI-CODIGO.
           MOVE WK-ITEM-NOTA   TO WK-LI-NOTA.
           COMPUTE WK-LI-EVENTOS = WK-TOT-EVT + WK-TOT-EXCEDENTES.
           MOVE WK-LINHA-ITEM    TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE WK-LINHA-COLUNAS TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           PERFORM 321-IMPRIMIR-EVENTO
               VARYING WK-IND-EVT FROM 1 BY 1
               UNTIL WK-IND-EVT > WK-TOT-EVT.
           IF WK-TOT-EXCEDENTES > ZEROS
               MOVE WK-TOT-EXCEDENTES   TO WK-LX-QTDE
               MOVE WK-LINHA-EXCEDENTES TO LK-REL-DETALHE
               PERFORM 910-DETALHE
           END-IF.
           MOVE EVT-TAB-REGISTRO(WK-TOT-EVT) TO WK-EVENTO.
           PERFORM 330-DESCREVER-ETAPA.
           MOVE WK-DESC-ETAPA  TO WK-LS-DESCRICAO.
           MOVE WK-EVT-DIA     TO WK-LS-DIA.
           MOVE WK-EVT-MES     TO WK-LS-MES.
           MOVE WK-EVT-ANO     TO WK-LS-ANO.
           MOVE WK-EVT-TEXTO   TO WK-LS-TEXTO.
           MOVE WK-LINHA-SITUACAO TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
       321-IMPRIMIR-EVENTO.
           MOVE EVT-TAB-REGISTRO(WK-IND-EVT) TO WK-EVENTO.
           PERFORM 330-DESCREVER-ETAPA.
           MOVE WK-EVT-DIA      TO WK-LE-DIA.
           MOVE WK-EVT-MES      TO WK-LE-MES.
           MOVE WK-EVT-ANO      TO WK-LE-ANO.
           MOVE WK-EVT-HH       TO WK-LE-HH.
           MOVE WK-EVT-MI       TO WK-LE-MI.
           MOVE WK-EVT-SS       TO WK-LE-SS.
           MOVE WK-EVT-ETAPA    TO WK-LE-ETAPA.
           MOVE WK-DESC-ETAPA   TO WK-LE-DESCRICAO.
           MOVE WK-EVT-PROGRAMA TO WK-LE-PROGRAMA.
           MOVE WK-EVT-TIPO     TO WK-LE-TIPO.
           MOVE WK-EVT-CONTA    TO WK-LE-CONTA.
           MOVE WK-EVT-VALOR    TO WK-LE-VALOR.
           MOVE WK-EVT-MOTIVO   TO WK-LE-MOTIVO.
           MOVE WK-EVT-NOITES   TO WK-LE-NOITES.
           MOVE WK-EVT-TEXTO    TO WK-LE-TEXTO.
           MOVE WK-LINHA-EVENTO TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
       330-DESCREVER-ETAPA.
           EVALUATE WK-EVT-ETAPA
               WHEN 'CP' MOVE 'CAPTADO'              TO WK-DESC-ETAPA
               WHEN 'DU' MOVE 'DUPLICATA REJEITADA'  TO WK-DESC-ETAPA
               WHEN 'CA' MOVE 'ACEITO NA CRITICA'    TO WK-DESC-ETAPA
               WHEN 'CR' MOVE 'REJEITADO NA CRITICA' TO WK-DESC-ETAPA
               WHEN 'SU' MOVE 'EM SUSPENSO'          TO WK-DESC-ETAPA
               WHEN 'RC' MOVE 'RECICLADO'            TO WK-DESC-ETAPA
               WHEN 'BX' MOVE 'BAIXADO'              TO WK-DESC-ETAPA
               WHEN 'DV' MOVE 'DEVOLVIDO'            TO WK-DESC-ETAPA
               WHEN 'RF' MOVE 'RECUSADO'             TO WK-DESC-ETAPA
               WHEN 'ML' MOVE 'LIBERADO PELA MESA'   TO WK-DESC-ETAPA
               WHEN 'MC' MOVE 'CANCELADO PELA MESA'  TO WK-DESC-ETAPA
               WHEN 'PO' MOVE 'POSTADO'              TO WK-DESC-ETAPA
               WHEN 'ES' MOVE 'ESTORNADO'            TO WK-DESC-ETAPA
               WHEN 'AR' MOVE 'ARQUIVADO'            TO WK-DESC-ETAPA
               WHEN OTHER
                   MOVE 'ETAPA DESCONHECIDA'         TO WK-DESC-ETAPA
           END-EVALUATE.
       309-SAIDA.
           EXIT.
      ***************************************
       400-LER-RASTRO SECTION.
       401-LER-RASTRO.
           READ ARQ-RASTRO.
           EVALUATE WK-FS-RASTRO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-RASTRO
                           ' NO COMANDO READ RASTRO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'LANCAMENTOS LISTADOS: '  DELIMITED BY SIZE
                  WK-TOT-ITENS              DELIMITED BY SIZE
                  '   EVENTOS SELECIONADOS: ' DELIMITED BY SIZE
                  WK-TOT-SELECIONADOS       DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           DISPLAY 'EVENTOS DO RASTRO LIDOS   = ' WK-REGS-LIDOS.
           DISPLAY 'EVENTOS SELECIONADOS      = '
                   WK-TOT-SELECIONADOS.
           DISPLAY 'LANCAMENTOS LISTADOS      = ' WK-TOT-ITENS.
           IF WK-TOT-ITENS = ZEROS
               DISPLAY 'NENHUM LANCAMENTO ENCONTRADO NO RASTRO'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-RASTRO.
           CLOSE ARQ-RELRAST.
       910-DETALHE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
      ***************************************
       915-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELRAST
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO175'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
