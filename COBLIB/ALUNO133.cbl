       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO133.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    TRIAGEM NOTURNA DOS CLIENTES NA LISTA        *
      *    RESTRITIVA DE SANCOES E PEP: CADA CLIENTE    *
      *    NAO ENCERRADO DO CLIENTES (NOME) COM O       *
      *    DOCUMENTO DO CLIDEMOG PASSA PELO SERVICO     *
      *    ALUNO132 (DOCUMENTO IGUAL OU NOME            *
      *    NORMALIZADO IGUAL). AS OCORRENCIAS FICAM NO  *
      *    TRGVELH/TRGNOVO COM A SITUACAO DA ANALISE:   *
      *      P = PENDENTE DE ANALISE DO COMPLIANCE      *
      *      F = FALSO POSITIVO, SUPRIMIDO ATE A DATA   *
      *          DE RETRIAGEM (ZERADA = UM ANO)         *
      *      C = CONFIRMADO, LISTADO TODA NOITE         *
      *    AS DECISOES DO COMPLIANCE CHEGAM NO TRGDISP  *
      *    (SO PARA OCORRENCIA PENDENTE). OCORRENCIA    *
      *    QUE NAO SE REPETE (CLIENTE OU ENTRADA FORA   *
      *    DA LISTA) E BAIXADA                          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-TRGVELH  ASSIGN TO TRGVELH
               FILE STATUS IS WK-FS-TRGVELH.
           SELECT ARQ-TRGNOVO  ASSIGN TO TRGNOVO
               FILE STATUS IS WK-FS-TRGNOVO.
           SELECT ARQ-TRGDISP  ASSIGN TO TRGDISP
               FILE STATUS IS WK-FS-TRGDISP.
           SELECT ARQ-RELTRG   ASSIGN TO RELTRG
               FILE STATUS IS WK-FS-RELTRG.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
      *
      *    OCORRENCIAS DA TRIAGEM (CLIENTE + ENTRADA DA LISTA)
       FD   ARQ-TRGVELH
            RECORDING MODE IS F.
       01  REG-TRGVELH.
           05 TGV-CODIGO            PIC 9(5).
           05 TGV-LISTA             PIC 9(6).
           05 TGV-CRITERIO          PIC X(01).
           05 TGV-FONTE             PIC X(08).
           05 TGV-TIPO              PIC X(01).
           05 TGV-SITUACAO          PIC X(01).
           05 TGV-DATA-OCORRENCIA   PIC 9(8).
           05 TGV-DATA-DISPOSICAO   PIC 9(8).
           05 TGV-ANALISTA          PIC X(08).
           05 TGV-DATA-RETRIAGEM    PIC 9(8).
           05 FILLER                PIC X(26).
       FD   ARQ-TRGNOVO
            RECORDING MODE IS F.
       01  REG-TRGNOVO.
           05 TGN-CODIGO            PIC 9(5).
           05 TGN-LISTA             PIC 9(6).
           05 TGN-CRITERIO          PIC X(01).
           05 TGN-FONTE             PIC X(08).
           05 TGN-TIPO              PIC X(01).
           05 TGN-SITUACAO          PIC X(01).
           05 TGN-DATA-OCORRENCIA   PIC 9(8).
           05 TGN-DATA-DISPOSICAO   PIC 9(8).
           05 TGN-ANALISTA          PIC X(08).
           05 TGN-DATA-RETRIAGEM    PIC 9(8).
           05 FILLER                PIC X(26).
      *
      *    DECISOES DO COMPLIANCE SOBRE AS OCORRENCIAS
      *    PENDENTES (CLIENTE + ENTRADA DA LISTA)
       FD   ARQ-TRGDISP
            RECORDING MODE IS F.
       01  REG-TRGDISP.
           05 DSP-CODIGO            PIC 9(5).
           05 DSP-LISTA             PIC 9(6).
           05 DSP-DECISAO           PIC X(01).
              88 DSP-FALSO-POSITIVO           VALUE 'F'.
              88 DSP-CONFIRMADO               VALUE 'C'.
           05 DSP-ANALISTA          PIC X(08).
           05 DSP-DATA-RETRIAGEM    PIC 9(8).
           05 FILLER                PIC X(52).
       FD   ARQ-RELTRG
            RECORDING MODE IS F.
       01  REG-RELTRG               PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-TRGVELH     PIC XX             VALUE SPACES.
       77  WK-FS-TRGNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-TRGDISP     PIC XX             VALUE SPACES.
       77  WK-FS-RELTRG      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-TRIADOS    PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-NOVAS      PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-PENDENTES  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-RETRIADAS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-CONFIRMADAS PIC 9(05)         VALUE ZEROS.
       77  WK-TOT-SUPRIMIDAS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-BAIXADAS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-DISP-LIDAS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-DISP-RECUS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ATENCAO    PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    DOCUMENTO DE CADA CODIGO DE CLIENTE (CLIDEMOG)
       01  TABELA-DOCUMENTOS.
           05 DOC-ENTRADA            OCCURS 5000 TIMES.
              10 DOC-TAB-CODIGO      PIC 9(5).
              10 DOC-TAB-DOCUMENTO   PIC X(14).
       77  WK-TOT-DOCUMENTOS PIC 9(05)          VALUE ZEROS.
       77  WK-IND-DOC        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-DOC      PIC X              VALUE 'N'.
           88 DOCUMENTO-ACHADO                  VALUE 'S'.
           88 DOCUMENTO-NAO-ACHADO              VALUE 'N'.
      *
      *    OCORRENCIAS CONHECIDAS; VISTA = REPETIU NESTA NOITE
       01  TABELA-OCORRENCIAS.
           05 OCO-ENTRADA            OCCURS 5000 TIMES.
              10 OCO-TAB-CODIGO      PIC 9(5).
              10 OCO-TAB-LISTA       PIC 9(6).
              10 OCO-TAB-CRITERIO    PIC X(01).
              10 OCO-TAB-FONTE       PIC X(08).
              10 OCO-TAB-TIPO        PIC X(01).
              10 OCO-TAB-SITUACAO    PIC X(01).
                 88 OCO-PENDENTE                VALUE 'P'.
                 88 OCO-FALSO-POSITIVO          VALUE 'F'.
                 88 OCO-CONFIRMADA              VALUE 'C'.
              10 OCO-TAB-DATA-OCORRENCIA PIC 9(8).
              10 OCO-TAB-DATA-DISPOSICAO PIC 9(8).
              10 OCO-TAB-ANALISTA    PIC X(08).
              10 OCO-TAB-DATA-RETRIAGEM PIC 9(8).
              10 OCO-TAB-VISTA       PIC X(01).
       77  WK-TOT-OCORRENCIAS PIC 9(05)         VALUE ZEROS.
       77  WK-IND-OCO        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-OCO      PIC X              VALUE 'N'.
           88 OCORRENCIA-ACHADA                 VALUE 'S'.
           88 OCORRENCIA-NAO-ACHADA             VALUE 'N'.
      *
           COPY TRIASRV.
      *
       01  WK-LINHA-CABEC.
           05 FILLER               PIC X(40)     VALUE
              'TRIAGEM DE CLIENTES NA LISTA RESTRITIVA'.
           05 FILLER               PIC X(07)     VALUE ' - DATA'.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-CB-DATA           PIC 9(8).
           05 FILLER               PIC X(24)     VALUE SPACES.
       01  WK-LINHA-TITULO.
           05 WK-TI-TEXTO          PIC X(80).
       01  WK-LINHA-OCORRENCIA.
           05 WK-LO-CODIGO         PIC 9(5).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LO-NOME           PIC X(25).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LO-LISTA          PIC 9(6).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LO-FONTE          PIC X(08).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LO-TIPO           PIC X(01).
           05 WK-LO-CRITERIO       PIC X(01).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LO-SITUACAO       PIC X(17).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LO-DATA           PIC 9(8).
           05 FILLER               PIC X(03)     VALUE SPACES.
       01  WK-LINHA-TOTAL.
           05 WK-LT-TEXTO          PIC X(40).
           05 WK-LT-QTDE           PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(31)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-CLIENTES = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-CLIENTES.
           OPEN OUTPUT ARQ-TRGNOVO.
           OPEN OUTPUT ARQ-RELTRG.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTES
                           ' NO COMANDO OPEN CLIENTES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-DOCUMENTOS.
           PERFORM 120-CARREGAR-OCORRENCIAS.
           PERFORM 130-APLICAR-DECISOES.
           MOVE WK-DATA-EXEC TO WK-CB-DATA.
           WRITE REG-RELTRG FROM WK-LINHA-CABEC.
           MOVE SPACES TO WK-TI-TEXTO.
           MOVE 'CODIGO NOME' TO WK-TI-TEXTO.
           MOVE 'LISTA  FONTE    TC SITUACAO'
                TO WK-TI-TEXTO(33:27).
           MOVE 'DATA' TO WK-TI-TEXTO(70:4).
           WRITE REG-RELTRG FROM WK-LINHA-TITULO.
           PERFORM 301-LER-CLIENTES.
       110-CARREGAR-DOCUMENTOS.
           OPEN INPUT ARQ-CLIDEMOG.
           IF WK-FS-CLIDEMOG NOT = '00'
               DISPLAY 'ARQUIVO CLIDEMOG NAO ENCONTRADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 112-LER-CLIDEMOG.
           PERFORM 111-ACUMULAR-DOCUMENTO
               UNTIL WK-FS-CLIDEMOG = '10'.
           CLOSE ARQ-CLIDEMOG.
       111-ACUMULAR-DOCUMENTO.
           IF WK-TOT-DOCUMENTOS >= 5000
               DISPLAY 'TABELA DE DOCUMENTOS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - TRIAGEM ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-DOCUMENTOS.
           MOVE FD-DEM-CODIGO    TO DOC-TAB-CODIGO(WK-TOT-DOCUMENTOS).
           MOVE FD-DEM-DOCUMENTO
                TO DOC-TAB-DOCUMENTO(WK-TOT-DOCUMENTOS).
           PERFORM 112-LER-CLIDEMOG.
       112-LER-CLIDEMOG.
           READ ARQ-CLIDEMOG
               AT END
                   MOVE '10' TO WK-FS-CLIDEMOG
           END-READ.
      *
      *    GERACAO ANTERIOR DAS OCORRENCIAS; INEXISTENTE NA
      *    PRIMEIRA RODADA
       120-CARREGAR-OCORRENCIAS.
           OPEN INPUT ARQ-TRGVELH.
           EVALUATE WK-FS-TRGVELH
               WHEN '00'
                   PERFORM 122-LER-TRGVELH
                   PERFORM 121-ACUMULAR-OCORRENCIA
                       UNTIL WK-FS-TRGVELH = '10'
                   CLOSE ARQ-TRGVELH
               WHEN '35'
                   DISPLAY 'ARQUIVO TRGVELH NAO ENCONTRADO - '
                           'PRIMEIRA TRIAGEM'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-TRGVELH
                           ' NO COMANDO OPEN TRGVELH'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       121-ACUMULAR-OCORRENCIA.
           PERFORM 125-INCLUIR-OCORRENCIA.
           MOVE TGV-CODIGO          TO OCO-TAB-CODIGO(WK-IND-OCO).
           MOVE TGV-LISTA           TO OCO-TAB-LISTA(WK-IND-OCO).
           MOVE TGV-CRITERIO        TO OCO-TAB-CRITERIO(WK-IND-OCO).
           MOVE TGV-FONTE           TO OCO-TAB-FONTE(WK-IND-OCO).
           MOVE TGV-TIPO            TO OCO-TAB-TIPO(WK-IND-OCO).
           MOVE TGV-SITUACAO        TO OCO-TAB-SITUACAO(WK-IND-OCO).
           MOVE TGV-DATA-OCORRENCIA
                TO OCO-TAB-DATA-OCORRENCIA(WK-IND-OCO).
           MOVE TGV-DATA-DISPOSICAO
                TO OCO-TAB-DATA-DISPOSICAO(WK-IND-OCO).
           MOVE TGV-ANALISTA        TO OCO-TAB-ANALISTA(WK-IND-OCO).
           MOVE TGV-DATA-RETRIAGEM
                TO OCO-TAB-DATA-RETRIAGEM(WK-IND-OCO).
           PERFORM 122-LER-TRGVELH.
       122-LER-TRGVELH.
           READ ARQ-TRGVELH
               AT END
                   MOVE '10' TO WK-FS-TRGVELH
           END-READ.
       125-INCLUIR-OCORRENCIA.
           IF WK-TOT-OCORRENCIAS >= 5000
               DISPLAY 'TABELA DE OCORRENCIAS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - TRIAGEM ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-OCORRENCIAS.
           MOVE WK-TOT-OCORRENCIAS TO WK-IND-OCO.
           MOVE 'N' TO OCO-TAB-VISTA(WK-IND-OCO).
      *
      *    DECISAO SO VALE PARA OCORRENCIA PENDENTE; AS DEMAIS
      *    SAO RECUSADAS. FALSO POSITIVO SEM DATA DE
      *    RETRIAGEM FICA SUPRIMIDO POR UM ANO
       130-APLICAR-DECISOES.
           OPEN INPUT ARQ-TRGDISP.
           EVALUATE WK-FS-TRGDISP
               WHEN '00'
                   PERFORM 132-LER-TRGDISP
                   PERFORM 131-APLICAR-DECISAO
                       UNTIL WK-FS-TRGDISP = '10'
                   CLOSE ARQ-TRGDISP
               WHEN OTHER
                   DISPLAY 'ARQUIVO TRGDISP NAO ENCONTRADO - '
                           'NENHUMA DECISAO DO COMPLIANCE'
           END-EVALUATE.
       131-APLICAR-DECISAO.
           ADD 1 TO WK-TOT-DISP-LIDAS.
           SET OCORRENCIA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-OCO FROM 1 BY 1
                   UNTIL WK-IND-OCO > WK-TOT-OCORRENCIAS
                   OR OCORRENCIA-ACHADA
               IF OCO-TAB-CODIGO(WK-IND-OCO) = DSP-CODIGO
                AND OCO-TAB-LISTA(WK-IND-OCO) = DSP-LISTA
                AND OCO-PENDENTE(WK-IND-OCO)
                   SET OCORRENCIA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF OCORRENCIA-ACHADA
               SUBTRACT 1 FROM WK-IND-OCO
           END-IF.
           EVALUATE TRUE
               WHEN OCORRENCIA-NAO-ACHADA
                   ADD 1 TO WK-TOT-DISP-RECUS
                   DISPLAY 'DECISAO SEM OCORRENCIA PENDENTE: '
                           DSP-CODIGO ' ' DSP-LISTA
               WHEN DSP-ANALISTA = SPACES
                   ADD 1 TO WK-TOT-DISP-RECUS
                   DISPLAY 'DECISAO SEM ANALISTA: '
                           DSP-CODIGO ' ' DSP-LISTA
               WHEN DSP-FALSO-POSITIVO
                   SET OCO-FALSO-POSITIVO(WK-IND-OCO) TO TRUE
                   MOVE DSP-ANALISTA TO OCO-TAB-ANALISTA(WK-IND-OCO)
                   MOVE WK-DATA-EXEC
                        TO OCO-TAB-DATA-DISPOSICAO(WK-IND-OCO)
                   IF DSP-DATA-RETRIAGEM NUMERIC
                    AND DSP-DATA-RETRIAGEM > WK-DATA-EXEC
                       MOVE DSP-DATA-RETRIAGEM
                            TO OCO-TAB-DATA-RETRIAGEM(WK-IND-OCO)
                   ELSE
                       COMPUTE OCO-TAB-DATA-RETRIAGEM(WK-IND-OCO)
                             = WK-DATA-EXEC + 10000
                   END-IF
               WHEN DSP-CONFIRMADO
                   SET OCO-CONFIRMADA(WK-IND-OCO) TO TRUE
                   MOVE DSP-ANALISTA TO OCO-TAB-ANALISTA(WK-IND-OCO)
                   MOVE WK-DATA-EXEC
                        TO OCO-TAB-DATA-DISPOSICAO(WK-IND-OCO)
                   MOVE ZEROS
                        TO OCO-TAB-DATA-RETRIAGEM(WK-IND-OCO)
               WHEN OTHER
                   ADD 1 TO WK-TOT-DISP-RECUS
                   DISPLAY 'DECISAO INVALIDA: ' DSP-CODIGO ' '
                           DSP-LISTA ' ' DSP-DECISAO
           END-EVALUATE.
           PERFORM 132-LER-TRGDISP.
       132-LER-TRGDISP.
           READ ARQ-TRGDISP
               AT END
                   MOVE '10' TO WK-FS-TRGDISP
           END-READ.
      ***************************************
      *    CLIENTE ENCERRADO NAO E TRIADO; O SERVICO E
      *    CHAMADO DE NOVO A PARTIR DA ULTIMA ENTRADA
      *    DEVOLVIDA ATE NAO HAVER MAIS OCORRENCIA
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF NOT CLI-SIT-ENCERRADO
               ADD 1 TO WK-TOT-TRIADOS
               PERFORM 210-LOCALIZAR-DOCUMENTO
               SET LK-TRI-TRIAR TO TRUE
               MOVE FD-CLI-NOME TO LK-TRI-NOME
               MOVE ZEROS       TO LK-TRI-LISTA
               CALL 'ALUNO132' USING LK-TRI-COM
               IF LK-TRI-SEM-LISTA
                   DISPLAY 'ARQUIVO LISTARES NAO ENCONTRADO - '
                           'TRIAGEM ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 220-TRATAR-OCORRENCIA
                   UNTIL NOT LK-TRI-OCORRENCIA
           END-IF.
           PERFORM 301-LER-CLIENTES.
       210-LOCALIZAR-DOCUMENTO.
           MOVE SPACES TO LK-TRI-DOCUMENTO.
           SET DOCUMENTO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-DOC FROM 1 BY 1
                   UNTIL WK-IND-DOC > WK-TOT-DOCUMENTOS
                   OR DOCUMENTO-ACHADO
               IF DOC-TAB-CODIGO(WK-IND-DOC) = FD-CLI-CODIGO
                   SET DOCUMENTO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF DOCUMENTO-ACHADO
               SUBTRACT 1 FROM WK-IND-DOC
               MOVE DOC-TAB-DOCUMENTO(WK-IND-DOC)
                    TO LK-TRI-DOCUMENTO
           END-IF.
       220-TRATAR-OCORRENCIA.
           SET OCORRENCIA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-OCO FROM 1 BY 1
                   UNTIL WK-IND-OCO > WK-TOT-OCORRENCIAS
                   OR OCORRENCIA-ACHADA
               IF OCO-TAB-CODIGO(WK-IND-OCO) = FD-CLI-CODIGO
                AND OCO-TAB-LISTA(WK-IND-OCO) = LK-TRI-LISTA
                   SET OCORRENCIA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF OCORRENCIA-ACHADA
               SUBTRACT 1 FROM WK-IND-OCO
           ELSE
               PERFORM 125-INCLUIR-OCORRENCIA
               MOVE FD-CLI-CODIGO TO OCO-TAB-CODIGO(WK-IND-OCO)
               MOVE LK-TRI-LISTA  TO OCO-TAB-LISTA(WK-IND-OCO)
               MOVE 'N'           TO OCO-TAB-SITUACAO(WK-IND-OCO)
           END-IF.
           MOVE 'S'             TO OCO-TAB-VISTA(WK-IND-OCO).
           MOVE LK-TRI-CRITERIO TO OCO-TAB-CRITERIO(WK-IND-OCO).
           MOVE LK-TRI-FONTE    TO OCO-TAB-FONTE(WK-IND-OCO).
           MOVE LK-TRI-TIPO     TO OCO-TAB-TIPO(WK-IND-OCO).
           EVALUATE TRUE
               WHEN OCO-TAB-SITUACAO(WK-IND-OCO) = 'N'
                   ADD 1 TO WK-TOT-NOVAS
                   PERFORM 230-REABRIR-OCORRENCIA
                   MOVE 'NOVA OCORRENCIA'   TO WK-LO-SITUACAO
                   PERFORM 240-GRAVAR-LINHA-OCORRENCIA
               WHEN OCO-PENDENTE(WK-IND-OCO)
                   ADD 1 TO WK-TOT-PENDENTES
                   MOVE 'PENDENTE ANALISE'  TO WK-LO-SITUACAO
                   PERFORM 240-GRAVAR-LINHA-OCORRENCIA
               WHEN OCO-CONFIRMADA(WK-IND-OCO)
                   ADD 1 TO WK-TOT-CONFIRMADAS
                   MOVE 'CONFIRMADA'        TO WK-LO-SITUACAO
                   PERFORM 240-GRAVAR-LINHA-OCORRENCIA
               WHEN OCO-TAB-DATA-RETRIAGEM(WK-IND-OCO)
                    > WK-DATA-EXEC
                   ADD 1 TO WK-TOT-SUPRIMIDAS
               WHEN OTHER
                   ADD 1 TO WK-TOT-RETRIADAS
                   PERFORM 230-REABRIR-OCORRENCIA
                   MOVE 'RETRIAGEM VENCIDA' TO WK-LO-SITUACAO
                   PERFORM 240-GRAVAR-LINHA-OCORRENCIA
           END-EVALUATE.
           CALL 'ALUNO132' USING LK-TRI-COM.
      *
      *    OCORRENCIA NOVA OU FALSO POSITIVO VENCIDO VOLTA
      *    PARA A ANALISE DO COMPLIANCE
       230-REABRIR-OCORRENCIA.
           ADD 1 TO WK-TOT-ATENCAO.
           SET OCO-PENDENTE(WK-IND-OCO) TO TRUE.
           MOVE WK-DATA-EXEC TO OCO-TAB-DATA-OCORRENCIA(WK-IND-OCO).
           MOVE ZEROS  TO OCO-TAB-DATA-DISPOSICAO(WK-IND-OCO).
           MOVE SPACES TO OCO-TAB-ANALISTA(WK-IND-OCO).
           MOVE ZEROS  TO OCO-TAB-DATA-RETRIAGEM(WK-IND-OCO).
       240-GRAVAR-LINHA-OCORRENCIA.
           MOVE FD-CLI-CODIGO   TO WK-LO-CODIGO.
           MOVE FD-CLI-NOME     TO WK-LO-NOME.
           MOVE LK-TRI-LISTA    TO WK-LO-LISTA.
           MOVE LK-TRI-FONTE    TO WK-LO-FONTE.
           MOVE LK-TRI-TIPO     TO WK-LO-TIPO.
           MOVE LK-TRI-CRITERIO TO WK-LO-CRITERIO.
           MOVE OCO-TAB-DATA-OCORRENCIA(WK-IND-OCO) TO WK-LO-DATA.
           WRITE REG-RELTRG FROM WK-LINHA-OCORRENCIA.
      ***************************************
       300-LER-CLIENTES SECTION.
       301-LER-CLIENTES.
           READ ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTES
                           ' NO COMANDO READ CLIENTES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 950-GRAVAR-OCORRENCIA
               VARYING WK-IND-OCO FROM 1 BY 1
               UNTIL WK-IND-OCO > WK-TOT-OCORRENCIAS.
           PERFORM 940-RELATAR-TOTAIS.
           DISPLAY 'CLIENTES LIDOS             = ' WK-REGS-LIDOS.
           DISPLAY 'CLIENTES TRIADOS           = ' WK-TOT-TRIADOS.
           DISPLAY 'OCORRENCIAS NOVAS          = ' WK-TOT-NOVAS.
           DISPLAY 'OCORRENCIAS PENDENTES      = ' WK-TOT-PENDENTES.
           DISPLAY 'RETRIAGENS VENCIDAS        = ' WK-TOT-RETRIADAS.
           DISPLAY 'OCORRENCIAS CONFIRMADAS    = '
                   WK-TOT-CONFIRMADAS.
           DISPLAY 'FALSOS POSITIVOS SUPRIMIDOS= ' WK-TOT-SUPRIMIDAS.
           DISPLAY 'OCORRENCIAS BAIXADAS       = ' WK-TOT-BAIXADAS.
           DISPLAY 'DECISOES LIDAS / RECUSADAS = ' WK-TOT-DISP-LIDAS
                   ' / ' WK-TOT-DISP-RECUS.
           IF WK-TOT-ATENCAO > ZEROS
            OR WK-TOT-PENDENTES > ZEROS
            OR WK-TOT-DISP-RECUS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-TRGNOVO.
           CLOSE ARQ-RELTRG.
       940-RELATAR-TOTAIS.
           MOVE SPACES TO WK-TI-TEXTO.
           WRITE REG-RELTRG FROM WK-LINHA-TITULO.
           MOVE 'CLIENTES TRIADOS'             TO WK-LT-TEXTO.
           MOVE WK-TOT-TRIADOS                 TO WK-LT-QTDE.
           WRITE REG-RELTRG FROM WK-LINHA-TOTAL.
           MOVE 'OCORRENCIAS NOVAS'            TO WK-LT-TEXTO.
           MOVE WK-TOT-NOVAS                   TO WK-LT-QTDE.
           WRITE REG-RELTRG FROM WK-LINHA-TOTAL.
           MOVE 'PENDENTES DE ANALISE'         TO WK-LT-TEXTO.
           MOVE WK-TOT-PENDENTES               TO WK-LT-QTDE.
           WRITE REG-RELTRG FROM WK-LINHA-TOTAL.
           MOVE 'RETRIAGENS VENCIDAS'          TO WK-LT-TEXTO.
           MOVE WK-TOT-RETRIADAS               TO WK-LT-QTDE.
           WRITE REG-RELTRG FROM WK-LINHA-TOTAL.
           MOVE 'CONFIRMADAS'                  TO WK-LT-TEXTO.
           MOVE WK-TOT-CONFIRMADAS             TO WK-LT-QTDE.
           WRITE REG-RELTRG FROM WK-LINHA-TOTAL.
           MOVE 'FALSOS POSITIVOS SUPRIMIDOS'  TO WK-LT-TEXTO.
           MOVE WK-TOT-SUPRIMIDAS              TO WK-LT-QTDE.
           WRITE REG-RELTRG FROM WK-LINHA-TOTAL.
           MOVE 'OCORRENCIAS BAIXADAS'         TO WK-LT-TEXTO.
           MOVE WK-TOT-BAIXADAS                TO WK-LT-QTDE.
           WRITE REG-RELTRG FROM WK-LINHA-TOTAL.
      *
      *    SO SEGUE PARA A PROXIMA NOITE O QUE SE REPETIU
       950-GRAVAR-OCORRENCIA.
           IF OCO-TAB-VISTA(WK-IND-OCO) = 'S'
               MOVE SPACES TO REG-TRGNOVO
               MOVE OCO-TAB-CODIGO(WK-IND-OCO)   TO TGN-CODIGO
               MOVE OCO-TAB-LISTA(WK-IND-OCO)    TO TGN-LISTA
               MOVE OCO-TAB-CRITERIO(WK-IND-OCO) TO TGN-CRITERIO
               MOVE OCO-TAB-FONTE(WK-IND-OCO)    TO TGN-FONTE
               MOVE OCO-TAB-TIPO(WK-IND-OCO)     TO TGN-TIPO
               MOVE OCO-TAB-SITUACAO(WK-IND-OCO) TO TGN-SITUACAO
               MOVE OCO-TAB-DATA-OCORRENCIA(WK-IND-OCO)
                    TO TGN-DATA-OCORRENCIA
               MOVE OCO-TAB-DATA-DISPOSICAO(WK-IND-OCO)
                    TO TGN-DATA-DISPOSICAO
               MOVE OCO-TAB-ANALISTA(WK-IND-OCO) TO TGN-ANALISTA
               MOVE OCO-TAB-DATA-RETRIAGEM(WK-IND-OCO)
                    TO TGN-DATA-RETRIAGEM
               WRITE REG-TRGNOVO
           ELSE
               ADD 1 TO WK-TOT-BAIXADAS
           END-IF.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO133'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-ATENCAO  TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
