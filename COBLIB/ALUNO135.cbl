       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO135.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    DOSSIE DO TITULAR (LGPD): PARA CADA PEDIDO   *
      *    DO ARQUIVO PEDLGPD (POR CODIGO DO CLIENTE    *
      *    OU POR DOCUMENTO, RESOLVIDO NO CLIDEMOG -    *
      *    UM DOCUMENTO PODE TER VARIOS CODIGOS) EMITE  *
      *    UM DOCUMENTO POR CLIENTE PELO SERVICO DE     *
      *    RELATORIOS (ALUNO48) COM TUDO O QUE GUARDAMOS*
      *    DELE: CLIENTES, CLIENTEN, CLIDEMOG, CLNTHIST,*
      *    LANCAM E ARQUIVO ARCLAN, EMPREST, CDBMAST,   *
      *    DEBAUTO, SEGMENTO, CAMPFILE, AUDCLI E OS     *
      *    ITENS DO SUSPENSO. CADA ARQUIVO E VARRIDO    *
      *    INTEIRO POR CLIENTE (MESMO DESENHO DA        *
      *    RECUPERACAO DO ALUNO45). TODO PEDIDO FICA NO *
      *    LOG LOGLGPD (QUEM PEDIU, QUANDO PEDIU,       *
      *    QUANDO FOI EMITIDO E POR QUAL OPERADOR)      *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDLGPD  ASSIGN TO PEDLGPD
               FILE STATUS IS WK-FS-PEDLGPD.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-CLNTHIST ASSIGN TO CLNTHIST
               FILE STATUS IS WK-FS-CLNTHIST.
           SELECT ARQ-LANCAM   ASSIGN TO LANCAM
               FILE STATUS IS WK-FS-LANCAM.
           SELECT ARQ-ARCLAN   ASSIGN TO ARCLAN
               FILE STATUS IS WK-FS-ARCLAN.
           SELECT ARQ-EMPREST  ASSIGN TO EMPREST
               FILE STATUS IS WK-FS-EMPREST.
           SELECT ARQ-CDBMAST  ASSIGN TO CDBMAST
               FILE STATUS IS WK-FS-CDBMAST.
           SELECT ARQ-DEBAUTO  ASSIGN TO DEBAUTO
               FILE STATUS IS WK-FS-DEBAUTO.
           SELECT ARQ-SEGMENTO ASSIGN TO SEGMENTO
               FILE STATUS IS WK-FS-SEGMENTO.
           SELECT ARQ-CAMPFILE ASSIGN TO CAMPFILE
               FILE STATUS IS WK-FS-CAMPFILE.
           SELECT ARQ-AUDCLI   ASSIGN TO AUDCLI
               FILE STATUS IS WK-FS-AUDCLI.
           SELECT ARQ-SUSPENSO ASSIGN TO SUSPENSO
               FILE STATUS IS WK-FS-SUSPENSO.
           SELECT ARQ-DOSSIE   ASSIGN TO DOSSIE
               FILE STATUS IS WK-FS-DOSSIE.
           SELECT ARQ-LOGLGPD  ASSIGN TO LOGLGPD
               FILE STATUS IS WK-FS-LOGLGPD.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-PEDLGPD
            RECORDING MODE IS F.
       01  REG-PEDLGPD.
           05 FD-PED-PROTOCOLO      PIC X(10).
           05 FD-PED-TIPO           PIC X(01).
              88 PED-POR-CODIGO                VALUE 'C'.
              88 PED-POR-DOCUMENTO             VALUE 'D'.
           05 FD-PED-CODIGO         PIC 9(5).
           05 FD-PED-DOCUMENTO      PIC X(14).
           05 FD-PED-SOLICITANTE    PIC X(20).
           05 FD-PED-DATA-PEDIDO    PIC 9(8).
           05 FILLER                PIC X(22).
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
       FD   ARQ-CLNTHIST
            RECORDING MODE IS F.
           COPY CLNTHIST.
       FD   ARQ-LANCAM
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-ARCLAN
            RECORDING MODE IS F.
       01  REG-ARCLAN.
           05 FD-ARC-CODIGO         PIC 9(5).
           05 FD-ARC-TIPO           PIC X(01).
           05 FD-ARC-VALOR          PIC 9(6)V99.
           05 FD-ARC-NOTA           PIC 9(6).
           05 FD-ARC-CONTA          PIC X(01).
           05 FD-ARC-DATA           PIC 9(8).
           05 FD-ARC-NOTA-ORIG      PIC 9(6).
           05 FD-ARC-AGENCIA        PIC 9(3).
           05 FD-ARC-CANAL          PIC X(01).
           05 FD-ARC-EMPRESA        PIC 99.
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-CDBMAST
            RECORDING MODE IS F.
           COPY CDBMAST.
       FD   ARQ-DEBAUTO
            RECORDING MODE IS F.
           COPY DEBAUTO.
       FD   ARQ-SEGMENTO
            RECORDING MODE IS F.
       01  REG-SEGMENTO.
           05 FD-SEG-CODIGO         PIC 9(5).
           05 FD-SEG-SEGMENTO       PIC X(01).
           05 FILLER                PIC X(04).
       FD   ARQ-CAMPFILE
            RECORDING MODE IS F.
       01  REG-CAMPFILE.
           05 FD-CMP-CAMPANHA       PIC X(6).
           05 FD-CMP-CODIGO         PIC 9(5).
           05 FD-CMP-DATA-SELECAO   PIC 9(8).
           05 FD-CMP-SEGMENTO       PIC X(1).
           05 FD-CMP-SALDO-CC       PIC S9(7)V99.
           05 FILLER                PIC X(11).
       FD   ARQ-AUDCLI
            RECORDING MODE IS F.
           COPY AUDCLI.
       FD   ARQ-SUSPENSO
            RECORDING MODE IS F.
           COPY SUSPLAN.
       FD   ARQ-DOSSIE
            RECORDING MODE IS F.
       01  REG-DOSSIE               PIC X(133).
       FD   ARQ-LOGLGPD
            RECORDING MODE IS F.
       01  REG-LOGLGPD.
           05 FD-LOG-PROTOCOLO      PIC X(10).
           05 FD-LOG-SITUACAO       PIC X(01).
              88 LOG-EMITIDO                   VALUE 'E'.
              88 LOG-NAO-LOCALIZADO            VALUE 'N'.
              88 LOG-REJEITADO                 VALUE 'R'.
           05 FD-LOG-CODIGO         PIC 9(5).
           05 FD-LOG-DOCUMENTO      PIC X(14).
           05 FD-LOG-SOLICITANTE    PIC X(20).
           05 FD-LOG-DATA-PEDIDO    PIC 9(8).
           05 FD-LOG-DATA-EMISSAO   PIC 9(8).
           05 FD-LOG-HORA-EMISSAO   PIC 9(6).
           05 FD-LOG-OPERADOR       PIC X(08).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-PEDLGPD     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-CLNTHIST    PIC XX             VALUE SPACES.
       77  WK-FS-LANCAM      PIC XX             VALUE SPACES.
       77  WK-FS-ARCLAN      PIC XX             VALUE SPACES.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-CDBMAST     PIC XX             VALUE SPACES.
       77  WK-FS-DEBAUTO     PIC XX             VALUE SPACES.
       77  WK-FS-SEGMENTO    PIC XX             VALUE SPACES.
       77  WK-FS-CAMPFILE    PIC XX             VALUE SPACES.
       77  WK-FS-AUDCLI      PIC XX             VALUE SPACES.
       77  WK-FS-SUSPENSO    PIC XX             VALUE SPACES.
       77  WK-FS-DOSSIE      PIC XX             VALUE SPACES.
       77  WK-FS-LOGLGPD     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DOSSIES    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-NAO-LOCAL  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    CARTAO DE PARAMETROS: OPERADOR QUE EMITE OS
      *    DOSSIES (VAI PARA O LOG DE CADA PEDIDO)
       01  WK-PARM-CARD.
           05 WK-PARM-OPERADOR     PIC X(08)     VALUE SPACES.
      *
      *    DOCUMENTO -> CODIGOS, DO CLIDEMOG
       01  TABELA-DOCUMENTOS.
           05 DOC-ENTRADA            OCCURS 5000 TIMES.
              10 DOC-TAB-CODIGO      PIC 9(5).
              10 DOC-TAB-DOCUMENTO   PIC X(14).
       77  WK-TOT-DOCUMENTOS PIC 9(05)          VALUE ZEROS.
       77  WK-IND-DOC        PIC 9(05)          VALUE ZEROS.
       77  WK-QTDE-CODIGOS   PIC 9(03)          VALUE ZEROS.
      *
      *    CLIENTE DO DOSSIE CORRENTE E CONTAGEM DA SECAO
       77  WK-COD-DOSSIE     PIC 9(5)           VALUE ZEROS.
       77  WK-QTDE-SECAO     PIC 9(07)          VALUE ZEROS.
       77  WK-TITULO-SECAO   PIC X(60)          VALUE SPACES.
       77  WK-SITUACAO-LOG   PIC X(01)          VALUE SPACES.
           88 PEDIDO-EMITIDO                    VALUE 'E'.
           88 PEDIDO-NAO-LOCALIZADO             VALUE 'N'.
           88 PEDIDO-REJEITADO                  VALUE 'R'.
      *
      *    IMAGEM DO LANCAMENTO GUARDADA NO SUSPENSO
       01  WK-LANCAM-SUSP.
           05 WK-LSP-CODIGO         PIC 9(5).
           05 WK-LSP-TIPO           PIC X(01).
           05 WK-LSP-VALOR          PIC 9(6)V99.
           05 WK-LSP-NOTA           PIC 9(6).
           05 WK-LSP-CONTA          PIC X(01).
           05 WK-LSP-DATA           PIC 9(8).
           05 WK-LSP-RESTO          PIC X(31).
      *
      *    CAMPOS EDITADOS DAS LINHAS DO DOSSIE
       77  WK-EDIT-VALOR1    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-EDIT-VALOR2    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-EDIT-VALOR3    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-EDIT-TAXA      PIC Z9,9999        VALUE ZEROS.
      *
      *    PAGINACAO E CABECALHOS DO DOSSIE PELO SERVICO
      *    PADRAO DE RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-PEDLGPD = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           IF WK-PARM-OPERADOR = SPACES
               DISPLAY 'OPERADOR NAO INFORMADO NO SYSIN'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-PEDLGPD.
           OPEN OUTPUT ARQ-DOSSIE.
           OPEN EXTEND ARQ-LOGLGPD.
           EVALUATE WK-FS-PEDLGPD
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO PEDLGPD NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PEDLGPD
                           ' NO COMANDO OPEN PEDLGPD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-DOCUMENTOS.
           PERFORM 301-LER-PEDLGPD.
       110-CARREGAR-DOCUMENTOS.
           OPEN INPUT ARQ-CLIDEMOG.
           EVALUATE WK-FS-CLIDEMOG
               WHEN '00'
                   PERFORM 112-LER-CLIDEMOG
                   PERFORM 111-ACUMULAR-DOCUMENTO
                       UNTIL WK-FS-CLIDEMOG = '10'
                   CLOSE ARQ-CLIDEMOG
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIDEMOG NAO ENCONTRADO - '
                           'PEDIDOS POR DOCUMENTO NAO SERAO ATENDIDOS'
           END-EVALUATE.
       111-ACUMULAR-DOCUMENTO.
           IF WK-TOT-DOCUMENTOS >= 5000
               DISPLAY 'TABELA DE DOCUMENTOS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - EMISSAO ABORTADA'
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
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           EVALUATE TRUE
               WHEN PED-POR-CODIGO AND FD-PED-CODIGO NUMERIC
                AND FD-PED-CODIGO > ZEROS
                   MOVE FD-PED-CODIGO TO WK-COD-DOSSIE
                   PERFORM 220-EMITIR-DOSSIE
               WHEN PED-POR-DOCUMENTO
                AND FD-PED-DOCUMENTO NOT = SPACES
                   PERFORM 210-LOCALIZAR-DOCUMENTO
               WHEN OTHER
                   ADD 1 TO WK-TOT-REJEITADOS
                   MOVE ZEROS TO WK-COD-DOSSIE
                   SET PEDIDO-REJEITADO TO TRUE
                   PERFORM 230-GRAVAR-LOG
           END-EVALUATE.
           PERFORM 301-LER-PEDLGPD.
      *
      *    UM DOSSIE PARA CADA CODIGO COM O DOCUMENTO PEDIDO
       210-LOCALIZAR-DOCUMENTO.
           MOVE ZEROS TO WK-QTDE-CODIGOS.
           PERFORM VARYING WK-IND-DOC FROM 1 BY 1
                   UNTIL WK-IND-DOC > WK-TOT-DOCUMENTOS
               IF DOC-TAB-DOCUMENTO(WK-IND-DOC) = FD-PED-DOCUMENTO
                   ADD 1 TO WK-QTDE-CODIGOS
                   MOVE DOC-TAB-CODIGO(WK-IND-DOC) TO WK-COD-DOSSIE
                   PERFORM 220-EMITIR-DOSSIE
               END-IF
           END-PERFORM.
           IF WK-QTDE-CODIGOS = ZEROS
               ADD 1 TO WK-TOT-NAO-LOCAL
               MOVE ZEROS TO WK-COD-DOSSIE
               SET PEDIDO-NAO-LOCALIZADO TO TRUE
               PERFORM 230-GRAVAR-LOG
           END-IF.
       220-EMITIR-DOSSIE.
           ADD 1 TO WK-TOT-DOSSIES.
           SET LK-REL-ABRIR TO TRUE.
           MOVE SPACES TO LK-REL-TITULO.
           STRING 'DOSSIE DE DADOS PESSOAIS (LGPD) - CLIENTE '
                  WK-COD-DOSSIE
                  DELIMITED BY SIZE INTO LK-REL-TITULO
           END-STRING.
           MOVE 55 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'PROTOCOLO ' FD-PED-PROTOCOLO
                  '  SOLICITANTE ' FD-PED-SOLICITANTE
                  '  PEDIDO EM ' FD-PED-DATA-PEDIDO
                  '  EMITIDO EM ' WK-DATA-EXEC
                  ' POR ' WK-PARM-OPERADOR
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           PERFORM 410-SECAO-CLIENTES.
           PERFORM 420-SECAO-CLIENTEN.
           PERFORM 430-SECAO-CLIDEMOG.
           PERFORM 440-SECAO-SEGMENTO.
           PERFORM 450-SECAO-CLNTHIST.
           PERFORM 460-SECAO-LANCAM.
           PERFORM 470-SECAO-ARCLAN.
           PERFORM 480-SECAO-SUSPENSO.
           PERFORM 510-SECAO-EMPREST.
           PERFORM 520-SECAO-CDBMAST.
           PERFORM 530-SECAO-DEBAUTO.
           PERFORM 540-SECAO-CAMPFILE.
           PERFORM 550-SECAO-AUDCLI.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-SAIDA.
           SET PEDIDO-EMITIDO TO TRUE.
           PERFORM 230-GRAVAR-LOG.
       230-GRAVAR-LOG.
           MOVE SPACES             TO REG-LOGLGPD.
           MOVE WK-SITUACAO-LOG    TO FD-LOG-SITUACAO.
           MOVE FD-PED-PROTOCOLO   TO FD-LOG-PROTOCOLO.
           MOVE WK-COD-DOSSIE      TO FD-LOG-CODIGO.
           MOVE FD-PED-DOCUMENTO   TO FD-LOG-DOCUMENTO.
           MOVE FD-PED-SOLICITANTE TO FD-LOG-SOLICITANTE.
           MOVE FD-PED-DATA-PEDIDO TO FD-LOG-DATA-PEDIDO.
           MOVE WK-DATA-EXEC       TO FD-LOG-DATA-EMISSAO.
           MOVE WK-HORA-EXEC       TO FD-LOG-HORA-EMISSAO.
           MOVE WK-PARM-OPERADOR   TO FD-LOG-OPERADOR.
           WRITE REG-LOGLGPD.
      ***************************************
       300-LER-PEDLGPD SECTION.
       301-LER-PEDLGPD.
           READ ARQ-PEDLGPD.
           EVALUATE WK-FS-PEDLGPD
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PEDLGPD
                           ' NO COMANDO READ PEDLGPD'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
      *    SECOES DO DOSSIE: CADA ARQUIVO E ABERTO, VARRIDO
      *    POR INTEIRO ATRAS DO CLIENTE CORRENTE E FECHADO;
      *    ARQUIVO AUSENTE NA RODADA FICA DECLARADO NO
      *    PROPRIO DOSSIE
       400-MONTAR-DOSSIE SECTION.
       410-SECAO-CLIENTES.
           MOVE 'CADASTRO DE CONTA (CLIENTES)' TO WK-TITULO-SECAO.
           PERFORM 490-ABRIR-SECAO.
           OPEN INPUT ARQ-CLIENTES.
           IF WK-FS-CLIENTES = '00'
               PERFORM 412-LER-CLIENTES
               PERFORM 411-LISTAR-CLIENTES
                   UNTIL WK-FS-CLIENTES = '10'
               CLOSE ARQ-CLIENTES
               PERFORM 495-FECHAR-SECAO
           ELSE
               PERFORM 496-SECAO-INDISPONIVEL
           END-IF.
       411-LISTAR-CLIENTES.
           IF FD-CLI-CODIGO = WK-COD-DOSSIE
               ADD 1 TO WK-QTDE-SECAO
               MOVE FD-CLI-SALDO      TO WK-EDIT-VALOR1
               MOVE FD-CLI-SALDO-POUP TO WK-EDIT-VALOR2
               MOVE FD-CLI-LIMITE     TO WK-EDIT-VALOR3
               MOVE SPACES TO LK-REL-DETALHE
               STRING 'NOME ' FD-CLI-NOME
                      ' SITUACAO ' FD-CLI-SITUACAO
                      ' EMPRESA ' FD-CLI-EMPRESA
                      ' SALDO CC ' WK-EDIT-VALOR1
                      ' POUPANCA ' WK-EDIT-VALOR2
                      ' LIMITE ' WK-EDIT-VALOR3
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           PERFORM 412-LER-CLIENTES.
       412-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
       420-SECAO-CLIENTEN.
           MOVE 'SALDOS ATUALIZADOS (CLIENTEN)' TO WK-TITULO-SECAO.
           PERFORM 490-ABRIR-SECAO.
           OPEN INPUT ARQ-CLIENTEN.
           IF WK-FS-CLIENTEN = '00'
               PERFORM 422-LER-CLIENTEN
               PERFORM 421-LISTAR-CLIENTEN
                   UNTIL WK-FS-CLIENTEN = '10'
               CLOSE ARQ-CLIENTEN
               PERFORM 495-FECHAR-SECAO
           ELSE
               PERFORM 496-SECAO-INDISPONIVEL
           END-IF.
       421-LISTAR-CLIENTEN.
           IF FD-CLN-CODIGO = WK-COD-DOSSIE
               ADD 1 TO WK-QTDE-SECAO
               MOVE FD-CLN-SALDO-CC   TO WK-EDIT-VALOR1
               MOVE FD-CLN-SALDO-POUP TO WK-EDIT-VALOR2
               MOVE FD-CLN-LIMITE     TO WK-EDIT-VALOR3
               MOVE SPACES TO LK-REL-DETALHE
               STRING 'NOME ' FD-CLN-NOME
                      ' DIAS NEG ' FD-CLN-DIAS-NEG
                      ' SALDO CC ' WK-EDIT-VALOR1
                      ' POUPANCA ' WK-EDIT-VALOR2
                      ' LIMITE ' WK-EDIT-VALOR3
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           PERFORM 422-LER-CLIENTEN.
       422-LER-CLIENTEN.
           READ ARQ-CLIENTEN
               AT END
                   MOVE '10' TO WK-FS-CLIENTEN
           END-READ.
       430-SECAO-CLIDEMOG.
           MOVE 'ENDERECO E DOCUMENTOS (CLIDEMOG)'
                TO WK-TITULO-SECAO.
           PERFORM 490-ABRIR-SECAO.
           OPEN INPUT ARQ-CLIDEMOG.
           IF WK-FS-CLIDEMOG = '00'
               PERFORM 112-LER-CLIDEMOG
               PERFORM 431-LISTAR-CLIDEMOG
                   UNTIL WK-FS-CLIDEMOG = '10'
               CLOSE ARQ-CLIDEMOG
               PERFORM 495-FECHAR-SECAO
           ELSE
               PERFORM 496-SECAO-INDISPONIVEL
           END-IF.
       431-LISTAR-CLIDEMOG.
           IF FD-DEM-CODIGO = WK-COD-DOSSIE
               ADD 1 TO WK-QTDE-SECAO
               MOVE SPACES TO LK-REL-DETALHE
               STRING 'ENDERECO ' FD-DEM-ENDERECO1
                      ' ' FD-DEM-ENDERECO2
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
               PERFORM 915-DETALHAR-LINHA
               MOVE SPACES TO LK-REL-DETALHE
               STRING 'CIDADE ' FD-DEM-CIDADE
                      ' UF ' FD-DEM-UF
                      ' CEP ' FD-DEM-CEP
                      ' FONE ' FD-DEM-FONE
                      ' DOCUMENTO ' FD-DEM-DOCUMENTO
                      ' CONFIRMADO EM ' FD-DEM-DATA-CONFIRMACAO
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           PERFORM 112-LER-CLIDEMOG.
       440-SECAO-SEGMENTO.
           MOVE 'SEGMENTO DE RELACIONAMENTO (SEGMENTO)'
                TO WK-TITULO-SECAO.
           PERFORM 490-ABRIR-SECAO.
           OPEN INPUT ARQ-SEGMENTO.
           IF WK-FS-SEGMENTO = '00'
               PERFORM 442-LER-SEGMENTO
               PERFORM 441-LISTAR-SEGMENTO
                   UNTIL WK-FS-SEGMENTO = '10'
               CLOSE ARQ-SEGMENTO
               PERFORM 495-FECHAR-SECAO
           ELSE
               PERFORM 496-SECAO-INDISPONIVEL
           END-IF.
       441-LISTAR-SEGMENTO.
           IF FD-SEG-CODIGO = WK-COD-DOSSIE
               ADD 1 TO WK-QTDE-SECAO
               MOVE SPACES TO LK-REL-DETALHE
               STRING 'SEGMENTO ' FD-SEG-SEGMENTO
                      ' (R=RISCO P=PREMIUM I=INATIVO N=NORMAL)'
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           PERFORM 442-LER-SEGMENTO.
       442-LER-SEGMENTO.
           READ ARQ-SEGMENTO
               AT END
                   MOVE '10' TO WK-FS-SEGMENTO
           END-READ.
       450-SECAO-CLNTHIST.
           MOVE 'HISTORICO DE SALDOS (CLNTHIST)' TO WK-TITULO-SECAO.
           PERFORM 490-ABRIR-SECAO.
           OPEN INPUT ARQ-CLNTHIST.
           IF WK-FS-CLNTHIST = '00'
               PERFORM 452-LER-CLNTHIST
               PERFORM 451-LISTAR-CLNTHIST
                   UNTIL WK-FS-CLNTHIST = '10'
               CLOSE ARQ-CLNTHIST
               PERFORM 495-FECHAR-SECAO
           ELSE
               PERFORM 496-SECAO-INDISPONIVEL
           END-IF.
       451-LISTAR-CLNTHIST.
           IF FD-CLH-CODIGO = WK-COD-DOSSIE
               ADD 1 TO WK-QTDE-SECAO
               MOVE FD-CLH-SALDO-CC   TO WK-EDIT-VALOR1
               MOVE FD-CLH-SALDO-POUP TO WK-EDIT-VALOR2
               MOVE SPACES TO LK-REL-DETALHE
               STRING 'DATA ' FD-CLH-DATA
                      ' NOME ' FD-CLH-NOME
                      ' SALDO CC ' WK-EDIT-VALOR1
                      ' POUPANCA ' WK-EDIT-VALOR2
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           PERFORM 452-LER-CLNTHIST.
       452-LER-CLNTHIST.
           READ ARQ-CLNTHIST
               AT END
                   MOVE '10' TO WK-FS-CLNTHIST
           END-READ.
       460-SECAO-LANCAM.
           MOVE 'LANCAMENTOS CORRENTES (LANCAM)' TO WK-TITULO-SECAO.
           PERFORM 490-ABRIR-SECAO.
           OPEN INPUT ARQ-LANCAM.
           IF WK-FS-LANCAM = '00'
               PERFORM 462-LER-LANCAM
               PERFORM 461-LISTAR-LANCAM
                   UNTIL WK-FS-LANCAM = '10'
               CLOSE ARQ-LANCAM
               PERFORM 495-FECHAR-SECAO
           ELSE
               PERFORM 496-SECAO-INDISPONIVEL
           END-IF.
       461-LISTAR-LANCAM.
           IF FD-LAN-CODIGO = WK-COD-DOSSIE
               ADD 1 TO WK-QTDE-SECAO
               MOVE FD-LAN-VALOR TO WK-EDIT-VALOR1
               MOVE SPACES TO LK-REL-DETALHE
               STRING 'DATA ' FD-LAN-DATA
                      ' NOTA ' FD-LAN-NOTA
                      ' TIPO ' FD-LAN-TIPO
                      ' CONTA ' FD-LAN-CONTA
                      ' VALOR ' WK-EDIT-VALOR1
                      ' AGENCIA ' FD-LAN-AGENCIA
                      ' CANAL ' FD-LAN-CANAL
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           PERFORM 462-LER-LANCAM.
       462-LER-LANCAM.
           READ ARQ-LANCAM
               AT END
                   MOVE '10' TO WK-FS-LANCAM
           END-READ.
       470-SECAO-ARCLAN.
           MOVE 'LANCAMENTOS ARQUIVADOS (ARCLAN)' TO WK-TITULO-SECAO.
           PERFORM 490-ABRIR-SECAO.
           OPEN INPUT ARQ-ARCLAN.
           IF WK-FS-ARCLAN = '00'
               PERFORM 472-LER-ARCLAN
               PERFORM 471-LISTAR-ARCLAN
                   UNTIL WK-FS-ARCLAN = '10'
               CLOSE ARQ-ARCLAN
               PERFORM 495-FECHAR-SECAO
           ELSE
               PERFORM 496-SECAO-INDISPONIVEL
           END-IF.
       471-LISTAR-ARCLAN.
           IF FD-ARC-CODIGO = WK-COD-DOSSIE
               ADD 1 TO WK-QTDE-SECAO
               MOVE FD-ARC-VALOR TO WK-EDIT-VALOR1
               MOVE SPACES TO LK-REL-DETALHE
               STRING 'DATA ' FD-ARC-DATA
                      ' NOTA ' FD-ARC-NOTA
                      ' TIPO ' FD-ARC-TIPO
                      ' CONTA ' FD-ARC-CONTA
                      ' VALOR ' WK-EDIT-VALOR1
                      ' AGENCIA ' FD-ARC-AGENCIA
                      ' CANAL ' FD-ARC-CANAL
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           PERFORM 472-LER-ARCLAN.
       472-LER-ARCLAN.
           READ ARQ-ARCLAN
               AT END
                   MOVE '10' TO WK-FS-ARCLAN
           END-READ.
       480-SECAO-SUSPENSO.
           MOVE 'LANCAMENTOS EM SUSPENSO (SUSPENSO)'
                TO WK-TITULO-SECAO.
           PERFORM 490-ABRIR-SECAO.
           OPEN INPUT ARQ-SUSPENSO.
           IF WK-FS-SUSPENSO = '00'
               PERFORM 482-LER-SUSPENSO
               PERFORM 481-LISTAR-SUSPENSO
                   UNTIL WK-FS-SUSPENSO = '10'
               CLOSE ARQ-SUSPENSO
               PERFORM 495-FECHAR-SECAO
           ELSE
               PERFORM 496-SECAO-INDISPONIVEL
           END-IF.
       481-LISTAR-SUSPENSO.
           MOVE FD-SUS-REGISTRO TO WK-LANCAM-SUSP.
           IF WK-LSP-CODIGO = WK-COD-DOSSIE
               ADD 1 TO WK-QTDE-SECAO
               MOVE WK-LSP-VALOR TO WK-EDIT-VALOR1
               MOVE SPACES TO LK-REL-DETALHE
               STRING 'DATA ' WK-LSP-DATA
                      ' NOTA ' WK-LSP-NOTA
                      ' TIPO ' WK-LSP-TIPO
                      ' CONTA ' WK-LSP-CONTA
                      ' VALOR ' WK-EDIT-VALOR1
                      ' MOTIVO ' FD-SUS-MOTIVO
                      ' NOITES ' FD-SUS-NOITES
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           PERFORM 482-LER-SUSPENSO.
       482-LER-SUSPENSO.
           READ ARQ-SUSPENSO
               AT END
                   MOVE '10' TO WK-FS-SUSPENSO
           END-READ.
      *
      *    TITULO DA SECAO; A CONTAGEM RECOMECA
       490-ABRIR-SECAO.
           MOVE ZEROS  TO WK-QTDE-SECAO.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 915-DETALHAR-LINHA.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING '*** ' WK-TITULO-SECAO
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
       495-FECHAR-SECAO.
           IF WK-QTDE-SECAO = ZEROS
               MOVE 'NENHUM REGISTRO DO CLIENTE NESTE ARQUIVO'
                    TO LK-REL-DETALHE
               PERFORM 915-DETALHAR-LINHA
           END-IF.
       496-SECAO-INDISPONIVEL.
           MOVE 'ARQUIVO NAO DISPONIVEL NESTA RODADA'
                TO LK-REL-DETALHE.
           PERFORM 915-DETALHAR-LINHA.
      ***************************************
       500-MONTAR-PRODUTOS SECTION.
       510-SECAO-EMPREST.
           MOVE 'EMPRESTIMOS (EMPREST)' TO WK-TITULO-SECAO.
           PERFORM 490-ABRIR-SECAO.
           OPEN INPUT ARQ-EMPREST.
           IF WK-FS-EMPREST = '00'
               PERFORM 512-LER-EMPREST
               PERFORM 511-LISTAR-EMPREST
                   UNTIL WK-FS-EMPREST = '10'
               CLOSE ARQ-EMPREST
               PERFORM 495-FECHAR-SECAO
           ELSE
               PERFORM 496-SECAO-INDISPONIVEL
           END-IF.
       511-LISTAR-EMPREST.
           IF FD-EMP-CODIGO = WK-COD-DOSSIE
               ADD 1 TO WK-QTDE-SECAO
               MOVE FD-EMP-PRINCIPAL   TO WK-EDIT-VALOR1
               MOVE FD-EMP-PRESTACAO   TO WK-EDIT-VALOR2
               MOVE FD-EMP-TAXA-MENSAL TO WK-EDIT-TAXA
               MOVE SPACES TO LK-REL-DETALHE
               STRING 'CONTRATO ' FD-EMP-CONTRATO
                      ' DE ' FD-EMP-DATA-CONTRATO
                      ' PRINCIPAL ' WK-EDIT-VALOR1
                      ' TAXA ' WK-EDIT-TAXA
                      ' PRAZO ' FD-EMP-PRAZO
                      ' FATURADAS ' FD-EMP-PARCELAS-FATUR
                      ' PRESTACAO ' WK-EDIT-VALOR2
                      ' SITUACAO ' FD-EMP-SITUACAO
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           PERFORM 512-LER-EMPREST.
       512-LER-EMPREST.
           READ ARQ-EMPREST
               AT END
                   MOVE '10' TO WK-FS-EMPREST
           END-READ.
       520-SECAO-CDBMAST.
           MOVE 'TITULOS CDB (CDBMAST)' TO WK-TITULO-SECAO.
           PERFORM 490-ABRIR-SECAO.
           OPEN INPUT ARQ-CDBMAST.
           IF WK-FS-CDBMAST = '00'
               PERFORM 522-LER-CDBMAST
               PERFORM 521-LISTAR-CDBMAST
                   UNTIL WK-FS-CDBMAST = '10'
               CLOSE ARQ-CDBMAST
               PERFORM 495-FECHAR-SECAO
           ELSE
               PERFORM 496-SECAO-INDISPONIVEL
           END-IF.
       521-LISTAR-CDBMAST.
           IF FD-CDB-CODIGO = WK-COD-DOSSIE
               ADD 1 TO WK-QTDE-SECAO
               MOVE FD-CDB-VALOR-APLICADO TO WK-EDIT-VALOR1
               MOVE FD-CDB-SALDO-ATUAL    TO WK-EDIT-VALOR2
               MOVE FD-CDB-TAXA-MENSAL    TO WK-EDIT-TAXA
               MOVE SPACES TO LK-REL-DETALHE
               STRING 'TITULO ' FD-CDB-TITULO
                      ' APLICADO ' WK-EDIT-VALOR1
                      ' EM ' FD-CDB-DATA-APLICACAO
                      ' VENCTO ' FD-CDB-DATA-VENCTO
                      ' TAXA ' WK-EDIT-TAXA
                      ' SALDO ' WK-EDIT-VALOR2
                      ' SITUACAO ' FD-CDB-SITUACAO
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           PERFORM 522-LER-CDBMAST.
       522-LER-CDBMAST.
           READ ARQ-CDBMAST
               AT END
                   MOVE '10' TO WK-FS-CDBMAST
           END-READ.
       530-SECAO-DEBAUTO.
           MOVE 'DEBITOS AUTOMATICOS (DEBAUTO)' TO WK-TITULO-SECAO.
           PERFORM 490-ABRIR-SECAO.
           OPEN INPUT ARQ-DEBAUTO.
           IF WK-FS-DEBAUTO = '00'
               PERFORM 532-LER-DEBAUTO
               PERFORM 531-LISTAR-DEBAUTO
                   UNTIL WK-FS-DEBAUTO = '10'
               CLOSE ARQ-DEBAUTO
               PERFORM 495-FECHAR-SECAO
           ELSE
               PERFORM 496-SECAO-INDISPONIVEL
           END-IF.
       531-LISTAR-DEBAUTO.
           IF FD-DBA-CODIGO = WK-COD-DOSSIE
               ADD 1 TO WK-QTDE-SECAO
               MOVE FD-DBA-VALOR TO WK-EDIT-VALOR1
               MOVE SPACES TO LK-REL-DETALHE
               STRING 'CONTRATO ' FD-DBA-CONTRATO
                      ' VALOR ' WK-EDIT-VALOR1
                      ' DIA ' FD-DBA-DIA
                      ' CONTA ' FD-DBA-CONTA
                      ' SITUACAO ' FD-DBA-SITUACAO
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           PERFORM 532-LER-DEBAUTO.
       532-LER-DEBAUTO.
           READ ARQ-DEBAUTO
               AT END
                   MOVE '10' TO WK-FS-DEBAUTO
           END-READ.
       540-SECAO-CAMPFILE.
           MOVE 'CAMPANHAS (CAMPFILE)' TO WK-TITULO-SECAO.
           PERFORM 490-ABRIR-SECAO.
           OPEN INPUT ARQ-CAMPFILE.
           IF WK-FS-CAMPFILE = '00'
               PERFORM 542-LER-CAMPFILE
               PERFORM 541-LISTAR-CAMPFILE
                   UNTIL WK-FS-CAMPFILE = '10'
               CLOSE ARQ-CAMPFILE
               PERFORM 495-FECHAR-SECAO
           ELSE
               PERFORM 496-SECAO-INDISPONIVEL
           END-IF.
       541-LISTAR-CAMPFILE.
           IF FD-CMP-CODIGO = WK-COD-DOSSIE
               ADD 1 TO WK-QTDE-SECAO
               MOVE FD-CMP-SALDO-CC TO WK-EDIT-VALOR1
               MOVE SPACES TO LK-REL-DETALHE
               STRING 'CAMPANHA ' FD-CMP-CAMPANHA
                      ' SELECIONADO EM ' FD-CMP-DATA-SELECAO
                      ' SEGMENTO ' FD-CMP-SEGMENTO
                      ' SALDO CC NA SELECAO ' WK-EDIT-VALOR1
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           PERFORM 542-LER-CAMPFILE.
       542-LER-CAMPFILE.
           READ ARQ-CAMPFILE
               AT END
                   MOVE '10' TO WK-FS-CAMPFILE
           END-READ.
       550-SECAO-AUDCLI.
           MOVE 'HISTORICO DE MANUTENCAO DO CADASTRO (AUDCLI)'
                TO WK-TITULO-SECAO.
           PERFORM 490-ABRIR-SECAO.
           OPEN INPUT ARQ-AUDCLI.
           IF WK-FS-AUDCLI = '00'
               PERFORM 552-LER-AUDCLI
               PERFORM 551-LISTAR-AUDCLI
                   UNTIL WK-FS-AUDCLI = '10'
               CLOSE ARQ-AUDCLI
               PERFORM 495-FECHAR-SECAO
           ELSE
               PERFORM 496-SECAO-INDISPONIVEL
           END-IF.
       551-LISTAR-AUDCLI.
           IF FD-AUC-CODIGO = WK-COD-DOSSIE
               ADD 1 TO WK-QTDE-SECAO
               MOVE SPACES TO LK-REL-DETALHE
               STRING 'DATA ' FD-AUC-DATA
                      ' HORA ' FD-AUC-HORA
                      ' FUNCAO ' FD-AUC-FUNCAO
                      ' NOME ' FD-AUC-NOME-ANTES
                      ' -> ' FD-AUC-NOME-DEPOIS
                      ' SIT ' FD-AUC-SIT-ANTES
                      ' -> ' FD-AUC-SIT-DEPOIS
                      ' OPER ' FD-AUC-OPERADOR
                      ' APROV ' FD-AUC-APROVADOR
                      DELIMITED BY SIZE INTO LK-REL-DETALHE
               END-STRING
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           PERFORM 552-LER-AUDCLI.
       552-LER-AUDCLI.
           READ ARQ-AUDCLI
               AT END
                   MOVE '10' TO WK-FS-AUDCLI
           END-READ.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'PEDIDOS LIDOS              = ' WK-REGS-LIDOS.
           DISPLAY 'DOSSIES EMITIDOS           = ' WK-TOT-DOSSIES.
           DISPLAY 'DOCUMENTOS NAO LOCALIZADOS = ' WK-TOT-NAO-LOCAL.
           DISPLAY 'PEDIDOS REJEITADOS         = ' WK-TOT-REJEITADOS.
           IF WK-TOT-NAO-LOCAL > ZEROS
            OR WK-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-PEDLGPD.
           CLOSE ARQ-DOSSIE.
           CLOSE ARQ-LOGLGPD.
      ***************************************
       915-DETALHAR-LINHA.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-SAIDA.
       916-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-DOSSIE
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO135'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
