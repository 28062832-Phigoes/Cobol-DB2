       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO165.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    ENCERRAMENTO DE CONTA COM LIQUIDACAO FINAL:  *
      *    CADA PEDIDO CAPTADO NA AGENCIA (PEDENC) E    *
      *    CONFERIDO CONTRA OS PRODUTOS LIGADOS A CONTA *
      *    - CONTRATOS ATIVOS NO EMPREST, TITULOS       *
      *    ATIVOS NO CDBMAST, PENHORAS, TED PENDENTES   *
      *    DE CONFIRMACAO (PENDCONF) E CHEQUE ESPECIAL  *
      *    EM USO - ALEM DA SITUACAO DO CLIENTE E DAS   *
      *    ASSINATURAS DE CONTA CONJUNTA (VINCCTA). O   *
      *    PEDIDO BARRADO SAI NO RELATORIO RELENC COM   *
      *    TODOS OS MOTIVOS. O PEDIDO LIVRE E LIQUIDADO *
      *    NA HORA: JUROS DE POUPANCA E TARIFA DE       *
      *    MANUTENCAO PROPORCIONAIS DESDE A ULTIMA      *
      *    POSTAGEM DO ALUNO28 (FAIXA 900000+, MESMO    *
      *    NOTACTL), DEBITO DO SALDO RESTANTE DAS DUAS  *
      *    CONTAS (FAIXA 675000-679999) E ORDEM DE      *
      *    PAGAMENTO PARA A TESOURARIA (PAGENC: CHEQUE  *
      *    ADMINISTRATIVO OU TRANSFERENCIA). AS ORDENS  *
      *    DE DEBITO AUTOMATICO DA CONTA SAO INATIVADAS *
      *    NA COPIA NOVA DO DEBAUTO E AS CHAVES PIX     *
      *    ATIVAS GANHAM MOVIMENTO DE EXCLUSAO PARA O   *
      *    ALUNO152. A CONTA LIQUIDADA FICA NO ARQUIVO  *
      *    DE PENDENTES (ENCPEND) ATE O BALANCE LINE    *
      *    ZERAR OS SALDOS; SO ENTAO SAI O MOVIMENTO DE *
      *    ENCERRAMENTO PARA O ALUNO27 (MOVCLI E COM A  *
      *    MARCA DE LIQUIDACAO) E A CARTA DE            *
      *    ENCERRAMENTO AO CLIENTE (ALUNO48, ENDERECO   *
      *    DO CLIDEMOG). RC 4 QUANDO HA PEDIDO BARRADO  *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDENC   ASSIGN TO PEDENC
               FILE STATUS IS WK-FS-PEDENC.
           SELECT ARQ-ENCPEND  ASSIGN TO ENCPEND
               FILE STATUS IS WK-FS-ENCPEND.
           SELECT ARQ-ENCPNOV  ASSIGN TO ENCPNOV
               FILE STATUS IS WK-FS-ENCPNOV.
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-VINCCTA  ASSIGN TO VINCCTA
               FILE STATUS IS WK-FS-VINCCTA.
           SELECT ARQ-EMPREST  ASSIGN TO EMPREST
               FILE STATUS IS WK-FS-EMPREST.
           SELECT ARQ-CDBMAST  ASSIGN TO CDBMAST
               FILE STATUS IS WK-FS-CDBMAST.
           SELECT ARQ-PENHORA  ASSIGN TO PENHORA
               FILE STATUS IS WK-FS-PENHORA.
           SELECT ARQ-PENDCONF ASSIGN TO PENDCONF
               FILE STATUS IS WK-FS-PENDCONF.
           SELECT ARQ-TAXAS    ASSIGN TO TAXAS
               FILE STATUS IS WK-FS-TAXAS.
           SELECT ARQ-NOTACTL  ASSIGN TO NOTACTL
               FILE STATUS IS WK-FS-NOTACTL.
           SELECT ARQ-NOTAENC  ASSIGN TO NOTAENC
               FILE STATUS IS WK-FS-NOTAENC.
           SELECT ARQ-DEBAUTO  ASSIGN TO DEBAUTO
               FILE STATUS IS WK-FS-DEBAUTO.
           SELECT ARQ-DEBNOVO  ASSIGN TO DEBNOVO
               FILE STATUS IS WK-FS-DEBNOVO.
           SELECT ARQ-CHAVEPIX ASSIGN TO CHAVEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-CHP-CHAVE
               FILE STATUS IS WK-FS-CHAVEPIX.
           SELECT ARQ-MOVCHAVE ASSIGN TO MOVCHAVE
               FILE STATUS IS WK-FS-MOVCHAVE.
           SELECT ARQ-LANCENC  ASSIGN TO LANCENC
               FILE STATUS IS WK-FS-LANCENC.
           SELECT ARQ-PAGENC   ASSIGN TO PAGENC
               FILE STATUS IS WK-FS-PAGENC.
           SELECT ARQ-MOVENC   ASSIGN TO MOVENC
               FILE STATUS IS WK-FS-MOVENC.
           SELECT ARQ-CARTENC  ASSIGN TO CARTENC
               FILE STATUS IS WK-FS-CARTENC.
           SELECT ARQ-RELENC   ASSIGN TO RELENC
               FILE STATUS IS WK-FS-RELENC.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-PEDENC
            RECORDING MODE IS F.
           COPY PEDENC.
      *
      *    CONTA LIQUIDADA AGUARDANDO O BALANCE LINE ZERAR OS
      *    SALDOS, COM OS VALORES DA LIQUIDACAO PARA A CARTA
       FD   ARQ-ENCPEND
            RECORDING MODE IS F.
       01  REG-ENCPEND.
           05 FD-ENP-CODIGO         PIC 9(5).
           05 FD-ENP-DATA-LIQUID    PIC 9(8).
           05 FD-ENP-FORMA          PIC X(01).
           05 FD-ENP-BANCO-DEST     PIC 9(3).
           05 FD-ENP-AGENCIA-DEST   PIC 9(4).
           05 FD-ENP-CONTA-DEST     PIC X(10).
           05 FD-ENP-JUROS          PIC 9(6)V99.
           05 FD-ENP-TARIFA         PIC 9(6)V99.
           05 FD-ENP-VALOR-PAGO     PIC 9(7)V99.
           05 FD-ENP-ASSINATURAS    PIC 99.
           05 FD-ENP-OPERADOR       PIC X(08).
           05 FILLER                PIC X(14).
       FD   ARQ-ENCPNOV
            RECORDING MODE IS F.
       01  REG-ENCPNOV              PIC X(80).
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
       FD   ARQ-VINCCTA
            RECORDING MODE IS F.
           COPY VINCCTA.
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-CDBMAST
            RECORDING MODE IS F.
           COPY CDBMAST.
       FD   ARQ-PENHORA
            RECORDING MODE IS F.
       01  REG-PENHORA.
           05 FD-PEN-CODIGO         PIC 9(5).
           05 FD-PEN-PROCESSO       PIC X(15).
           05 FD-PEN-VALOR          PIC 9(7)V99.
           05 FD-PEN-DATA-INICIO    PIC 9(8).
           05 FILLER                PIC X(43).
       FD   ARQ-PENDCONF
            RECORDING MODE IS F.
       01  REG-PENDCONF.
           05 FD-PCF-CODIGO         PIC 9(5).
           05 FD-PCF-NOTA           PIC 9(6).
           05 FD-PCF-VALOR          PIC 9(6)V99.
           05 FD-PCF-BANCO-DEST     PIC 9(3).
           05 FD-PCF-AGENCIA-DEST   PIC 9(4).
           05 FD-PCF-CONTA-DEST     PIC X(10).
           05 FD-PCF-DATA-ENVIO     PIC 9(8).
           05 FD-PCF-EMPRESA        PIC 99.
           05 FILLER                PIC X(34).
       FD   ARQ-TAXAS
            RECORDING MODE IS F.
       01  REG-TAXAS.
           05 FD-TAX-DATA-VIGENCIA  PIC 9(8).
           05 FD-TAX-JUROS-POUP     PIC 9(2)V9(4).
           05 FD-TAX-TARIFA-CC      PIC 9(4)V99.
           05 FD-TAX-PISO-ISENCAO   PIC 9(6)V99.
           05 FILLER                PIC X(52).
       FD   ARQ-NOTACTL
            RECORDING MODE IS F.
       01  REG-NOTACTL.
           05 FD-NTC-ULTIMA-NOTA    PIC 9(6).
           05 FD-NTC-DATA-POSTAGEM  PIC 9(8).
           05 FILLER                PIC X(06).
       FD   ARQ-NOTAENC
            RECORDING MODE IS F.
       01  REG-NOTAENC.
           05 FD-NTE-ULTIMA-NOTA    PIC 9(6).
           05 FILLER                PIC X(14).
       FD   ARQ-DEBAUTO
            RECORDING MODE IS F.
           COPY DEBAUTO.
       FD   ARQ-DEBNOVO
            RECORDING MODE IS F.
       01  REG-DEBNOVO              PIC X(78).
       FD   ARQ-CHAVEPIX.
           COPY CHAVEPIX.
       FD   ARQ-MOVCHAVE
            RECORDING MODE IS F.
           COPY MOVCHAVE.
       FD   ARQ-LANCENC
            RECORDING MODE IS F.
           COPY LANCAM.
      *
      *    ORDEM DE PAGAMENTO DO SALDO FINAL PARA A TESOURARIA
      *    (FORMA C = CHEQUE ADMINISTRATIVO, T = TRANSFERENCIA)
       FD   ARQ-PAGENC
            RECORDING MODE IS F.
       01  REG-PAGENC.
           05 FD-PAG-CODIGO         PIC 9(5).
           05 FD-PAG-NOME           PIC X(25).
           05 FD-PAG-FORMA          PIC X(01).
           05 FD-PAG-VALOR          PIC 9(7)V99.
           05 FD-PAG-BANCO-DEST     PIC 9(3).
           05 FD-PAG-AGENCIA-DEST   PIC 9(4).
           05 FD-PAG-CONTA-DEST     PIC X(10).
           05 FD-PAG-DATA           PIC 9(8).
           05 FD-PAG-EMPRESA        PIC 99.
           05 FILLER                PIC X(13).
       FD   ARQ-MOVENC
            RECORDING MODE IS F.
           COPY MOVCLI.
       FD   ARQ-CARTENC
            RECORDING MODE IS F.
       01  REG-CARTENC              PIC X(133).
       FD   ARQ-RELENC
            RECORDING MODE IS F.
       01  REG-RELENC               PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-PEDENC      PIC XX             VALUE SPACES.
       77  WK-FS-ENCPEND     PIC XX             VALUE SPACES.
       77  WK-FS-ENCPNOV     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-VINCCTA     PIC XX             VALUE SPACES.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-CDBMAST     PIC XX             VALUE SPACES.
       77  WK-FS-PENHORA     PIC XX             VALUE SPACES.
       77  WK-FS-PENDCONF    PIC XX             VALUE SPACES.
       77  WK-FS-TAXAS       PIC XX             VALUE SPACES.
       77  WK-FS-NOTACTL     PIC XX             VALUE SPACES.
       77  WK-FS-NOTAENC     PIC XX             VALUE SPACES.
       77  WK-FS-DEBAUTO     PIC XX             VALUE SPACES.
       77  WK-FS-DEBNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-CHAVEPIX    PIC XX             VALUE SPACES.
       77  WK-FS-MOVCHAVE    PIC XX             VALUE SPACES.
       77  WK-FS-LANCENC     PIC XX             VALUE SPACES.
       77  WK-FS-PAGENC      PIC XX             VALUE SPACES.
       77  WK-FS-MOVENC      PIC XX             VALUE SPACES.
       77  WK-FS-CARTENC     PIC XX             VALUE SPACES.
       77  WK-FS-RELENC      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-LIQUIDADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-BLOQUEADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ENCERRADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-AGUARDANDO PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-BAIXADOS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-CARTAS     PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-DEB-INATIVOS PIC 9(05)        VALUE ZEROS.
       77  WK-TOT-CHAVES     PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-JUROS      PIC 9(8)V99        VALUE ZEROS.
       77  WK-TOT-TARIFA     PIC 9(8)V99        VALUE ZEROS.
       77  WK-TOT-PAGO       PIC 9(9)V99        VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-CARTA     PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-CARTA-R REDEFINES WK-DATA-CARTA.
           05 WK-CRT-ANO           PIC 9(4).
           05 WK-CRT-MES           PIC 99.
           05 WK-CRT-DIA           PIC 99.
      *
      *    VIGENCIA DAS TAXAS (MESMA REGRA DO ALUNO28): MAIOR
      *    DATA DE VIGENCIA QUE NAO ULTRAPASSA A RODADA
       77  WK-VIG-DATA       PIC 9(8)           VALUE ZEROS.
       77  WK-VIG-JUROS      PIC 9(2)V9(4)      VALUE ZEROS.
       77  WK-VIG-TARIFA     PIC 9(4)V99        VALUE ZEROS.
       77  WK-ACHOU-VIGENCIA PIC X(01)          VALUE 'N'.
           88 VIGENCIA-ACHADA                   VALUE 'S'.
           88 VIGENCIA-NAO-ACHADA               VALUE 'N'.
      *
      *    PERIODO DA LIQUIDACAO: DA ULTIMA POSTAGEM MENSAL
      *    (NOTACTL DO ALUNO28, QUE NAO E ALTERADA AQUI) ATE A
      *    RODADA, NA CONVENCAO DO PARAMETRO ALUNO28/CONVENCAO.
      *    A TARIFA E PROPORCIONAL AOS DIAS DO PERIODO, NO
      *    MAXIMO UM MES
       77  WK-DATA-POSTAGEM  PIC 9(8)           VALUE ZEROS.
       77  WK-DATA-INICIO-JUROS PIC 9(8)        VALUE ZEROS.
       77  WK-CONVENCAO      PIC X(01)          VALUE 'T'.
       77  WK-FATOR-JUROS    PIC 9(3)V9(9)      VALUE ZEROS.
       77  WK-DIAS-PERIODO   PIC 9(3)           VALUE ZEROS.
      *
      *    FAIXAS DE NOTAS: 900000+ DOS JUROS E TARIFAS (MESMO
      *    NOTACTL DO ALUNO28 E DO ALUNO157) E 675000-679999
      *    DO PAGAMENTO DO SALDO FINAL (NOTAENC PROPRIO)
       77  WK-PROXIMA-NOTA   PIC 9(6)           VALUE 900000.
       77  WK-PROXIMA-NOTA-ENC PIC 9(6)         VALUE 675000.
      *
      *    VALORES DA LIQUIDACAO DO PEDIDO CORRENTE
       77  WK-VALOR-JUROS    PIC 9(6)V99        VALUE ZEROS.
       77  WK-TARIFA-PERIODO PIC 9(6)V99        VALUE ZEROS.
       77  WK-VALOR-TARIFA   PIC 9(6)V99        VALUE ZEROS.
       77  WK-TARIFA-CC      PIC 9(6)V99        VALUE ZEROS.
       77  WK-TARIFA-POUP    PIC 9(6)V99        VALUE ZEROS.
       77  WK-PAGO-CC        PIC 9(6)V99        VALUE ZEROS.
       77  WK-PAGO-POUP      PIC 9(6)V99        VALUE ZEROS.
       77  WK-VALOR-PAGO     PIC 9(7)V99        VALUE ZEROS.
       77  WK-DISPONIVEL     PIC S9(7)V99       VALUE ZEROS.
       77  WK-NOTA-PAGTO     PIC 9(6)           VALUE ZEROS.
       77  WK-VALOR-EDIT     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    LANCAMENTO A GRAVAR: FAIXA J = JUROS/TARIFA (900000+)
      *    E FAIXA E = PAGAMENTO DO SALDO (675000-679999)
       77  WK-LAN-TIPO       PIC X(01)          VALUE SPACE.
       77  WK-LAN-CONTA      PIC X(01)          VALUE SPACE.
       77  WK-LAN-VALOR      PIC 9(6)V99        VALUE ZEROS.
       77  WK-LAN-FAIXA      PIC X(01)          VALUE SPACE.
           88 LAN-FAIXA-JUROS                   VALUE 'J'.
           88 LAN-FAIXA-ENCERRAMENTO            VALUE 'E'.
      *
      *    PEDIDOS DE ENCERRAMENTO DA RODADA, COM A IMAGEM DO
      *    CLIENTEN E AS CONTAGENS DOS PRODUTOS LIGADOS
       01  TABELA-PEDIDOS.
           05 PED-ENTRADA            OCCURS 5000 TIMES.
              10 PED-TAB-CODIGO      PIC 9(5).
              10 PED-TAB-FORMA       PIC X(01).
              10 PED-TAB-BANCO       PIC 9(3).
              10 PED-TAB-AGENCIA     PIC 9(4).
              10 PED-TAB-CONTA       PIC X(10).
              10 PED-TAB-ASSINATURAS PIC 99.
              10 PED-TAB-OPERADOR    PIC X(08).
              10 PED-TAB-DUPLICADO   PIC X(01).
              10 PED-TAB-ACHADO      PIC X(01).
              10 PED-TAB-NOME        PIC X(25).
              10 PED-TAB-SALDO-CC    PIC S9(5)V99.
              10 PED-TAB-SALDO-POUP  PIC S9(5)V99.
              10 PED-TAB-SITUACAO    PIC X(01).
              10 PED-TAB-EMPRESA     PIC 99.
              10 PED-TAB-EMPRESTIMOS PIC 9(3).
              10 PED-TAB-CDBS        PIC 9(3).
              10 PED-TAB-PENHORAS    PIC 9(3).
              10 PED-TAB-TEDS        PIC 9(3).
              10 PED-TAB-COTITULARES PIC 9(3).
              10 PED-TAB-RESULTADO   PIC X(01).
                 88 PED-LIQUIDADO              VALUE 'L'.
                 88 PED-BARRADO                VALUE 'B'.
       77  WK-TOT-PEDIDOS    PIC 9(05)          VALUE ZEROS.
       77  WK-IND-PED        PIC 9(05)          VALUE ZEROS.
       77  WK-IND-PSQ        PIC 9(05)          VALUE ZEROS.
      *
      *    CONTAS LIQUIDADAS EM RODADAS ANTERIORES AGUARDANDO
      *    SALDO ZERO, COM A IMAGEM DO CLIENTEN
       01  TABELA-PENDENTES.
           05 ENP-ENTRADA            OCCURS 5000 TIMES.
              10 ENP-TAB-CODIGO      PIC 9(5).
              10 ENP-TAB-DATA-LIQUID PIC 9(8).
              10 ENP-TAB-FORMA       PIC X(01).
              10 ENP-TAB-BANCO       PIC 9(3).
              10 ENP-TAB-AGENCIA     PIC 9(4).
              10 ENP-TAB-CONTA       PIC X(10).
              10 ENP-TAB-JUROS       PIC 9(6)V99.
              10 ENP-TAB-TARIFA      PIC 9(6)V99.
              10 ENP-TAB-VALOR-PAGO  PIC 9(7)V99.
              10 ENP-TAB-ASSINATURAS PIC 99.
              10 ENP-TAB-OPERADOR    PIC X(08).
              10 ENP-TAB-ACHADO      PIC X(01).
              10 ENP-TAB-NOME        PIC X(25).
              10 ENP-TAB-SALDO-CC    PIC S9(5)V99.
              10 ENP-TAB-SALDO-POUP  PIC S9(5)V99.
              10 ENP-TAB-SITUACAO    PIC X(01).
              10 ENP-TAB-EMPRESA     PIC 99.
       77  WK-TOT-PENDENTES  PIC 9(05)          VALUE ZEROS.
       77  WK-IND-ENP        PIC 9(05)          VALUE ZEROS.
       77  WK-IND-EPQ        PIC 9(05)          VALUE ZEROS.
      *
      *    ENDERECOS DO CLIDEMOG PARA AS CARTAS
       01  TABELA-CADASTROS.
           05 END-ENTRADA            OCCURS 5000 TIMES.
              10 END-TAB-CODIGO      PIC 9(5).
              10 END-TAB-ENDERECO1   PIC X(30).
              10 END-TAB-ENDERECO2   PIC X(30).
              10 END-TAB-CIDADE      PIC X(20).
              10 END-TAB-UF          PIC X(02).
              10 END-TAB-CEP         PIC 9(8).
       77  WK-TOT-ENDERECOS  PIC 9(05)          VALUE ZEROS.
       77  WK-IND-END        PIC 9(05)          VALUE ZEROS.
      *
       77  WK-COD-PROCURA    PIC 9(5)           VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
       77  WK-BLOQUEADO      PIC X              VALUE 'N'.
           88 PEDIDO-BLOQUEADO                  VALUE 'S'.
           88 PEDIDO-LIVRE                      VALUE 'N'.
      *
      *    REGISTRO DO ARQUIVO NOVO DE PENDENTES
       01  WK-REG-PENDENTE.
           05 WK-PND-CODIGO        PIC 9(5).
           05 WK-PND-DATA-LIQUID   PIC 9(8).
           05 WK-PND-FORMA         PIC X(01).
           05 WK-PND-BANCO-DEST    PIC 9(3).
           05 WK-PND-AGENCIA-DEST  PIC 9(4).
           05 WK-PND-CONTA-DEST    PIC X(10).
           05 WK-PND-JUROS         PIC 9(6)V99.
           05 WK-PND-TARIFA        PIC 9(6)V99.
           05 WK-PND-VALOR-PAGO    PIC 9(7)V99.
           05 WK-PND-ASSINATURAS   PIC 99.
           05 WK-PND-OPERADOR      PIC X(08).
           05 FILLER               PIC X(14)     VALUE SPACES.
      *
       01  WK-LINHA-CONTROLE.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
           05 WK-LC-CODIGO         PIC 9(5).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-NOME           PIC X(25).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-SITUACAO       PIC X(40).
      *
      *    PAGINACAO E CABECALHOS DAS CARTAS PELO SERVICO
      *    PADRAO DE RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
           COPY DIACONT.
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-TRATAR-PENDENTE
               VARYING WK-IND-ENP FROM 1 BY 1
               UNTIL WK-IND-ENP > WK-TOT-PENDENTES.
           PERFORM 220-TRATAR-PEDIDO
               VARYING WK-IND-PED FROM 1 BY 1
               UNTIL WK-IND-PED > WK-TOT-PEDIDOS.
           PERFORM 401-INATIVAR-DEBITOS.
           PERFORM 411-EXCLUIR-CHAVES.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT ARQ-PEDENC.
           EVALUATE WK-FS-PEDENC
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO PEDENC NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PEDENC
                           ' NO COMANDO OPEN PEDENC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 112-LER-PEDENC.
           PERFORM 111-ACUMULAR-PEDIDO UNTIL WK-FS-PEDENC = '10'.
           CLOSE ARQ-PEDENC.
           PERFORM 115-CARREGAR-PENDENTES.
           PERFORM 120-CARREGAR-CADASTROS.
           PERFORM 125-CARREGAR-COTITULARES.
           PERFORM 130-CARREGAR-VIGENCIA.
           IF VIGENCIA-NAO-ACHADA
               DISPLAY 'NENHUMA VIGENCIA DE TAXAS VALIDA PARA '
                       WK-DATA-EXEC ' - ENCERRAMENTOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 135-LER-ULTIMAS-NOTAS.
           PERFORM 140-DEFINIR-PERIODO.
           PERFORM 150-CONTAR-EMPRESTIMOS.
           PERFORM 155-CONTAR-CDBS.
           PERFORM 160-CONTAR-PENHORAS.
           PERFORM 165-CONTAR-TEDS.
           PERFORM 170-CARREGAR-SALDOS.
           PERFORM 180-ABRIR-SAIDAS.
       111-ACUMULAR-PEDIDO.
           ADD 1 TO WK-REGS-LIDOS.
           IF WK-TOT-PEDIDOS >= 5000
               DISPLAY 'TABELA DE PEDIDOS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - ENCERRAMENTOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FD-PNC-CODIGO TO WK-COD-PROCURA.
           PERFORM 510-PROCURAR-PEDIDO.
           ADD 1 TO WK-TOT-PEDIDOS.
           MOVE WK-TOT-PEDIDOS TO WK-IND-PED.
           INITIALIZE PED-ENTRADA(WK-IND-PED).
           MOVE FD-PNC-CODIGO     TO PED-TAB-CODIGO(WK-IND-PED).
           MOVE FD-PNC-FORMA      TO PED-TAB-FORMA(WK-IND-PED).
           IF FD-PNC-BANCO-DEST NUMERIC
               MOVE FD-PNC-BANCO-DEST TO PED-TAB-BANCO(WK-IND-PED)
           END-IF.
           IF FD-PNC-AGENCIA-DEST NUMERIC
               MOVE FD-PNC-AGENCIA-DEST
                    TO PED-TAB-AGENCIA(WK-IND-PED)
           END-IF.
           MOVE FD-PNC-CONTA-DEST TO PED-TAB-CONTA(WK-IND-PED).
           IF FD-PNC-ASSINATURAS NUMERIC
               MOVE FD-PNC-ASSINATURAS
                    TO PED-TAB-ASSINATURAS(WK-IND-PED)
           END-IF.
           MOVE FD-PNC-OPERADOR   TO PED-TAB-OPERADOR(WK-IND-PED).
           MOVE 'N'               TO PED-TAB-ACHADO(WK-IND-PED).
           IF ITEM-ACHADO
               MOVE 'S' TO PED-TAB-DUPLICADO(WK-IND-PED)
           ELSE
               MOVE 'N' TO PED-TAB-DUPLICADO(WK-IND-PED)
           END-IF.
           PERFORM 112-LER-PEDENC.
       112-LER-PEDENC.
           READ ARQ-PEDENC
               AT END
                   MOVE '10' TO WK-FS-PEDENC
           END-READ.
      *
      *    GERACAO CORRENTE DOS PENDENTES (NA IMPLANTACAO A
      *    OPERACAO CATALOGA UMA GERACAO VAZIA)
       115-CARREGAR-PENDENTES.
           OPEN INPUT ARQ-ENCPEND.
           EVALUATE WK-FS-ENCPEND
               WHEN '00'
                   PERFORM 117-LER-ENCPEND
                   PERFORM 116-ACUMULAR-PENDENTE
                       UNTIL WK-FS-ENCPEND = '10'
                   CLOSE ARQ-ENCPEND
               WHEN OTHER
                   DISPLAY 'ARQUIVO ENCPEND NAO ENCONTRADO - '
                           'SEM ENCERRAMENTOS PENDENTES'
           END-EVALUATE.
       116-ACUMULAR-PENDENTE.
           IF WK-TOT-PENDENTES >= 5000
               DISPLAY 'TABELA DE PENDENTES CHEIA (MAXIMO 5000 '
                       'REGISTROS) - ENCERRAMENTOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-PENDENTES.
           MOVE WK-TOT-PENDENTES TO WK-IND-ENP.
           INITIALIZE ENP-ENTRADA(WK-IND-ENP).
           MOVE FD-ENP-CODIGO     TO ENP-TAB-CODIGO(WK-IND-ENP).
           MOVE FD-ENP-DATA-LIQUID
                TO ENP-TAB-DATA-LIQUID(WK-IND-ENP).
           MOVE FD-ENP-FORMA      TO ENP-TAB-FORMA(WK-IND-ENP).
           MOVE FD-ENP-BANCO-DEST TO ENP-TAB-BANCO(WK-IND-ENP).
           MOVE FD-ENP-AGENCIA-DEST
                TO ENP-TAB-AGENCIA(WK-IND-ENP).
           MOVE FD-ENP-CONTA-DEST TO ENP-TAB-CONTA(WK-IND-ENP).
           MOVE FD-ENP-JUROS      TO ENP-TAB-JUROS(WK-IND-ENP).
           MOVE FD-ENP-TARIFA     TO ENP-TAB-TARIFA(WK-IND-ENP).
           MOVE FD-ENP-VALOR-PAGO TO ENP-TAB-VALOR-PAGO(WK-IND-ENP).
           MOVE FD-ENP-ASSINATURAS
                TO ENP-TAB-ASSINATURAS(WK-IND-ENP).
           MOVE FD-ENP-OPERADOR   TO ENP-TAB-OPERADOR(WK-IND-ENP).
           MOVE 'N'               TO ENP-TAB-ACHADO(WK-IND-ENP).
           PERFORM 117-LER-ENCPEND.
       117-LER-ENCPEND.
           READ ARQ-ENCPEND
               AT END
                   MOVE '10' TO WK-FS-ENCPEND
           END-READ.
       120-CARREGAR-CADASTROS.
           OPEN INPUT ARQ-CLIDEMOG.
           EVALUATE WK-FS-CLIDEMOG
               WHEN '00'
                   PERFORM 122-LER-CLIDEMOG
                   PERFORM 121-ACUMULAR-CADASTRO
                       UNTIL WK-FS-CLIDEMOG = '10'
                   CLOSE ARQ-CLIDEMOG
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIDEMOG NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       121-ACUMULAR-CADASTRO.
           IF WK-TOT-ENDERECOS >= 5000
               DISPLAY 'TABELA DE CADASTROS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - ENCERRAMENTOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-ENDERECOS.
           MOVE FD-DEM-CODIGO    TO END-TAB-CODIGO(WK-TOT-ENDERECOS).
           MOVE FD-DEM-ENDERECO1
                TO END-TAB-ENDERECO1(WK-TOT-ENDERECOS).
           MOVE FD-DEM-ENDERECO2
                TO END-TAB-ENDERECO2(WK-TOT-ENDERECOS).
           MOVE FD-DEM-CIDADE    TO END-TAB-CIDADE(WK-TOT-ENDERECOS).
           MOVE FD-DEM-UF        TO END-TAB-UF(WK-TOT-ENDERECOS).
           MOVE FD-DEM-CEP       TO END-TAB-CEP(WK-TOT-ENDERECOS).
           PERFORM 122-LER-CLIDEMOG.
       122-LER-CLIDEMOG.
           READ ARQ-CLIDEMOG
               AT END
                   MOVE '10' TO WK-FS-CLIDEMOG
           END-READ.
      *
      *    COTITULARES DE CONTA CONJUNTA EM VIGOR E SEM OBITO
      *    (MESMA REGRA DO ALUNO27): TODOS ASSINAM O PEDIDO
       125-CARREGAR-COTITULARES.
           OPEN INPUT ARQ-VINCCTA.
           EVALUATE WK-FS-VINCCTA
               WHEN '00'
                   PERFORM 127-LER-VINCCTA
                   PERFORM 126-CONTAR-COTITULAR
                       UNTIL WK-FS-VINCCTA = '10'
                   CLOSE ARQ-VINCCTA
               WHEN OTHER
                   DISPLAY 'ARQUIVO VINCCTA NAO ENCONTRADO - '
                           'COTITULARES NAO CONSULTADOS'
           END-EVALUATE.
       126-CONTAR-COTITULAR.
           IF VNC-CONJUNTA
            AND NOT VNC-SIT-FALECIDO
            AND FD-VNC-DATA-INICIO <= WK-DATA-EXEC
            AND (FD-VNC-DATA-FIM = ZEROS
                 OR FD-VNC-DATA-FIM >= WK-DATA-EXEC)
               MOVE FD-VNC-CODIGO TO WK-COD-PROCURA
               PERFORM 510-PROCURAR-PEDIDO
               IF ITEM-ACHADO
                   ADD 1 TO PED-TAB-COTITULARES(WK-IND-PSQ)
               END-IF
           END-IF.
           PERFORM 127-LER-VINCCTA.
       127-LER-VINCCTA.
           READ ARQ-VINCCTA
               AT END
                   MOVE '10' TO WK-FS-VINCCTA
           END-READ.
       130-CARREGAR-VIGENCIA.
           OPEN INPUT ARQ-TAXAS.
           EVALUATE WK-FS-TAXAS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO TAXAS NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-TAXAS
                           ' NO COMANDO OPEN TAXAS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 132-LER-TAXAS.
           PERFORM 131-AVALIAR-VIGENCIA UNTIL WK-FS-TAXAS = '10'.
           CLOSE ARQ-TAXAS.
       131-AVALIAR-VIGENCIA.
           IF FD-TAX-DATA-VIGENCIA <= WK-DATA-EXEC
            AND FD-TAX-DATA-VIGENCIA >= WK-VIG-DATA
               SET VIGENCIA-ACHADA TO TRUE
               MOVE FD-TAX-DATA-VIGENCIA TO WK-VIG-DATA
               MOVE FD-TAX-JUROS-POUP    TO WK-VIG-JUROS
               MOVE FD-TAX-TARIFA-CC     TO WK-VIG-TARIFA
           END-IF.
           PERFORM 132-LER-TAXAS.
       132-LER-TAXAS.
           READ ARQ-TAXAS
               AT END
                   MOVE '10' TO WK-FS-TAXAS
           END-READ.
      *
      *    A NUMERACAO DE CADA FAIXA CONTINUA DA ULTIMA NOTA
      *    EMITIDA (NOTACTL DOS JUROS E NOTAENC); SEM CONTROLE
      *    GRAVADO, COMECA NO INICIO DA FAIXA
       135-LER-ULTIMAS-NOTAS.
           OPEN INPUT ARQ-NOTACTL.
           EVALUATE WK-FS-NOTACTL
               WHEN '00'
                   READ ARQ-NOTACTL
                       AT END
                           MOVE '10' TO WK-FS-NOTACTL
                   END-READ
                   IF WK-FS-NOTACTL = '00'
                    AND FD-NTC-ULTIMA-NOTA >= 900000
                    AND FD-NTC-ULTIMA-NOTA <= 999999
                       MOVE FD-NTC-ULTIMA-NOTA TO WK-PROXIMA-NOTA
                   END-IF
                   IF WK-FS-NOTACTL = '00'
                    AND FD-NTC-DATA-POSTAGEM NUMERIC
                       MOVE FD-NTC-DATA-POSTAGEM
                            TO WK-DATA-POSTAGEM
                   END-IF
                   CLOSE ARQ-NOTACTL
               WHEN OTHER
                   DISPLAY 'ARQUIVO NOTACTL NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO DA FAIXA'
           END-EVALUATE.
           OPEN INPUT ARQ-NOTAENC.
           EVALUATE WK-FS-NOTAENC
               WHEN '00'
                   READ ARQ-NOTAENC
                       AT END
                           MOVE '10' TO WK-FS-NOTAENC
                   END-READ
                   IF WK-FS-NOTAENC = '00'
                    AND FD-NTE-ULTIMA-NOTA >= 675000
                    AND FD-NTE-ULTIMA-NOTA <= 679999
                       MOVE FD-NTE-ULTIMA-NOTA
                            TO WK-PROXIMA-NOTA-ENC
                   END-IF
                   CLOSE ARQ-NOTAENC
               WHEN OTHER
                   DISPLAY 'ARQUIVO NOTAENC NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO DA FAIXA'
           END-EVALUATE.
      *
      *    SEM DATA DA ULTIMA POSTAGEM O PERIODO COMECA UM MES
      *    ANTES DA RODADA, COMO NO ALUNO28. O FATOR DA TAXA DE
      *    POUPANCA DA VIGENCIA E OS DIAS DO PERIODO SAEM DO
      *    SERVICO DE CONTAGEM DE DIAS (ALUNO148)
       140-DEFINIR-PERIODO.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO28'    TO LK-PRM-PROGRAMA.
           MOVE 'CONVENCAO'  TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:1) TO WK-CONVENCAO
           END-IF.
           IF WK-DATA-POSTAGEM > ZEROS
            AND WK-DATA-POSTAGEM < WK-DATA-EXEC
               MOVE WK-DATA-POSTAGEM TO WK-DATA-INICIO-JUROS
           ELSE
               SET LK-DCT-SOMAR-MESES TO TRUE
               MOVE WK-DATA-EXEC TO LK-DCT-DATA-INICIO
               MOVE -1           TO LK-DCT-QTDE-MESES
               CALL 'ALUNO148' USING LK-DCT-COM
               IF NOT LK-DCT-OK
                   DISPLAY 'ERRO ' LK-DCT-STATUS
                           ' NO CALCULO DO PERIODO DE JUROS - '
                           'ENCERRAMENTOS ABORTADOS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LK-DCT-DATA-FIM TO WK-DATA-INICIO-JUROS
           END-IF.
           SET LK-DCT-ENTRE-DATAS TO TRUE.
           MOVE WK-CONVENCAO         TO LK-DCT-CONVENCAO.
           SET LK-DCT-COMPOSTO       TO TRUE.
           MOVE WK-DATA-INICIO-JUROS TO LK-DCT-DATA-INICIO.
           MOVE WK-DATA-EXEC         TO LK-DCT-DATA-FIM.
           MOVE WK-VIG-JUROS         TO LK-DCT-TAXA-MENSAL.
           CALL 'ALUNO148' USING LK-DCT-COM.
           IF NOT LK-DCT-OK
               DISPLAY 'ERRO ' LK-DCT-STATUS
                       ' NO FATOR DE JUROS (CONVENCAO '
                       WK-CONVENCAO ') - ENCERRAMENTOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LK-DCT-FATOR TO WK-FATOR-JUROS.
           IF LK-DCT-DIAS > 30
               MOVE 30          TO WK-DIAS-PERIODO
           ELSE
               MOVE LK-DCT-DIAS TO WK-DIAS-PERIODO
           END-IF.
      *
      *    CONTRATOS DE EMPRESTIMO ATIVOS DE CADA PEDIDO
       150-CONTAR-EMPRESTIMOS.
           OPEN INPUT ARQ-EMPREST.
           IF WK-FS-EMPREST NOT = '00'
               DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO - '
                       'ENCERRAMENTOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 152-LER-EMPREST.
           PERFORM 151-CONTAR-EMPRESTIMO
               UNTIL WK-FS-EMPREST = '10'.
           CLOSE ARQ-EMPREST.
       151-CONTAR-EMPRESTIMO.
           IF EMP-SIT-ATIVO
               MOVE FD-EMP-CODIGO TO WK-COD-PROCURA
               PERFORM 510-PROCURAR-PEDIDO
               IF ITEM-ACHADO
                   ADD 1 TO PED-TAB-EMPRESTIMOS(WK-IND-PSQ)
               END-IF
           END-IF.
           PERFORM 152-LER-EMPREST.
       152-LER-EMPREST.
           READ ARQ-EMPREST
               AT END
                   MOVE '10' TO WK-FS-EMPREST
           END-READ.
      *
      *    TITULOS CDB ATIVOS DE CADA PEDIDO
       155-CONTAR-CDBS.
           OPEN INPUT ARQ-CDBMAST.
           IF WK-FS-CDBMAST NOT = '00'
               DISPLAY 'ARQUIVO CDBMAST NAO ENCONTRADO - '
                       'ENCERRAMENTOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 157-LER-CDBMAST.
           PERFORM 156-CONTAR-CDB UNTIL WK-FS-CDBMAST = '10'.
           CLOSE ARQ-CDBMAST.
       156-CONTAR-CDB.
           IF CDB-SIT-ATIVO
               MOVE FD-CDB-CODIGO TO WK-COD-PROCURA
               PERFORM 510-PROCURAR-PEDIDO
               IF ITEM-ACHADO
                   ADD 1 TO PED-TAB-CDBS(WK-IND-PSQ)
               END-IF
           END-IF.
           PERFORM 157-LER-CDBMAST.
       157-LER-CDBMAST.
           READ ARQ-CDBMAST
               AT END
                   MOVE '10' TO WK-FS-CDBMAST
           END-READ.
      *
      *    PENHORAS (TODO REGISTRO DO ARQUIVO ESTA EM VIGOR)
       160-CONTAR-PENHORAS.
           OPEN INPUT ARQ-PENHORA.
           IF WK-FS-PENHORA NOT = '00'
               DISPLAY 'ARQUIVO PENHORA NAO ENCONTRADO - '
                       'ENCERRAMENTOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 162-LER-PENHORA.
           PERFORM 161-CONTAR-PENHORA UNTIL WK-FS-PENHORA = '10'.
           CLOSE ARQ-PENHORA.
       161-CONTAR-PENHORA.
           MOVE FD-PEN-CODIGO TO WK-COD-PROCURA.
           PERFORM 510-PROCURAR-PEDIDO.
           IF ITEM-ACHADO
               ADD 1 TO PED-TAB-PENHORAS(WK-IND-PSQ)
           END-IF.
           PERFORM 162-LER-PENHORA.
       162-LER-PENHORA.
           READ ARQ-PENHORA
               AT END
                   MOVE '10' TO WK-FS-PENHORA
           END-READ.
      *
      *    TRANSFERENCIAS AINDA SEM CONFIRMACAO DO ALUNO98
       165-CONTAR-TEDS.
           OPEN INPUT ARQ-PENDCONF.
           IF WK-FS-PENDCONF NOT = '00'
               DISPLAY 'ARQUIVO PENDCONF NAO ENCONTRADO - '
                       'ENCERRAMENTOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 167-LER-PENDCONF.
           PERFORM 166-CONTAR-TED UNTIL WK-FS-PENDCONF = '10'.
           CLOSE ARQ-PENDCONF.
       166-CONTAR-TED.
           MOVE FD-PCF-CODIGO TO WK-COD-PROCURA.
           PERFORM 510-PROCURAR-PEDIDO.
           IF ITEM-ACHADO
               ADD 1 TO PED-TAB-TEDS(WK-IND-PSQ)
           END-IF.
           PERFORM 167-LER-PENDCONF.
       167-LER-PENDCONF.
           READ ARQ-PENDCONF
               AT END
                   MOVE '10' TO WK-FS-PENDCONF
           END-READ.
      *
      *    SALDOS E SITUACAO DA GERACAO CORRENTE DO CLIENTEN
      *    PARA OS PEDIDOS E PARA OS PENDENTES
       170-CARREGAR-SALDOS.
           OPEN INPUT ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIENTEN NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTEN
                           ' NO COMANDO OPEN CLIENTEN'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 301-LER-CLIENTEN.
           PERFORM 171-GUARDAR-SALDOS UNTIL WK-FS-CLIENTEN = '10'.
           CLOSE ARQ-CLIENTEN.
       171-GUARDAR-SALDOS.
           MOVE FD-CLN-CODIGO TO WK-COD-PROCURA.
           PERFORM 510-PROCURAR-PEDIDO.
           IF ITEM-ACHADO
               MOVE 'S'               TO PED-TAB-ACHADO(WK-IND-PSQ)
               MOVE FD-CLN-NOME       TO PED-TAB-NOME(WK-IND-PSQ)
               MOVE FD-CLN-SALDO-CC   TO PED-TAB-SALDO-CC(WK-IND-PSQ)
               MOVE FD-CLN-SALDO-POUP
                    TO PED-TAB-SALDO-POUP(WK-IND-PSQ)
               MOVE FD-CLN-SITUACAO   TO PED-TAB-SITUACAO(WK-IND-PSQ)
               MOVE FD-CLN-EMPRESA    TO PED-TAB-EMPRESA(WK-IND-PSQ)
           END-IF.
           PERFORM 520-PROCURAR-PENDENTE.
           IF ITEM-ACHADO
               MOVE 'S'               TO ENP-TAB-ACHADO(WK-IND-EPQ)
               MOVE FD-CLN-NOME       TO ENP-TAB-NOME(WK-IND-EPQ)
               MOVE FD-CLN-SALDO-CC   TO ENP-TAB-SALDO-CC(WK-IND-EPQ)
               MOVE FD-CLN-SALDO-POUP
                    TO ENP-TAB-SALDO-POUP(WK-IND-EPQ)
               MOVE FD-CLN-SITUACAO   TO ENP-TAB-SITUACAO(WK-IND-EPQ)
               MOVE FD-CLN-EMPRESA    TO ENP-TAB-EMPRESA(WK-IND-EPQ)
           END-IF.
           PERFORM 301-LER-CLIENTEN.
      *
      *    O DEBAUTO E O DIRETORIO DE CHAVES SO SAO LIDOS NO
      *    FIM, MAS TEM DE ESTAR PRESENTES ANTES DE QUALQUER
      *    LIQUIDACAO
       180-ABRIR-SAIDAS.
           OPEN INPUT ARQ-DEBAUTO.
           IF WK-FS-DEBAUTO NOT = '00'
               DISPLAY 'ARQUIVO DEBAUTO NAO ENCONTRADO - '
                       'ENCERRAMENTOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-CHAVEPIX.
           IF WK-FS-CHAVEPIX NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CHAVEPIX
                       ' NO COMANDO OPEN CHAVEPIX - '
                       'ENCERRAMENTOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-ENCPNOV.
           OPEN OUTPUT ARQ-DEBNOVO.
           OPEN EXTEND ARQ-MOVCHAVE.
           OPEN EXTEND ARQ-LANCENC.
           OPEN EXTEND ARQ-PAGENC.
           OPEN EXTEND ARQ-MOVENC.
           OPEN OUTPUT ARQ-CARTENC.
           OPEN OUTPUT ARQ-RELENC.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'CARTAS DE ENCERRAMENTO DE CONTA' TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
      ***************************************
       200-PROCESSAR SECTION.
      *
      *    CONTA LIQUIDADA: COM OS DOIS SALDOS ZERADOS PELO
      *    BALANCE LINE SAI O ENCERRAMENTO E A CARTA; SENAO
      *    CONTINUA PENDENTE. CONTA QUE SAIU DO CADASTRO (OU
      *    JA ENCERRADA) DEIXA A PENDENCIA
       201-TRATAR-PENDENTE.
           MOVE ENP-TAB-CODIGO(WK-IND-ENP) TO WK-LC-CODIGO.
           MOVE ENP-TAB-NOME(WK-IND-ENP)   TO WK-LC-NOME.
           EVALUATE TRUE
               WHEN ENP-TAB-ACHADO(WK-IND-ENP) = 'N'
                OR ENP-TAB-SITUACAO(WK-IND-ENP) = 'E'
                   ADD 1 TO WK-TOT-BAIXADOS
                   MOVE 'PENDENCIA BAIXADA - FORA DO CADASTRO'
                        TO WK-LC-SITUACAO
               WHEN ENP-TAB-SALDO-CC(WK-IND-ENP) = ZEROS
                AND ENP-TAB-SALDO-POUP(WK-IND-ENP) = ZEROS
                   ADD 1 TO WK-TOT-ENCERRADOS
                   PERFORM 205-GERAR-ENCERRAMENTO
                   PERFORM 210-EMITIR-CARTA
                   MOVE 'SALDO ZERO - ENCERRAMENTO ENVIADO'
                        TO WK-LC-SITUACAO
               WHEN OTHER
                   ADD 1 TO WK-TOT-AGUARDANDO
                   PERFORM 207-MANTER-PENDENTE
                   MOVE 'LIQUIDADO - AGUARDANDO SALDO ZERO'
                        TO WK-LC-SITUACAO
           END-EVALUATE.
           WRITE REG-RELENC FROM WK-LINHA-CONTROLE.
      *
      *    O ENCERRAMENTO SEGUE PELO FLUXO NORMAL DE MANUTENCAO
      *    (ALUNO27: FILA A QUATRO OLHOS E AUDITORIA), COM A
      *    MARCA DE LIQUIDACAO E AS ASSINATURAS DO PEDIDO
       205-GERAR-ENCERRAMENTO.
           MOVE SPACES                     TO REG-MOVCLI.
           MOVE 'E'                        TO FD-MOV-FUNCAO.
           MOVE ENP-TAB-CODIGO(WK-IND-ENP) TO FD-MOV-CODIGO.
           MOVE ENP-TAB-NOME(WK-IND-ENP)   TO FD-MOV-NOME.
           MOVE 'E'                        TO FD-MOV-SITUACAO.
           MOVE ENP-TAB-EMPRESA(WK-IND-ENP) TO FD-MOV-EMPRESA.
           MOVE ENP-TAB-ASSINATURAS(WK-IND-ENP)
                TO FD-MOV-ASSINATURAS.
           SET MOV-LIQUIDADO               TO TRUE.
           WRITE REG-MOVCLI.
       207-MANTER-PENDENTE.
           MOVE ENP-TAB-CODIGO(WK-IND-ENP)  TO WK-PND-CODIGO.
           MOVE ENP-TAB-DATA-LIQUID(WK-IND-ENP)
                TO WK-PND-DATA-LIQUID.
           MOVE ENP-TAB-FORMA(WK-IND-ENP)   TO WK-PND-FORMA.
           MOVE ENP-TAB-BANCO(WK-IND-ENP)   TO WK-PND-BANCO-DEST.
           MOVE ENP-TAB-AGENCIA(WK-IND-ENP) TO WK-PND-AGENCIA-DEST.
           MOVE ENP-TAB-CONTA(WK-IND-ENP)   TO WK-PND-CONTA-DEST.
           MOVE ENP-TAB-JUROS(WK-IND-ENP)   TO WK-PND-JUROS.
           MOVE ENP-TAB-TARIFA(WK-IND-ENP)  TO WK-PND-TARIFA.
           MOVE ENP-TAB-VALOR-PAGO(WK-IND-ENP)
                TO WK-PND-VALOR-PAGO.
           MOVE ENP-TAB-ASSINATURAS(WK-IND-ENP)
                TO WK-PND-ASSINATURAS.
           MOVE ENP-TAB-OPERADOR(WK-IND-ENP) TO WK-PND-OPERADOR.
           WRITE REG-ENCPNOV FROM WK-REG-PENDENTE.
      *
      *    CARTA DE ENCERRAMENTO COM O RESUMO DA LIQUIDACAO E
      *    A FORMA DE PAGAMENTO DO SALDO FINAL
       210-EMITIR-CARTA.
           ADD 1 TO WK-TOT-CARTAS.
           MOVE ENP-TAB-CODIGO(WK-IND-ENP) TO WK-COD-PROCURA.
           PERFORM 530-PROCURAR-ENDERECO.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'AO CLIENTE ' ENP-TAB-CODIGO(WK-IND-ENP) ' - '
                  ENP-TAB-NOME(WK-IND-ENP)
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           IF ITEM-ACHADO
               PERFORM 212-DETALHAR-ENDERECO
           END-IF.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 915-DETALHAR-LINHA.
           MOVE ENP-TAB-DATA-LIQUID(WK-IND-ENP) TO WK-DATA-CARTA.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'A LIQUIDACAO FINAL DA SUA CONTA, FEITA EM '
                  WK-CRT-DIA '/' WK-CRT-MES '/' WK-CRT-ANO
                  ', FOI CONCLUIDA E A CONTA ESTA SENDO ENCERRADA.'
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           MOVE ENP-TAB-JUROS(WK-IND-ENP) TO WK-VALOR-EDIT.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING '   JUROS DE POUPANCA CREDITADOS ..... R$ '
                  WK-VALOR-EDIT
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           MOVE ENP-TAB-TARIFA(WK-IND-ENP) TO WK-VALOR-EDIT.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING '   TARIFA PROPORCIONAL DEBITADA ..... R$ '
                  WK-VALOR-EDIT
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           MOVE ENP-TAB-VALOR-PAGO(WK-IND-ENP) TO WK-VALOR-EDIT.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING '   SALDO FINAL PAGO ................. R$ '
                  WK-VALOR-EDIT
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           MOVE SPACES TO LK-REL-DETALHE.
           EVALUATE TRUE
               WHEN ENP-TAB-VALOR-PAGO(WK-IND-ENP) = ZEROS
                   MOVE 'NAO HAVIA SALDO A PAGAR.' TO LK-REL-DETALHE
               WHEN ENP-TAB-FORMA(WK-IND-ENP) = 'T'
                   STRING 'O SALDO FOI TRANSFERIDO PARA O BANCO '
                          ENP-TAB-BANCO(WK-IND-ENP) ' AGENCIA '
                          ENP-TAB-AGENCIA(WK-IND-ENP) ' CONTA '
                          ENP-TAB-CONTA(WK-IND-ENP) '.'
                          DELIMITED BY SIZE INTO LK-REL-DETALHE
                   END-STRING
               WHEN OTHER
                   STRING 'O SALDO FOI PAGO EM CHEQUE ADMINISTRATIVO '
                          'NOMINAL, A SUA DISPOSICAO NA AGENCIA.'
                          DELIMITED BY SIZE INTO LK-REL-DETALHE
                   END-STRING
           END-EVALUATE.
           PERFORM 915-DETALHAR-LINHA.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'OS DEBITOS AUTOMATICOS E AS CHAVES PIX DA CONTA '
                  'FORAM DESATIVADOS.'
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 915-DETALHAR-LINHA.
       212-DETALHAR-ENDERECO.
           MOVE END-TAB-ENDERECO1(WK-IND-END) TO LK-REL-DETALHE.
           PERFORM 915-DETALHAR-LINHA.
           IF END-TAB-ENDERECO2(WK-IND-END) NOT = SPACES
               MOVE END-TAB-ENDERECO2(WK-IND-END) TO LK-REL-DETALHE
               PERFORM 915-DETALHAR-LINHA
           END-IF.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING END-TAB-CIDADE(WK-IND-END) ' '
                  END-TAB-UF(WK-IND-END)
                  ' CEP ' END-TAB-CEP(WK-IND-END)
                  DELIMITED BY SIZE INTO LK-REL-DETALHE
           END-STRING.
           PERFORM 915-DETALHAR-LINHA.
      *
      *    PEDIDO NOVO: TODOS OS MOTIVOS DE BLOQUEIO SAO
      *    RELATADOS; SEM NENHUM, A CONTA E LIQUIDADA. O PEDIDO
      *    REPETIDO SO E CONFERIDO NA PRIMEIRA OCORRENCIA
       220-TRATAR-PEDIDO.
           SET PEDIDO-LIVRE TO TRUE.
           MOVE PED-TAB-CODIGO(WK-IND-PED) TO WK-LC-CODIGO.
           MOVE PED-TAB-NOME(WK-IND-PED)   TO WK-LC-NOME.
           EVALUATE TRUE
               WHEN PED-TAB-DUPLICADO(WK-IND-PED) = 'S'
                   MOVE 'BLOQUEADO - PEDIDO DUPLICADO NO ARQUIVO'
                        TO WK-LC-SITUACAO
                   PERFORM 290-BLOQUEAR
               WHEN PED-TAB-ACHADO(WK-IND-PED) = 'N'
                   MOVE 'BLOQUEADO - CLIENTE NAO CADASTRADO'
                        TO WK-LC-SITUACAO
                   PERFORM 290-BLOQUEAR
               WHEN OTHER
                   PERFORM 230-CONFERIR-SITUACAO
                   PERFORM 232-CONFERIR-PEDIDO
                   PERFORM 234-CONFERIR-PRODUTOS
                   PERFORM 236-CONFERIR-SALDOS
           END-EVALUATE.
           IF PEDIDO-BLOQUEADO
               ADD 1 TO WK-TOT-BLOQUEADOS
               SET PED-BARRADO(WK-IND-PED) TO TRUE
           ELSE
               PERFORM 250-LIQUIDAR-CONTA
           END-IF.
       230-CONFERIR-SITUACAO.
           EVALUATE PED-TAB-SITUACAO(WK-IND-PED)
               WHEN 'E'
                   MOVE 'BLOQUEADO - CONTA JA ENCERRADA'
                        TO WK-LC-SITUACAO
                   PERFORM 290-BLOQUEAR
               WHEN 'B'
                   MOVE 'BLOQUEADO - BLOQUEIO JUDICIAL'
                        TO WK-LC-SITUACAO
                   PERFORM 290-BLOQUEAR
               WHEN 'F'
                   MOVE 'BLOQUEADO - TITULAR FALECIDO'
                        TO WK-LC-SITUACAO
                   PERFORM 290-BLOQUEAR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       232-CONFERIR-PEDIDO.
           MOVE PED-TAB-CODIGO(WK-IND-PED) TO WK-COD-PROCURA.
           PERFORM 520-PROCURAR-PENDENTE.
           IF ITEM-ACHADO
               MOVE 'BLOQUEADO - ENCERRAMENTO EM ANDAMENTO'
                    TO WK-LC-SITUACAO
               PERFORM 290-BLOQUEAR
           END-IF.
           EVALUATE PED-TAB-FORMA(WK-IND-PED)
               WHEN 'C'
                   CONTINUE
               WHEN 'T'
                   IF PED-TAB-BANCO(WK-IND-PED) = ZEROS
                    OR PED-TAB-CONTA(WK-IND-PED) = SPACES
                       MOVE 'BLOQUEADO - CONTA DE DESTINO INCOMPLETA'
                            TO WK-LC-SITUACAO
                       PERFORM 290-BLOQUEAR
                   END-IF
               WHEN OTHER
                   MOVE 'BLOQUEADO - FORMA DE PAGAMENTO INVALIDA'
                        TO WK-LC-SITUACAO
                   PERFORM 290-BLOQUEAR
           END-EVALUATE.
           IF PED-TAB-COTITULARES(WK-IND-PED) > ZEROS
            AND PED-TAB-ASSINATURAS(WK-IND-PED)
                    < PED-TAB-COTITULARES(WK-IND-PED) + 1
               MOVE 'BLOQUEADO - FALTAM ASSINATURAS'
                    TO WK-LC-SITUACAO
               PERFORM 290-BLOQUEAR
           END-IF.
       234-CONFERIR-PRODUTOS.
           IF PED-TAB-EMPRESTIMOS(WK-IND-PED) > ZEROS
               MOVE SPACES TO WK-LC-SITUACAO
               STRING 'BLOQUEADO - EMPRESTIMOS ATIVOS: '
                      PED-TAB-EMPRESTIMOS(WK-IND-PED)
                      DELIMITED BY SIZE INTO WK-LC-SITUACAO
               END-STRING
               PERFORM 290-BLOQUEAR
           END-IF.
           IF PED-TAB-CDBS(WK-IND-PED) > ZEROS
               MOVE SPACES TO WK-LC-SITUACAO
               STRING 'BLOQUEADO - CDB ATIVOS: '
                      PED-TAB-CDBS(WK-IND-PED)
                      DELIMITED BY SIZE INTO WK-LC-SITUACAO
               END-STRING
               PERFORM 290-BLOQUEAR
           END-IF.
           IF PED-TAB-PENHORAS(WK-IND-PED) > ZEROS
               MOVE SPACES TO WK-LC-SITUACAO
               STRING 'BLOQUEADO - PENHORAS: '
                      PED-TAB-PENHORAS(WK-IND-PED)
                      DELIMITED BY SIZE INTO WK-LC-SITUACAO
               END-STRING
               PERFORM 290-BLOQUEAR
           END-IF.
           IF PED-TAB-TEDS(WK-IND-PED) > ZEROS
               MOVE SPACES TO WK-LC-SITUACAO
               STRING 'BLOQUEADO - TED SEM CONFIRMACAO: '
                      PED-TAB-TEDS(WK-IND-PED)
                      DELIMITED BY SIZE INTO WK-LC-SITUACAO
               END-STRING
               PERFORM 290-BLOQUEAR
           END-IF.
       236-CONFERIR-SALDOS.
           IF PED-TAB-SALDO-CC(WK-IND-PED) < ZEROS
               MOVE 'BLOQUEADO - CHEQUE ESPECIAL EM USO'
                    TO WK-LC-SITUACAO
               PERFORM 290-BLOQUEAR
           END-IF.
           IF PED-TAB-SALDO-POUP(WK-IND-PED) < ZEROS
               MOVE 'BLOQUEADO - POUPANCA DEVEDORA'
                    TO WK-LC-SITUACAO
               PERFORM 290-BLOQUEAR
           END-IF.
      *
      *    LIQUIDACAO: JUROS DE POUPANCA DO PERIODO, TARIFA
      *    PROPORCIONAL (LIMITADA AO DISPONIVEL, DEBITADA DA
      *    CONTA CORRENTE E O QUE FALTAR DA POUPANCA) E DEBITO
      *    DO QUE SOBRA EM CADA CONTA PARA A ORDEM DE PAGAMENTO
       250-LIQUIDAR-CONTA.
           ADD 1 TO WK-TOT-LIQUIDADOS.
           SET PED-LIQUIDADO(WK-IND-PED) TO TRUE.
           MOVE ZEROS TO WK-VALOR-JUROS.
           MOVE ZEROS TO WK-TARIFA-CC.
           MOVE ZEROS TO WK-TARIFA-POUP.
           MOVE ZEROS TO WK-NOTA-PAGTO.
           IF PED-TAB-SALDO-POUP(WK-IND-PED) > ZEROS
               COMPUTE WK-VALOR-JUROS ROUNDED =
                       PED-TAB-SALDO-POUP(WK-IND-PED)
                     * (WK-FATOR-JUROS - 1)
           END-IF.
           MULTIPLY WK-VIG-TARIFA BY WK-DIAS-PERIODO
               GIVING WK-TARIFA-PERIODO.
           DIVIDE WK-TARIFA-PERIODO BY 30
               GIVING WK-VALOR-TARIFA ROUNDED.
           COMPUTE WK-DISPONIVEL = PED-TAB-SALDO-CC(WK-IND-PED)
                                 + PED-TAB-SALDO-POUP(WK-IND-PED)
                                 + WK-VALOR-JUROS.
           IF WK-VALOR-TARIFA > WK-DISPONIVEL
               MOVE WK-DISPONIVEL TO WK-VALOR-TARIFA
           END-IF.
           IF WK-VALOR-TARIFA > PED-TAB-SALDO-CC(WK-IND-PED)
               MOVE PED-TAB-SALDO-CC(WK-IND-PED) TO WK-TARIFA-CC
               COMPUTE WK-TARIFA-POUP =
                       WK-VALOR-TARIFA - WK-TARIFA-CC
           ELSE
               MOVE WK-VALOR-TARIFA TO WK-TARIFA-CC
           END-IF.
           COMPUTE WK-PAGO-CC = PED-TAB-SALDO-CC(WK-IND-PED)
                              - WK-TARIFA-CC.
           COMPUTE WK-PAGO-POUP = PED-TAB-SALDO-POUP(WK-IND-PED)
                                + WK-VALOR-JUROS - WK-TARIFA-POUP.
           COMPUTE WK-VALOR-PAGO = WK-PAGO-CC + WK-PAGO-POUP.
           SET LAN-FAIXA-JUROS TO TRUE.
           IF WK-VALOR-JUROS > ZEROS
               MOVE 'C'            TO WK-LAN-TIPO
               MOVE 'P'            TO WK-LAN-CONTA
               MOVE WK-VALOR-JUROS TO WK-LAN-VALOR
               PERFORM 260-GRAVAR-LANCAMENTO
           END-IF.
           IF WK-TARIFA-CC > ZEROS
               MOVE 'D'            TO WK-LAN-TIPO
               MOVE 'C'            TO WK-LAN-CONTA
               MOVE WK-TARIFA-CC   TO WK-LAN-VALOR
               PERFORM 260-GRAVAR-LANCAMENTO
           END-IF.
           IF WK-TARIFA-POUP > ZEROS
               MOVE 'D'            TO WK-LAN-TIPO
               MOVE 'P'            TO WK-LAN-CONTA
               MOVE WK-TARIFA-POUP TO WK-LAN-VALOR
               PERFORM 260-GRAVAR-LANCAMENTO
           END-IF.
           SET LAN-FAIXA-ENCERRAMENTO TO TRUE.
           IF WK-PAGO-CC > ZEROS
               MOVE 'D'            TO WK-LAN-TIPO
               MOVE 'C'            TO WK-LAN-CONTA
               MOVE WK-PAGO-CC     TO WK-LAN-VALOR
               PERFORM 260-GRAVAR-LANCAMENTO
           END-IF.
           IF WK-PAGO-POUP > ZEROS
               MOVE 'D'            TO WK-LAN-TIPO
               MOVE 'P'            TO WK-LAN-CONTA
               MOVE WK-PAGO-POUP   TO WK-LAN-VALOR
               PERFORM 260-GRAVAR-LANCAMENTO
           END-IF.
           IF WK-VALOR-PAGO > ZEROS
               PERFORM 265-GRAVAR-PAGAMENTO
           END-IF.
           PERFORM 270-GRAVAR-PENDENTE.
           ADD WK-VALOR-JUROS  TO WK-TOT-JUROS.
           ADD WK-VALOR-TARIFA TO WK-TOT-TARIFA.
           ADD WK-VALOR-PAGO   TO WK-TOT-PAGO.
           MOVE WK-VALOR-PAGO  TO WK-VALOR-EDIT.
           MOVE SPACES TO WK-LC-SITUACAO.
           EVALUATE TRUE
               WHEN WK-VALOR-PAGO = ZEROS
                   MOVE 'LIQUIDADO - SEM SALDO A PAGAR'
                        TO WK-LC-SITUACAO
               WHEN PED-TAB-FORMA(WK-IND-PED) = 'T'
                   STRING 'LIQUIDADO - TRANSF. ' WK-VALOR-EDIT
                          DELIMITED BY SIZE INTO WK-LC-SITUACAO
                   END-STRING
               WHEN OTHER
                   STRING 'LIQUIDADO - CHEQUE ADM ' WK-VALOR-EDIT
                          DELIMITED BY SIZE INTO WK-LC-SITUACAO
                   END-STRING
           END-EVALUATE.
           WRITE REG-RELENC FROM WK-LINHA-CONTROLE.
       260-GRAVAR-LANCAMENTO.
           MOVE SPACES                      TO REG-LANCAM.
           MOVE PED-TAB-CODIGO(WK-IND-PED)  TO FD-LAN-CODIGO.
           MOVE WK-LAN-TIPO                 TO FD-LAN-TIPO.
           MOVE WK-LAN-VALOR                TO FD-LAN-VALOR.
           IF LAN-FAIXA-JUROS
               PERFORM 570-PROXIMA-NOTA
           ELSE
               PERFORM 575-PROXIMA-NOTA-ENC
               IF WK-NOTA-PAGTO = ZEROS
                   MOVE FD-LAN-NOTA TO WK-NOTA-PAGTO
               END-IF
           END-IF.
           MOVE WK-LAN-CONTA                TO FD-LAN-CONTA.
           MOVE WK-DATA-EXEC                TO FD-LAN-DATA.
           MOVE ZEROS                       TO FD-LAN-NOTA-ORIG.
           MOVE ZEROS                       TO FD-LAN-AGENCIA.
           MOVE 'C'                         TO FD-LAN-CANAL.
           MOVE PED-TAB-EMPRESA(WK-IND-PED) TO FD-LAN-EMPRESA.
           WRITE REG-LANCAM.
       265-GRAVAR-PAGAMENTO.
           MOVE SPACES                      TO REG-PAGENC.
           MOVE PED-TAB-CODIGO(WK-IND-PED)  TO FD-PAG-CODIGO.
           MOVE PED-TAB-NOME(WK-IND-PED)    TO FD-PAG-NOME.
           MOVE PED-TAB-FORMA(WK-IND-PED)   TO FD-PAG-FORMA.
           MOVE WK-VALOR-PAGO               TO FD-PAG-VALOR.
           MOVE PED-TAB-BANCO(WK-IND-PED)   TO FD-PAG-BANCO-DEST.
           MOVE PED-TAB-AGENCIA(WK-IND-PED) TO FD-PAG-AGENCIA-DEST.
           MOVE PED-TAB-CONTA(WK-IND-PED)   TO FD-PAG-CONTA-DEST.
           MOVE WK-DATA-EXEC                TO FD-PAG-DATA.
           MOVE PED-TAB-EMPRESA(WK-IND-PED) TO FD-PAG-EMPRESA.
           WRITE REG-PAGENC.
       270-GRAVAR-PENDENTE.
           MOVE PED-TAB-CODIGO(WK-IND-PED)  TO WK-PND-CODIGO.
           MOVE WK-DATA-EXEC                TO WK-PND-DATA-LIQUID.
           MOVE PED-TAB-FORMA(WK-IND-PED)   TO WK-PND-FORMA.
           MOVE PED-TAB-BANCO(WK-IND-PED)   TO WK-PND-BANCO-DEST.
           MOVE PED-TAB-AGENCIA(WK-IND-PED) TO WK-PND-AGENCIA-DEST.
           MOVE PED-TAB-CONTA(WK-IND-PED)   TO WK-PND-CONTA-DEST.
           MOVE WK-VALOR-JUROS              TO WK-PND-JUROS.
           MOVE WK-VALOR-TARIFA             TO WK-PND-TARIFA.
           MOVE WK-VALOR-PAGO               TO WK-PND-VALOR-PAGO.
           MOVE PED-TAB-ASSINATURAS(WK-IND-PED)
                TO WK-PND-ASSINATURAS.
           MOVE PED-TAB-OPERADOR(WK-IND-PED) TO WK-PND-OPERADOR.
           WRITE REG-ENCPNOV FROM WK-REG-PENDENTE.
       290-BLOQUEAR.
           SET PEDIDO-BLOQUEADO TO TRUE.
           WRITE REG-RELENC FROM WK-LINHA-CONTROLE.
      ***************************************
       300-LER-CLIENTEN SECTION.
       301-LER-CLIENTEN.
           READ ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTEN
                           ' NO COMANDO READ CLIENTEN'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       400-DESATIVAR SECTION.
      *
      *    ORDENS ATIVAS DAS CONTAS LIQUIDADAS SAO INATIVADAS
      *    NA COPIA NOVA DO DEBAUTO, QUE SO SUBSTITUI O
      *    ORIGINAL DEPOIS DA CONFERENCIA DO RELENC
       401-INATIVAR-DEBITOS.
           PERFORM 403-LER-DEBAUTO.
           PERFORM 402-COPIAR-DEBITO UNTIL WK-FS-DEBAUTO = '10'.
           CLOSE ARQ-DEBAUTO.
       402-COPIAR-DEBITO.
           IF DBA-SIT-ATIVA
               MOVE FD-DBA-CODIGO TO WK-COD-PROCURA
               PERFORM 510-PROCURAR-PEDIDO
               IF ITEM-ACHADO
                AND PED-LIQUIDADO(WK-IND-PSQ)
                   SET DBA-SIT-INATIVA TO TRUE
                   ADD 1 TO WK-TOT-DEB-INATIVOS
               END-IF
           END-IF.
           WRITE REG-DEBNOVO FROM REG-DEBAUTO.
           PERFORM 403-LER-DEBAUTO.
       403-LER-DEBAUTO.
           READ ARQ-DEBAUTO
               AT END
                   MOVE '10' TO WK-FS-DEBAUTO
           END-READ.
      *
      *    CHAVES PIX ATIVAS DAS CONTAS LIQUIDADAS GANHAM
      *    MOVIMENTO DE EXCLUSAO PARA A MANUTENCAO DO
      *    DIRETORIO (ALUNO152)
       411-EXCLUIR-CHAVES.
           PERFORM 413-LER-CHAVEPIX.
           PERFORM 412-AVALIAR-CHAVE UNTIL WK-FS-CHAVEPIX = '10'.
           CLOSE ARQ-CHAVEPIX.
       412-AVALIAR-CHAVE.
           IF CHP-SIT-ATIVA
               MOVE FD-CHP-CODIGO TO WK-COD-PROCURA
               PERFORM 510-PROCURAR-PEDIDO
               IF ITEM-ACHADO
                AND PED-LIQUIDADO(WK-IND-PSQ)
                   MOVE SPACES        TO REG-MOVCHAVE
                   SET MCH-EXCLUSAO   TO TRUE
                   MOVE FD-CHP-CODIGO TO FD-MCH-CODIGO
                   MOVE FD-CHP-CONTA  TO FD-MCH-CONTA
                   MOVE FD-CHP-CHAVE  TO FD-MCH-CHAVE
                   WRITE REG-MOVCHAVE
                   ADD 1 TO WK-TOT-CHAVES
               END-IF
           END-IF.
           PERFORM 413-LER-CHAVEPIX.
       413-LER-CHAVEPIX.
           READ ARQ-CHAVEPIX
               AT END
                   MOVE '10' TO WK-FS-CHAVEPIX
           END-READ.
      ***************************************
       500-APOIO SECTION.
      *
      *    PRIMEIRA ENTRADA DO CODIGO NA TABELA DE PEDIDOS (O
      *    PEDIDO REPETIDO E BARRADO COMO DUPLICADO)
       510-PROCURAR-PEDIDO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-PSQ FROM 1 BY 1
                   UNTIL WK-IND-PSQ > WK-TOT-PEDIDOS
                   OR ITEM-ACHADO
               IF PED-TAB-CODIGO(WK-IND-PSQ) = WK-COD-PROCURA
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-PSQ
           END-IF.
       520-PROCURAR-PENDENTE.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-EPQ FROM 1 BY 1
                   UNTIL WK-IND-EPQ > WK-TOT-PENDENTES
                   OR ITEM-ACHADO
               IF ENP-TAB-CODIGO(WK-IND-EPQ) = WK-COD-PROCURA
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-EPQ
           END-IF.
       530-PROCURAR-ENDERECO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-END FROM 1 BY 1
                   UNTIL WK-IND-END > WK-TOT-ENDERECOS
                   OR ITEM-ACHADO
               IF END-TAB-CODIGO(WK-IND-END) = WK-COD-PROCURA
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-END
           END-IF.
       570-PROXIMA-NOTA.
           IF WK-PROXIMA-NOTA >= 999999
               DISPLAY 'FAIXA DE NOTAS AUTOMATICAS ESGOTADA '
                       '(900000-999999) - ENCERRAMENTOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-PROXIMA-NOTA.
           MOVE WK-PROXIMA-NOTA TO FD-LAN-NOTA.
       575-PROXIMA-NOTA-ENC.
           IF WK-PROXIMA-NOTA-ENC >= 679999
               DISPLAY 'FAIXA DE NOTAS DE ENCERRAMENTO ESGOTADA '
                       '(675000-679999) - ENCERRAMENTOS ABORTADOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-PROXIMA-NOTA-ENC.
           MOVE WK-PROXIMA-NOTA-ENC TO FD-LAN-NOTA.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-SAIDA.
           DISPLAY 'PEDIDOS DE ENCERRAMENTO LIDOS   = '
                   WK-REGS-LIDOS.
           DISPLAY 'CONTAS LIQUIDADAS               = '
                   WK-TOT-LIQUIDADOS.
           DISPLAY 'PEDIDOS BLOQUEADOS              = '
                   WK-TOT-BLOQUEADOS.
           MOVE WK-TOT-JUROS  TO WK-VALOR-EDIT.
           DISPLAY 'JUROS DE POUPANCA CREDITADOS    = '
                   WK-VALOR-EDIT.
           MOVE WK-TOT-TARIFA TO WK-VALOR-EDIT.
           DISPLAY 'TARIFAS PROPORCIONAIS DEBITADAS = '
                   WK-VALOR-EDIT.
           MOVE WK-TOT-PAGO   TO WK-VALOR-EDIT.
           DISPLAY 'SALDOS FINAIS A PAGAR           = '
                   WK-VALOR-EDIT.
           DISPLAY 'ENCERRAMENTOS ENVIADOS          = '
                   WK-TOT-ENCERRADOS.
           DISPLAY 'CARTAS EMITIDAS                 = '
                   WK-TOT-CARTAS.
           DISPLAY 'AGUARDANDO SALDO ZERO           = '
                   WK-TOT-AGUARDANDO.
           DISPLAY 'PENDENCIAS BAIXADAS             = '
                   WK-TOT-BAIXADOS.
           DISPLAY 'DEBITOS AUTOMATICOS INATIVADOS  = '
                   WK-TOT-DEB-INATIVOS.
           DISPLAY 'EXCLUSOES DE CHAVE PIX GERADAS  = '
                   WK-TOT-CHAVES.
           IF WK-TOT-BLOQUEADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 940-GRAVAR-NOTACTL.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-ENCPNOV.
           CLOSE ARQ-DEBNOVO.
           CLOSE ARQ-MOVCHAVE.
           CLOSE ARQ-LANCENC.
           CLOSE ARQ-PAGENC.
           CLOSE ARQ-MOVENC.
           CLOSE ARQ-CARTENC.
           CLOSE ARQ-RELENC.
      ***************************************
       915-DETALHAR-LINHA.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 916-GRAVAR-SAIDA.
       916-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-CARTENC
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
      *    A DATA DA ULTIMA POSTAGEM MENSAL VOLTA INTACTA PARA
      *    O NOTACTL: A LIQUIDACAO NAO E POSTAGEM DO ALUNO28
       940-GRAVAR-NOTACTL.
           OPEN OUTPUT ARQ-NOTACTL.
           MOVE SPACES           TO REG-NOTACTL.
           MOVE WK-PROXIMA-NOTA  TO FD-NTC-ULTIMA-NOTA.
           MOVE WK-DATA-POSTAGEM TO FD-NTC-DATA-POSTAGEM.
           WRITE REG-NOTACTL.
           CLOSE ARQ-NOTACTL.
           OPEN OUTPUT ARQ-NOTAENC.
           MOVE SPACES              TO REG-NOTAENC.
           MOVE WK-PROXIMA-NOTA-ENC TO FD-NTE-ULTIMA-NOTA.
           WRITE REG-NOTAENC.
           CLOSE ARQ-NOTAENC.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO165'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-BLOQUEADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
