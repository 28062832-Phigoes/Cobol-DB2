       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO176.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    GERADOR DE RELATORIOS AVULSOS DE CLIENTES    *
      *    DIRIGIDO POR ESPECIFICACAO: OS CARTOES DO DD  *
      *    RELSPEC (UM MEMBRO NOMEADO DA BIBLIOTECA      *
      *    GR.EAD316.RELATORIOS.SPECS, OU CARTOES NO     *
      *    PROPRIO JCL) DIZEM A SELECAO, AS COLUNAS, A   *
      *    ORDENACAO, AS QUEBRAS E OS TOTAIS, SOBRE A    *
      *    JUNCAO POR CODIGO DO CLIENTE DE CLIENTEN,     *
      *    CLIDEMOG, SEGMENTO, SALDOMED E EMPREST        *
      *    (CONTRATOS ATIVOS). SAIDA PELO ALUNO48 E,     *
      *    COM O CARTAO CSV, EXTRATO CSVREL SEPARADO     *
      *    POR PONTO E VIRGULA. CARTOES (COL 1 '*' =     *
      *    COMENTARIO):                                  *
      *      TITU COLS 06-65 TITULO DO RELATORIO       *
      *      SELE COLS 06-15 CAMPO, 17-18 OPERADOR     *
      *           (EQ NE GT GE LT LE), 20-44 VALOR;    *
      *           CAMPO NUMERICO: COL 20 SINAL E       *
      *           21-33 VALOR 9(11)V99. AS CONDICOES   *
      *           SE SOMAM (E). ATE 10                 *
      *      COLU COLS 06-15 CAMPO IMPRESSO. ATE 12    *
      *      ORDE COLS 06-15 CAMPO, 17 A=CRESCENTE     *
      *           D=DECRESCENTE (SO NUMERICO). ATE 3   *
      *      QUEB COLS 06-15 CAMPO DE QUEBRA, DO MAIOR *
      *           PARA O MENOR NIVEL; ORDENA ANTES DO  *
      *           ORDE. ATE 2                          *
      *      TOTA COLS 06-15 CAMPO SOMADO NAS QUEBRAS  *
      *           E NO TOTAL GERAL. ATE 6              *
      *      CSV  COL 06 S = GRAVAR O EXTRATO CSVREL   *
      *    CAMPOS: VER O DICIONARIO WK-DICIONARIO        *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELSPEC  ASSIGN TO RELSPEC
               FILE STATUS IS WK-FS-RELSPEC.
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-SEGMENTO ASSIGN TO SEGMENTO
               FILE STATUS IS WK-FS-SEGMENTO.
           SELECT ARQ-SALDOMED ASSIGN TO SALDOMED
               FILE STATUS IS WK-FS-SALDOMED.
           SELECT ARQ-EMPREST  ASSIGN TO EMPREST
               FILE STATUS IS WK-FS-EMPREST.
           SELECT ARQ-RELAVUL  ASSIGN TO RELAVUL
               FILE STATUS IS WK-FS-RELAVUL.
           SELECT ARQ-CSVREL   ASSIGN TO CSVREL
               FILE STATUS IS WK-FS-CSVREL.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
           SELECT ARQ-SORTWK   ASSIGN TO SORTWK.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-RELSPEC
            RECORDING MODE IS F.
       01  REG-RELSPEC.
           05 SPC-TIPO              PIC X(04).
           05 FILLER                PIC X(01).
           05 SPC-CAMPO             PIC X(10).
           05 FILLER                PIC X(01).
           05 SPC-OPERADOR          PIC X(02).
           05 FILLER                PIC X(01).
           05 SPC-VALOR             PIC X(25).
           05 SPC-VALOR-NUM REDEFINES SPC-VALOR.
              10 SPC-VAL-SINAL      PIC X(01).
              10 SPC-VAL-NUMERO     PIC 9(11)V99.
              10 FILLER             PIC X(11).
           05 FILLER                PIC X(36).
       01  REG-RELSPEC-TITULO REDEFINES REG-RELSPEC.
           05 FILLER                PIC X(05).
           05 SPC-TITULO            PIC X(60).
           05 FILLER                PIC X(15).
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
       FD   ARQ-SEGMENTO
            RECORDING MODE IS F.
       01  REG-SEGMENTO.
           05 FD-SEG-CODIGO         PIC 9(5).
           05 FD-SEG-SEGMENTO       PIC X(01).
           05 FILLER                PIC X(04).
       FD   ARQ-SALDOMED
            RECORDING MODE IS F.
       01  REG-SALDOMED.
           05 FD-MED-CODIGO         PIC 9(5).
           05 FD-MED-ANOMES         PIC 9(6).
           05 FD-MED-MEDIA-CC       PIC S9(7)V99.
           05 FD-MED-MEDIA-POUP     PIC S9(7)V99.
           05 FD-MED-QTDE-DIAS      PIC 9(3).
           05 FILLER                PIC X(08).
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-RELAVUL
            RECORDING MODE IS F.
       01  REG-RELAVUL              PIC X(133).
       FD   ARQ-CSVREL
            RECORDING MODE IS F.
       01  REG-CSVREL               PIC X(300).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       SD   ARQ-SORTWK.
       01  REG-SORT.
           05 SRT-CHAVE             PIC X(100).
           05 SRT-CODIGO            PIC 9(5).
           05 SRT-VALORES           PIC X(760).
       WORKING-STORAGE SECTION.
       77  WK-FS-RELSPEC     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-SEGMENTO    PIC XX             VALUE SPACES.
       77  WK-FS-SALDOMED    PIC XX             VALUE SPACES.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-RELAVUL     PIC XX             VALUE SPACES.
       77  WK-FS-CSVREL      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-SELECIONADOS PIC 9(07)        VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(08)          VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(06)          VALUE ZEROS.
       77  WK-FIM-SORT       PIC X(1)           VALUE 'N'.
      *
      *    DICIONARIO DOS CAMPOS DA JUNCAO: NOME NO CARTAO,
      *    TIPO (A=ALFANUMERICO C=CODIGO COM ZEROS I=INTEIRO
      *    V=VALOR COM 2 DECIMAIS), LARGURA DA COLUNA E
      *    DIGITOS DO CODIGO
       01  WK-DICIONARIO.
           05 FILLER               PIC X(15)   VALUE 'CODIGO    C0605'.
           05 FILLER               PIC X(15)   VALUE 'NOME      A2500'.
           05 FILLER               PIC X(15)   VALUE 'SALDO-CC  V1000'.
           05 FILLER               PIC X(15)   VALUE 'SALDO-POUPV1000'.
           05 FILLER               PIC X(15)   VALUE 'LIMITE    V1000'.
           05 FILLER               PIC X(15)   VALUE 'DIAS-NEG  I0800'.
           05 FILLER               PIC X(15)   VALUE 'CICLO     I0500'.
           05 FILLER               PIC X(15)   VALUE 'SITUACAO  A0800'.
           05 FILLER               PIC X(15)   VALUE 'EMPRESA   C0702'.
           05 FILLER               PIC X(15)   VALUE 'CIDADE    A2000'.
           05 FILLER               PIC X(15)   VALUE 'UF        A0200'.
           05 FILLER               PIC X(15)   VALUE 'CEP       C0808'.
           05 FILLER               PIC X(15)   VALUE 'DOCUMENTO A1400'.
           05 FILLER               PIC X(15)   VALUE 'DATA-CONF C0908'.
           05 FILLER               PIC X(15)   VALUE 'SEGMENTO  A0800'.
           05 FILLER               PIC X(15)   VALUE 'MEDIA-CC  V1300'.
           05 FILLER               PIC X(15)   VALUE 'MEDIA-POUPV1300'.
           05 FILLER               PIC X(15)   VALUE 'EMP-QTDE  I0800'.
           05 FILLER               PIC X(15)   VALUE 'EMP-PRINC V1400'.
           05 FILLER               PIC X(15)   VALUE 'EMP-PRESTAV1400'.
       01  TABELA-DICIONARIO REDEFINES WK-DICIONARIO.
           05 DIC-ENTRADA            OCCURS 20 TIMES.
              10 DIC-NOME            PIC X(10).
              10 DIC-TIPO            PIC X(01).
              10 DIC-LARGURA         PIC 99.
              10 DIC-DIGITOS         PIC 99.
       77  WK-TOT-DICIONARIO PIC 9(02)          VALUE 20.
       77  WK-IND-CMP        PIC 9(02)          VALUE ZEROS.
       77  WK-ACHOU-CMP      PIC X              VALUE 'N'.
           88 CAMPO-ACHADO                      VALUE 'S'.
           88 CAMPO-NAO-ACHADO                  VALUE 'N'.
      *
      *    ESPECIFICACAO LIDA DO RELSPEC
       77  WK-TITULO         PIC X(60)          VALUE
           'RELATORIO AVULSO DE CLIENTES'.
       77  WK-CSV            PIC X(01)          VALUE 'N'.
           88 CSV-PEDIDO                        VALUE 'S'.
       77  WK-ERROS-SPEC     PIC 9(03)          VALUE ZEROS.
       77  WK-MSG-ERRO       PIC X(40)          VALUE SPACES.
       01  TABELA-CARTOES.
           05 CRT-TAB-CARTAO         PIC X(80)  OCCURS 60 TIMES.
       77  WK-TOT-CARTOES    PIC 9(02)          VALUE ZEROS.
       77  WK-IND-CRT        PIC 9(02)          VALUE ZEROS.
       01  TABELA-SELECAO.
           05 SEL-ENTRADA            OCCURS 10 TIMES.
              10 SEL-CAMPO           PIC 9(02).
              10 SEL-OPERADOR        PIC X(02).
              10 SEL-ALFA            PIC X(25).
              10 SEL-NUM             PIC S9(11)V99.
       77  WK-TOT-SEL        PIC 9(02)          VALUE ZEROS.
       77  WK-IND-SEL        PIC 9(02)          VALUE ZEROS.
       01  TABELA-COLUNAS.
           05 COL-CAMPO              PIC 9(02)  OCCURS 12 TIMES.
       77  WK-TOT-COL        PIC 9(02)          VALUE ZEROS.
       77  WK-IND-COL        PIC 9(02)          VALUE ZEROS.
       01  TABELA-ORDEM.
           05 ORD-ENTRADA            OCCURS 3 TIMES.
              10 ORD-CAMPO           PIC 9(02).
              10 ORD-SENTIDO         PIC X(01).
       77  WK-TOT-ORD        PIC 9(02)          VALUE ZEROS.
       77  WK-IND-ORD        PIC 9(02)          VALUE ZEROS.
       01  TABELA-QUEBRAS.
           05 QBR-ENTRADA            OCCURS 2 TIMES.
              10 QBR-CAMPO           PIC 9(02).
              10 QBR-ANTERIOR        PIC X(20).
              10 QBR-TEXTO           PIC X(40).
       77  WK-TOT-QBR        PIC 9(02)          VALUE ZEROS.
       01  TABELA-TOTAIS.
           05 TOT-CAMPO              PIC 9(02)  OCCURS 6 TIMES.
       77  WK-TOT-TOT        PIC 9(02)          VALUE ZEROS.
       77  WK-IND-TOT        PIC 9(02)          VALUE ZEROS.
      *
      *    ACUMULADORES POR NIVEL: 1 E 2 = QUEBRAS, 3 = GERAL
       01  TABELA-ACUMULADORES.
           05 ACM-NIVEL              OCCURS 3 TIMES.
              10 ACM-QTDE            PIC 9(07).
              10 ACM-VALOR           PIC S9(13)V99 OCCURS 6 TIMES.
       77  WK-NIVEL          PIC 9(01)          VALUE ZEROS.
       77  WK-NIVEL-MUDOU    PIC 9(01)          VALUE ZEROS.
       77  WK-PRIMEIRO       PIC X(01)          VALUE 'S'.
      *
      *    JUNCAO DOS ARQUIVOS DE CLIENTES POR CODIGO
       01  TABELA-JUNCAO.
           05 JUN-ENTRADA            OCCURS 5000 TIMES.
              10 JUN-TAB-CODIGO      PIC 9(5).
              10 JUN-TAB-NOME        PIC X(25).
              10 JUN-TAB-SALDO-CC    PIC S9(5)V99.
              10 JUN-TAB-SALDO-POUP  PIC S9(5)V99.
              10 JUN-TAB-LIMITE      PIC S9(5)V99.
              10 JUN-TAB-DIAS-NEG    PIC 9(3).
              10 JUN-TAB-CICLO       PIC 9(1).
              10 JUN-TAB-SITUACAO    PIC X(01).
              10 JUN-TAB-EMPRESA     PIC 99.
              10 JUN-TAB-CIDADE      PIC X(20).
              10 JUN-TAB-UF          PIC X(02).
              10 JUN-TAB-CEP         PIC 9(8).
              10 JUN-TAB-DOCUMENTO   PIC X(14).
              10 JUN-TAB-DATA-CONF   PIC 9(8).
              10 JUN-TAB-SEGMENTO    PIC X(01).
              10 JUN-TAB-MEDIA-CC    PIC S9(7)V99.
              10 JUN-TAB-MEDIA-POUP  PIC S9(7)V99.
              10 JUN-TAB-EMP-QTDE    PIC 9(3).
              10 JUN-TAB-EMP-PRINC   PIC 9(9)V99.
              10 JUN-TAB-EMP-PRESTA  PIC 9(9)V99.
       77  WK-TOT-JUNCAO     PIC 9(05)          VALUE ZEROS.
       77  WK-IND-JUN        PIC 9(05)          VALUE ZEROS.
       77  WK-CODIGO-EXAME   PIC 9(5)           VALUE ZEROS.
       77  WK-ACHOU-JUN      PIC X              VALUE 'N'.
           88 CLIENTE-ACHADO                    VALUE 'S'.
           88 CLIENTE-NAO-ACHADO                VALUE 'N'.
      *
      *    VALORES DO CLIENTE CORRENTE, NA ORDEM DO DICIONARIO
       01  TABELA-VALORES.
           05 VAL-ENTRADA            OCCURS 20 TIMES.
              10 VAL-ALFA            PIC X(25).
              10 VAL-NUM             PIC S9(11)V99.
       77  WK-SELECIONADO    PIC X(01)          VALUE 'S'.
           88 CLIENTE-SELECIONADO               VALUE 'S'.
       77  WK-COMPARACAO     PIC X(01)          VALUE SPACE.
      *
      *    CHAVE DO SORT: SEGMENTOS DE 20 POSICOES (QUEBRAS
      *    E DEPOIS ORDENACAO); NUMERICO DESLOCADO PARA NAO
      *    TER SINAL E, NO DECRESCENTE, COMPLEMENTADO A 9
       77  WK-SEG-CHAVE      PIC 9(01)          VALUE ZEROS.
       77  WK-POS-CHAVE      PIC 9(03)          VALUE ZEROS.
       77  WK-SENTIDO        PIC X(01)          VALUE 'A'.
       77  WK-SEGMENTO-CHAVE PIC X(20)          VALUE SPACES.
       01  WK-CHAVE-NUMERICA.
           05 WK-CHAVE-NUM         PIC 9(12)V99.
       01  WK-CHAVE-NUM-X REDEFINES WK-CHAVE-NUMERICA PIC X(14).
      *
      *    FORMATACAO DE UM CAMPO NA LARGURA DA COLUNA
       77  WK-LARGURA        PIC 9(02)          VALUE ZEROS.
       77  WK-DIGITOS        PIC 9(02)          VALUE ZEROS.
       77  WK-INICIO         PIC 9(03)          VALUE ZEROS.
       77  WK-POS-CODIGO     PIC 9(02)          VALUE ZEROS.
       77  WK-TEXTO-CAMPO    PIC X(25)          VALUE SPACES.
       77  WK-ED-VALOR       PIC ---.---.---.--9,99.
       77  WK-ED-INTEIRO     PIC ------------9.
       77  WK-ED-CODIGO      PIC 9(11).
       77  WK-ED-TOTAL       PIC ---.---.---.---.--9,99.
       77  WK-ED-QTDE        PIC Z.ZZZ.ZZ9.
       77  WK-POS-LINHA      PIC 9(03)          VALUE ZEROS.
       77  WK-LARGURA-LINHA  PIC 9(03)          VALUE ZEROS.
       77  WK-LINHA          PIC X(132)         VALUE SPACES.
       77  WK-PTR-CSV        PIC 9(03)          VALUE ZEROS.
       77  WK-BRANCOS        PIC 9(02)          VALUE ZEROS.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
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
           SORT ARQ-SORTWK
               ON ASCENDING KEY SRT-CHAVE
               ON ASCENDING KEY SRT-CODIGO
               INPUT  PROCEDURE IS 200-SELECIONAR
               OUTPUT PROCEDURE IS 300-IMPRIMIR-RELATORIO.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           PERFORM 110-LER-ESPECIFICACAO.
           PERFORM 140-CARREGAR-CLIENTEN.
           PERFORM 150-CARREGAR-CLIDEMOG.
           PERFORM 155-CARREGAR-SEGMENTO.
           PERFORM 160-CARREGAR-SALDOMED.
           PERFORM 165-CARREGAR-EMPREST.
           OPEN OUTPUT ARQ-RELAVUL.
           IF CSV-PEDIDO
               OPEN OUTPUT ARQ-CSVREL
           END-IF.
      *
      *    LE E CRITICA TODOS OS CARTOES; QUALQUER ERRO
      *    ABORTA A EXECUCAO ANTES DE LER OS CLIENTES
       110-LER-ESPECIFICACAO.
           OPEN INPUT ARQ-RELSPEC.
           EVALUATE WK-FS-RELSPEC
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO RELSPEC NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-RELSPEC
                           ' NO COMANDO OPEN RELSPEC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 401-LER-RELSPEC.
           PERFORM 111-TRATAR-CARTAO
               UNTIL WK-FS-RELSPEC = '10'.
           CLOSE ARQ-RELSPEC.
           IF WK-TOT-COL = ZEROS
               DISPLAY 'ESPECIFICACAO SEM NENHUM CARTAO COLU'
               ADD 1 TO WK-ERROS-SPEC
           END-IF.
           MOVE ZEROS TO WK-LARGURA-LINHA.
           PERFORM 112-SOMAR-LARGURA
               VARYING WK-IND-COL FROM 1 BY 1
               UNTIL WK-IND-COL > WK-TOT-COL.
           IF WK-LARGURA-LINHA > 133
               DISPLAY 'COLUNAS PASSAM DE 132 POSICOES - REDUZA '
                       'OS CARTOES COLU'
               ADD 1 TO WK-ERROS-SPEC
           END-IF.
           IF WK-ERROS-SPEC > ZEROS
               DISPLAY 'ESPECIFICACAO COM ' WK-ERROS-SPEC
                       ' ERRO(S) - RELATORIO NAO EMITIDO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       111-TRATAR-CARTAO.
           IF REG-RELSPEC(1:1) NOT = '*'
            AND REG-RELSPEC NOT = SPACES
               PERFORM 120-CRITICAR-CARTAO
           END-IF.
           PERFORM 401-LER-RELSPEC.
       112-SOMAR-LARGURA.
           MOVE COL-CAMPO(WK-IND-COL) TO WK-IND-CMP.
           COMPUTE WK-LARGURA-LINHA =
                   WK-LARGURA-LINHA + DIC-LARGURA(WK-IND-CMP) + 1.
      ***************************************
       120-CRITICAR-CARTAO.
           IF WK-TOT-CARTOES >= 60
               MOVE 'MAIS DE 60 CARTOES NA ESPECIFICACAO'
                    TO WK-MSG-ERRO
               PERFORM 190-REJEITAR-CARTAO
           ELSE
               ADD 1 TO WK-TOT-CARTOES
               MOVE REG-RELSPEC TO CRT-TAB-CARTAO(WK-TOT-CARTOES)
           END-IF.
           EVALUATE SPC-TIPO
               WHEN 'TITU'
                   MOVE SPC-TITULO TO WK-TITULO
               WHEN 'SELE'
                   PERFORM 121-CRITICAR-SELECAO
               WHEN 'COLU'
                   PERFORM 122-CRITICAR-COLUNA
               WHEN 'ORDE'
                   PERFORM 123-CRITICAR-ORDEM
               WHEN 'QUEB'
                   PERFORM 124-CRITICAR-QUEBRA
               WHEN 'TOTA'
                   PERFORM 125-CRITICAR-TOTAL
               WHEN 'CSV '
                   IF SPC-CAMPO(1:1) = 'S'
                       SET CSV-PEDIDO TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE 'TIPO DE CARTAO DESCONHECIDO'
                        TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
           END-EVALUATE.
       121-CRITICAR-SELECAO.
           PERFORM 130-PROCURAR-CAMPO.
           EVALUATE TRUE
               WHEN CAMPO-NAO-ACHADO
                   MOVE 'CAMPO DESCONHECIDO' TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN SPC-OPERADOR NOT = 'EQ'
                AND SPC-OPERADOR NOT = 'NE'
                AND SPC-OPERADOR NOT = 'GT'
                AND SPC-OPERADOR NOT = 'GE'
                AND SPC-OPERADOR NOT = 'LT'
                AND SPC-OPERADOR NOT = 'LE'
                   MOVE 'OPERADOR INVALIDO' TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN DIC-TIPO(WK-IND-CMP) NOT = 'A'
                AND (SPC-VAL-NUMERO NOT NUMERIC
                 OR (SPC-VAL-SINAL NOT = '+'
                 AND SPC-VAL-SINAL NOT = '-'
                 AND SPC-VAL-SINAL NOT = SPACE))
                   MOVE 'VALOR NUMERICO INVALIDO (SINAL+9(11)V99)'
                        TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN WK-TOT-SEL >= 10
                   MOVE 'MAIS DE 10 CARTOES SELE' TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN OTHER
                   ADD 1 TO WK-TOT-SEL
                   MOVE WK-IND-CMP   TO SEL-CAMPO(WK-TOT-SEL)
                   MOVE SPC-OPERADOR TO SEL-OPERADOR(WK-TOT-SEL)
                   MOVE SPC-VALOR    TO SEL-ALFA(WK-TOT-SEL)
                   MOVE ZEROS        TO SEL-NUM(WK-TOT-SEL)
                   IF DIC-TIPO(WK-IND-CMP) NOT = 'A'
                       MOVE SPC-VAL-NUMERO TO SEL-NUM(WK-TOT-SEL)
                       IF SPC-VAL-SINAL = '-'
                           COMPUTE SEL-NUM(WK-TOT-SEL) =
                                   SEL-NUM(WK-TOT-SEL) * -1
                       END-IF
                   END-IF
           END-EVALUATE.
       122-CRITICAR-COLUNA.
           PERFORM 130-PROCURAR-CAMPO.
           EVALUATE TRUE
               WHEN CAMPO-NAO-ACHADO
                   MOVE 'CAMPO DESCONHECIDO' TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN WK-TOT-COL >= 12
                   MOVE 'MAIS DE 12 CARTOES COLU' TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN OTHER
                   ADD 1 TO WK-TOT-COL
                   MOVE WK-IND-CMP TO COL-CAMPO(WK-TOT-COL)
           END-EVALUATE.
       123-CRITICAR-ORDEM.
           PERFORM 130-PROCURAR-CAMPO.
           IF SPC-OPERADOR(1:1) = SPACE
               MOVE 'A' TO SPC-OPERADOR(1:1)
           END-IF.
           EVALUATE TRUE
               WHEN CAMPO-NAO-ACHADO
                   MOVE 'CAMPO DESCONHECIDO' TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN SPC-OPERADOR(1:1) NOT = 'A'
                AND SPC-OPERADOR(1:1) NOT = 'D'
                   MOVE 'SENTIDO DEVE SER A OU D' TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN SPC-OPERADOR(1:1) = 'D'
                AND DIC-TIPO(WK-IND-CMP) = 'A'
                   MOVE 'DECRESCENTE SO EM CAMPO NUMERICO'
                        TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN WK-TOT-ORD >= 3
                   MOVE 'MAIS DE 3 CARTOES ORDE' TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN OTHER
                   ADD 1 TO WK-TOT-ORD
                   MOVE WK-IND-CMP TO ORD-CAMPO(WK-TOT-ORD)
                   MOVE SPC-OPERADOR(1:1) TO ORD-SENTIDO(WK-TOT-ORD)
           END-EVALUATE.
       124-CRITICAR-QUEBRA.
           PERFORM 130-PROCURAR-CAMPO.
           EVALUATE TRUE
               WHEN CAMPO-NAO-ACHADO
                   MOVE 'CAMPO DESCONHECIDO' TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN WK-TOT-QBR >= 2
                   MOVE 'MAIS DE 2 CARTOES QUEB' TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN OTHER
                   ADD 1 TO WK-TOT-QBR
                   MOVE WK-IND-CMP TO QBR-CAMPO(WK-TOT-QBR)
           END-EVALUATE.
       125-CRITICAR-TOTAL.
           PERFORM 130-PROCURAR-CAMPO.
           EVALUATE TRUE
               WHEN CAMPO-NAO-ACHADO
                   MOVE 'CAMPO DESCONHECIDO' TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN DIC-TIPO(WK-IND-CMP) NOT = 'V'
                AND DIC-TIPO(WK-IND-CMP) NOT = 'I'
                   MOVE 'TOTAL SO EM CAMPO DE VALOR OU INTEIRO'
                        TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN WK-TOT-TOT >= 6
                   MOVE 'MAIS DE 6 CARTOES TOTA' TO WK-MSG-ERRO
                   PERFORM 190-REJEITAR-CARTAO
               WHEN OTHER
                   ADD 1 TO WK-TOT-TOT
                   MOVE WK-IND-CMP TO TOT-CAMPO(WK-TOT-TOT)
           END-EVALUATE.
       130-PROCURAR-CAMPO.
           SET CAMPO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CMP FROM 1 BY 1
                   UNTIL WK-IND-CMP > WK-TOT-DICIONARIO
                   OR CAMPO-ACHADO
               IF DIC-NOME(WK-IND-CMP) = SPC-CAMPO
                   SET CAMPO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF CAMPO-ACHADO
               SUBTRACT 1 FROM WK-IND-CMP
           END-IF.
       190-REJEITAR-CARTAO.
           ADD 1 TO WK-ERROS-SPEC.
           DISPLAY 'CARTAO REJEITADO: ' REG-RELSPEC.
           DISPLAY '   MOTIVO: ' WK-MSG-ERRO.
      ***************************************
      *    JUNCAO: O CLIENTEN DA A LISTA DE CLIENTES; OS
      *    DEMAIS ARQUIVOS SAO OPCIONAIS E, AUSENTES, DEIXAM
      *    SEUS CAMPOS EM BRANCO OU ZERADOS
       140-CARREGAR-CLIENTEN.
           OPEN INPUT ARQ-CLIENTEN.
           EVALUATE WK-FS-CLIENTEN
               WHEN '00'
                   PERFORM 402-LER-CLIENTEN
                   PERFORM 141-ACUMULAR-CLIENTE
                       UNTIL WK-FS-CLIENTEN = '10'
                   CLOSE ARQ-CLIENTEN
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIENTEN NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       141-ACUMULAR-CLIENTE.
           IF WK-TOT-JUNCAO >= 5000
               DISPLAY 'TABELA DE CLIENTES CHEIA (MAXIMO 5000 '
                       'REGISTROS) - RELATORIO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-REGS-LIDOS.
           ADD 1 TO WK-TOT-JUNCAO.
           MOVE WK-TOT-JUNCAO TO WK-IND-JUN.
           INITIALIZE JUN-ENTRADA(WK-IND-JUN).
           MOVE FD-CLN-CODIGO     TO JUN-TAB-CODIGO(WK-IND-JUN).
           MOVE FD-CLN-NOME       TO JUN-TAB-NOME(WK-IND-JUN).
           MOVE FD-CLN-SALDO-CC   TO JUN-TAB-SALDO-CC(WK-IND-JUN).
           MOVE FD-CLN-SALDO-POUP TO JUN-TAB-SALDO-POUP(WK-IND-JUN).
           MOVE FD-CLN-LIMITE     TO JUN-TAB-LIMITE(WK-IND-JUN).
           MOVE FD-CLN-DIAS-NEG   TO JUN-TAB-DIAS-NEG(WK-IND-JUN).
           MOVE FD-CLN-CICLO      TO JUN-TAB-CICLO(WK-IND-JUN).
           MOVE FD-CLN-SITUACAO   TO JUN-TAB-SITUACAO(WK-IND-JUN).
           MOVE FD-CLN-EMPRESA    TO JUN-TAB-EMPRESA(WK-IND-JUN).
           PERFORM 402-LER-CLIENTEN.
       150-CARREGAR-CLIDEMOG.
           OPEN INPUT ARQ-CLIDEMOG.
           EVALUATE WK-FS-CLIDEMOG
               WHEN '00'
                   PERFORM 403-LER-CLIDEMOG
                   PERFORM 151-JUNTAR-CLIDEMOG
                       UNTIL WK-FS-CLIDEMOG = '10'
                   CLOSE ARQ-CLIDEMOG
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIDEMOG NAO ENCONTRADO - '
                           'CAMPOS CADASTRAIS EM BRANCO'
           END-EVALUATE.
       151-JUNTAR-CLIDEMOG.
           MOVE FD-DEM-CODIGO TO WK-CODIGO-EXAME.
           PERFORM 510-PROCURAR-CLIENTE.
           IF CLIENTE-ACHADO
               MOVE FD-DEM-CIDADE    TO JUN-TAB-CIDADE(WK-IND-JUN)
               MOVE FD-DEM-UF        TO JUN-TAB-UF(WK-IND-JUN)
               MOVE FD-DEM-CEP       TO JUN-TAB-CEP(WK-IND-JUN)
               MOVE FD-DEM-DOCUMENTO TO JUN-TAB-DOCUMENTO(WK-IND-JUN)
               MOVE FD-DEM-DATA-CONFIRMACAO
                    TO JUN-TAB-DATA-CONF(WK-IND-JUN)
           END-IF.
           PERFORM 403-LER-CLIDEMOG.
       155-CARREGAR-SEGMENTO.
           OPEN INPUT ARQ-SEGMENTO.
           EVALUATE WK-FS-SEGMENTO
               WHEN '00'
                   PERFORM 404-LER-SEGMENTO
                   PERFORM 156-JUNTAR-SEGMENTO
                       UNTIL WK-FS-SEGMENTO = '10'
                   CLOSE ARQ-SEGMENTO
               WHEN OTHER
                   DISPLAY 'ARQUIVO SEGMENTO NAO ENCONTRADO - '
                           'SEGMENTO EM BRANCO'
           END-EVALUATE.
       156-JUNTAR-SEGMENTO.
           MOVE FD-SEG-CODIGO TO WK-CODIGO-EXAME.
           PERFORM 510-PROCURAR-CLIENTE.
           IF CLIENTE-ACHADO
               MOVE FD-SEG-SEGMENTO TO JUN-TAB-SEGMENTO(WK-IND-JUN)
           END-IF.
           PERFORM 404-LER-SEGMENTO.
       160-CARREGAR-SALDOMED.
           OPEN INPUT ARQ-SALDOMED.
           EVALUATE WK-FS-SALDOMED
               WHEN '00'
                   PERFORM 405-LER-SALDOMED
                   PERFORM 161-JUNTAR-SALDOMED
                       UNTIL WK-FS-SALDOMED = '10'
                   CLOSE ARQ-SALDOMED
               WHEN OTHER
                   DISPLAY 'ARQUIVO SALDOMED NAO ENCONTRADO - '
                           'SALDO MEDIO ZERADO'
           END-EVALUATE.
       161-JUNTAR-SALDOMED.
           MOVE FD-MED-CODIGO TO WK-CODIGO-EXAME.
           PERFORM 510-PROCURAR-CLIENTE.
           IF CLIENTE-ACHADO
               MOVE FD-MED-MEDIA-CC   TO JUN-TAB-MEDIA-CC(WK-IND-JUN)
               MOVE FD-MED-MEDIA-POUP
                    TO JUN-TAB-MEDIA-POUP(WK-IND-JUN)
           END-IF.
           PERFORM 405-LER-SALDOMED.
       165-CARREGAR-EMPREST.
           OPEN INPUT ARQ-EMPREST.
           EVALUATE WK-FS-EMPREST
               WHEN '00'
                   PERFORM 406-LER-EMPREST
                   PERFORM 166-JUNTAR-EMPREST
                       UNTIL WK-FS-EMPREST = '10'
                   CLOSE ARQ-EMPREST
               WHEN OTHER
                   DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO - '
                           'CLIENTES SEM EMPRESTIMO'
           END-EVALUATE.
       166-JUNTAR-EMPREST.
           IF EMP-SIT-ATIVO
               MOVE FD-EMP-CODIGO TO WK-CODIGO-EXAME
               PERFORM 510-PROCURAR-CLIENTE
               IF CLIENTE-ACHADO
                AND JUN-TAB-EMP-QTDE(WK-IND-JUN) < 999
                   ADD 1 TO JUN-TAB-EMP-QTDE(WK-IND-JUN)
                   ADD FD-EMP-PRINCIPAL
                       TO JUN-TAB-EMP-PRINC(WK-IND-JUN)
                   ADD FD-EMP-PRESTACAO
                       TO JUN-TAB-EMP-PRESTA(WK-IND-JUN)
               END-IF
           END-IF.
           PERFORM 406-LER-EMPREST.
      ***************************************
      *    PROCEDIMENTO DE ENTRADA DO SORT: APLICA A SELECAO
      *    A CADA CLIENTE DA JUNCAO E LIBERA OS ESCOLHIDOS
      *    COM A CHAVE DE QUEBRAS E ORDENACAO
       200-SELECIONAR SECTION.
       201-PROCESSAR.
           PERFORM 202-SELECIONAR-CLIENTE
               VARYING WK-IND-JUN FROM 1 BY 1
               UNTIL WK-IND-JUN > WK-TOT-JUNCAO.
           GO TO 209-SAIDA.
       202-SELECIONAR-CLIENTE.
           PERFORM 210-CARREGAR-VALORES.
           MOVE 'S' TO WK-SELECIONADO.
           PERFORM 220-AVALIAR-CONDICAO
               VARYING WK-IND-SEL FROM 1 BY 1
               UNTIL WK-IND-SEL > WK-TOT-SEL
               OR NOT CLIENTE-SELECIONADO.
           IF CLIENTE-SELECIONADO
               ADD 1 TO WK-TOT-SELECIONADOS
               PERFORM 230-MONTAR-CHAVE
               MOVE JUN-TAB-CODIGO(WK-IND-JUN) TO SRT-CODIGO
               MOVE TABELA-VALORES TO SRT-VALORES
               RELEASE REG-SORT
           END-IF.
       210-CARREGAR-VALORES.
           INITIALIZE TABELA-VALORES.
           MOVE JUN-TAB-CODIGO(WK-IND-JUN)     TO VAL-NUM(1).
           MOVE JUN-TAB-NOME(WK-IND-JUN)       TO VAL-ALFA(2).
           MOVE JUN-TAB-SALDO-CC(WK-IND-JUN)   TO VAL-NUM(3).
           MOVE JUN-TAB-SALDO-POUP(WK-IND-JUN) TO VAL-NUM(4).
           MOVE JUN-TAB-LIMITE(WK-IND-JUN)     TO VAL-NUM(5).
           MOVE JUN-TAB-DIAS-NEG(WK-IND-JUN)   TO VAL-NUM(6).
           MOVE JUN-TAB-CICLO(WK-IND-JUN)      TO VAL-NUM(7).
           MOVE JUN-TAB-SITUACAO(WK-IND-JUN)   TO VAL-ALFA(8).
           MOVE JUN-TAB-EMPRESA(WK-IND-JUN)    TO VAL-NUM(9).
           MOVE JUN-TAB-CIDADE(WK-IND-JUN)     TO VAL-ALFA(10).
           MOVE JUN-TAB-UF(WK-IND-JUN)         TO VAL-ALFA(11).
           MOVE JUN-TAB-CEP(WK-IND-JUN)        TO VAL-NUM(12).
           MOVE JUN-TAB-DOCUMENTO(WK-IND-JUN)  TO VAL-ALFA(13).
           MOVE JUN-TAB-DATA-CONF(WK-IND-JUN)  TO VAL-NUM(14).
           MOVE JUN-TAB-SEGMENTO(WK-IND-JUN)   TO VAL-ALFA(15).
           MOVE JUN-TAB-MEDIA-CC(WK-IND-JUN)   TO VAL-NUM(16).
           MOVE JUN-TAB-MEDIA-POUP(WK-IND-JUN) TO VAL-NUM(17).
           MOVE JUN-TAB-EMP-QTDE(WK-IND-JUN)   TO VAL-NUM(18).
           MOVE JUN-TAB-EMP-PRINC(WK-IND-JUN)  TO VAL-NUM(19).
           MOVE JUN-TAB-EMP-PRESTA(WK-IND-JUN) TO VAL-NUM(20).
       220-AVALIAR-CONDICAO.
           MOVE SEL-CAMPO(WK-IND-SEL) TO WK-IND-CMP.
           IF DIC-TIPO(WK-IND-CMP) = 'A'
               EVALUATE TRUE
                   WHEN VAL-ALFA(WK-IND-CMP) < SEL-ALFA(WK-IND-SEL)
                       MOVE '<' TO WK-COMPARACAO
                   WHEN VAL-ALFA(WK-IND-CMP) = SEL-ALFA(WK-IND-SEL)
                       MOVE '=' TO WK-COMPARACAO
                   WHEN OTHER
                       MOVE '>' TO WK-COMPARACAO
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN VAL-NUM(WK-IND-CMP) < SEL-NUM(WK-IND-SEL)
                       MOVE '<' TO WK-COMPARACAO
                   WHEN VAL-NUM(WK-IND-CMP) = SEL-NUM(WK-IND-SEL)
                       MOVE '=' TO WK-COMPARACAO
                   WHEN OTHER
                       MOVE '>' TO WK-COMPARACAO
               END-EVALUATE
           END-IF.
           EVALUATE SEL-OPERADOR(WK-IND-SEL)
               WHEN 'EQ'
                   IF WK-COMPARACAO NOT = '='
                       MOVE 'N' TO WK-SELECIONADO
                   END-IF
               WHEN 'NE'
                   IF WK-COMPARACAO = '='
                       MOVE 'N' TO WK-SELECIONADO
                   END-IF
               WHEN 'GT'
                   IF WK-COMPARACAO NOT = '>'
                       MOVE 'N' TO WK-SELECIONADO
                   END-IF
               WHEN 'GE'
                   IF WK-COMPARACAO = '<'
                       MOVE 'N' TO WK-SELECIONADO
                   END-IF
               WHEN 'LT'
                   IF WK-COMPARACAO NOT = '<'
                       MOVE 'N' TO WK-SELECIONADO
                   END-IF
               WHEN 'LE'
                   IF WK-COMPARACAO = '>'
                       MOVE 'N' TO WK-SELECIONADO
                   END-IF
           END-EVALUATE.
       230-MONTAR-CHAVE.
           MOVE SPACES TO SRT-CHAVE.
           MOVE ZEROS  TO WK-SEG-CHAVE.
           PERFORM 231-CHAVE-QUEBRA
               VARYING WK-NIVEL FROM 1 BY 1
               UNTIL WK-NIVEL > WK-TOT-QBR.
           PERFORM 232-CHAVE-ORDEM
               VARYING WK-IND-ORD FROM 1 BY 1
               UNTIL WK-IND-ORD > WK-TOT-ORD.
       231-CHAVE-QUEBRA.
           MOVE QBR-CAMPO(WK-NIVEL) TO WK-IND-CMP.
           MOVE 'A' TO WK-SENTIDO.
           PERFORM 235-MONTAR-SEGMENTO.
       232-CHAVE-ORDEM.
           MOVE ORD-CAMPO(WK-IND-ORD)   TO WK-IND-CMP.
           MOVE ORD-SENTIDO(WK-IND-ORD) TO WK-SENTIDO.
           PERFORM 235-MONTAR-SEGMENTO.
       235-MONTAR-SEGMENTO.
           ADD 1 TO WK-SEG-CHAVE.
           COMPUTE WK-POS-CHAVE = (WK-SEG-CHAVE - 1) * 20 + 1.
           MOVE SPACES TO WK-SEGMENTO-CHAVE.
           IF DIC-TIPO(WK-IND-CMP) = 'A'
               MOVE VAL-ALFA(WK-IND-CMP) TO WK-SEGMENTO-CHAVE
           ELSE
               COMPUTE WK-CHAVE-NUM =
                       VAL-NUM(WK-IND-CMP) + 100000000000
               MOVE WK-CHAVE-NUM-X TO WK-SEGMENTO-CHAVE(1:14)
               IF WK-SENTIDO = 'D'
                   INSPECT WK-SEGMENTO-CHAVE(1:14)
                       CONVERTING '0123456789' TO '9876543210'
               END-IF
           END-IF.
           MOVE WK-SEGMENTO-CHAVE TO SRT-CHAVE(WK-POS-CHAVE:20).
       209-SAIDA.
           EXIT.
      ***************************************
      *    PROCEDIMENTO DE SAIDA DO SORT: IMPRIME A
      *    ESPECIFICACAO, AS LINHAS, AS QUEBRAS COM SEUS
      *    TOTAIS E O TOTAL GERAL; GRAVA O EXTRATO CSV
       300-IMPRIMIR-RELATORIO SECTION.
       301-IMPRIMIR-RELATORIO.
           SET LK-REL-ABRIR TO TRUE.
           MOVE WK-TITULO TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           MOVE 'ESPECIFICACAO DO RELATORIO:' TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           PERFORM 305-IMPRIMIR-CARTAO
               VARYING WK-IND-CRT FROM 1 BY 1
               UNTIL WK-IND-CRT > WK-TOT-CARTOES.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           PERFORM 306-IMPRIMIR-COLUNAS.
           IF CSV-PEDIDO
               PERFORM 307-GRAVAR-CABECALHO-CSV
           END-IF.
           INITIALIZE TABELA-ACUMULADORES.
           MOVE 'S' TO WK-PRIMEIRO.
           MOVE 'N' TO WK-FIM-SORT.
           PERFORM 302-RETORNAR-CLIENTE.
           PERFORM 303-IMPRIMIR-CLIENTE
               UNTIL WK-FIM-SORT = 'S'.
           IF WK-PRIMEIRO = 'S'
               MOVE 'NENHUM CLIENTE ATENDE A SELECAO'
                    TO LK-REL-DETALHE
               PERFORM 910-DETALHE
           ELSE
               PERFORM 320-FECHAR-NIVEL
                   VARYING WK-NIVEL FROM WK-TOT-QBR BY -1
                   UNTIL WK-NIVEL < 1
               MOVE 3 TO WK-NIVEL
               PERFORM 330-IMPRIMIR-TOTAIS
           END-IF.
           GO TO 309-SAIDA.
       302-RETORNAR-CLIENTE.
           RETURN ARQ-SORTWK
               AT END
                   MOVE 'S' TO WK-FIM-SORT
           END-RETURN.
       303-IMPRIMIR-CLIENTE.
           MOVE SRT-VALORES TO TABELA-VALORES.
           IF WK-PRIMEIRO = 'S'
               MOVE 'N' TO WK-PRIMEIRO
               MOVE 1 TO WK-NIVEL-MUDOU
           ELSE
               PERFORM 310-VERIFICAR-QUEBRA
               IF WK-NIVEL-MUDOU > ZEROS
                   PERFORM 320-FECHAR-NIVEL
                       VARYING WK-NIVEL FROM WK-TOT-QBR BY -1
                       UNTIL WK-NIVEL < WK-NIVEL-MUDOU
               END-IF
           END-IF.
           IF WK-NIVEL-MUDOU > ZEROS
               PERFORM 325-ABRIR-NIVEL
                   VARYING WK-NIVEL FROM WK-NIVEL-MUDOU BY 1
                   UNTIL WK-NIVEL > WK-TOT-QBR
           END-IF.
           PERFORM 340-MONTAR-DETALHE.
           MOVE WK-LINHA TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           PERFORM 350-ACUMULAR
               VARYING WK-NIVEL FROM 1 BY 1
               UNTIL WK-NIVEL > 3.
           IF CSV-PEDIDO
               PERFORM 360-GRAVAR-LINHA-CSV
           END-IF.
           PERFORM 302-RETORNAR-CLIENTE.
       305-IMPRIMIR-CARTAO.
           MOVE SPACES TO LK-REL-DETALHE.
           MOVE CRT-TAB-CARTAO(WK-IND-CRT) TO LK-REL-DETALHE(3:80).
           PERFORM 910-DETALHE.
       306-IMPRIMIR-COLUNAS.
           MOVE SPACES TO WK-LINHA.
           MOVE 1 TO WK-POS-LINHA.
           PERFORM 308-TITULO-COLUNA
               VARYING WK-IND-COL FROM 1 BY 1
               UNTIL WK-IND-COL > WK-TOT-COL.
           MOVE WK-LINHA TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
       307-GRAVAR-CABECALHO-CSV.
           MOVE SPACES TO REG-CSVREL.
           MOVE 1 TO WK-PTR-CSV.
           PERFORM 311-NOME-CSV
               VARYING WK-IND-COL FROM 1 BY 1
               UNTIL WK-IND-COL > WK-TOT-COL.
           WRITE REG-CSVREL.
       308-TITULO-COLUNA.
           MOVE COL-CAMPO(WK-IND-COL) TO WK-IND-CMP.
           MOVE DIC-LARGURA(WK-IND-CMP) TO WK-LARGURA.
           MOVE DIC-NOME(WK-IND-CMP)
                TO WK-LINHA(WK-POS-LINHA:WK-LARGURA).
           COMPUTE WK-POS-LINHA = WK-POS-LINHA + WK-LARGURA + 1.
       311-NOME-CSV.
           MOVE COL-CAMPO(WK-IND-COL) TO WK-IND-CMP.
           IF WK-IND-COL > 1
               STRING ';' DELIMITED BY SIZE
                   INTO REG-CSVREL WITH POINTER WK-PTR-CSV
           END-IF.
           STRING DIC-NOME(WK-IND-CMP) DELIMITED BY SPACE
               INTO REG-CSVREL WITH POINTER WK-PTR-CSV.
      *
      *    AS QUEBRAS SAO OS PRIMEIROS SEGMENTOS DA CHAVE
       310-VERIFICAR-QUEBRA.
           MOVE ZEROS TO WK-NIVEL-MUDOU.
           IF WK-TOT-QBR > ZEROS
            AND SRT-CHAVE(1:20) NOT = QBR-ANTERIOR(1)
               MOVE 1 TO WK-NIVEL-MUDOU
           END-IF.
           IF WK-NIVEL-MUDOU = ZEROS
            AND WK-TOT-QBR > 1
            AND SRT-CHAVE(21:20) NOT = QBR-ANTERIOR(2)
               MOVE 2 TO WK-NIVEL-MUDOU
           END-IF.
       320-FECHAR-NIVEL.
           PERFORM 330-IMPRIMIR-TOTAIS.
       325-ABRIR-NIVEL.
           COMPUTE WK-POS-CHAVE = (WK-NIVEL - 1) * 20 + 1.
           MOVE SRT-CHAVE(WK-POS-CHAVE:20) TO QBR-ANTERIOR(WK-NIVEL).
           MOVE QBR-CAMPO(WK-NIVEL) TO WK-IND-CMP.
           PERFORM 520-FORMATAR-CAMPO.
           MOVE SPACES TO QBR-TEXTO(WK-NIVEL).
           MOVE ZEROS TO WK-BRANCOS.
           INSPECT WK-TEXTO-CAMPO TALLYING WK-BRANCOS
               FOR LEADING SPACES.
           IF WK-BRANCOS > 24
               MOVE 24 TO WK-BRANCOS
           END-IF.
           STRING DIC-NOME(WK-IND-CMP)      DELIMITED BY SPACE
                  ' '                       DELIMITED BY SIZE
                  WK-TEXTO-CAMPO(WK-BRANCOS + 1:) DELIMITED BY '  '
                  INTO QBR-TEXTO(WK-NIVEL).
           MOVE ZEROS TO ACM-QTDE(WK-NIVEL).
           PERFORM 326-ZERAR-VALOR
               VARYING WK-IND-TOT FROM 1 BY 1
               UNTIL WK-IND-TOT > 6.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING '*** '               DELIMITED BY SIZE
                  QBR-TEXTO(WK-NIVEL)  DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
       326-ZERAR-VALOR.
           MOVE ZEROS TO ACM-VALOR(WK-NIVEL, WK-IND-TOT).
       330-IMPRIMIR-TOTAIS.
           MOVE ACM-QTDE(WK-NIVEL) TO WK-ED-QTDE.
           MOVE SPACES TO LK-REL-DETALHE.
           IF WK-NIVEL = 3
               PERFORM 910-DETALHE
               STRING 'TOTAL GERAL - CLIENTES: ' DELIMITED BY SIZE
                      WK-ED-QTDE                 DELIMITED BY SIZE
                      INTO LK-REL-DETALHE
           ELSE
               STRING 'TOTAL '             DELIMITED BY SIZE
                      QBR-TEXTO(WK-NIVEL)  DELIMITED BY '  '
                      ' - CLIENTES: '      DELIMITED BY SIZE
                      WK-ED-QTDE           DELIMITED BY SIZE
                      INTO LK-REL-DETALHE
           END-IF.
           PERFORM 910-DETALHE.
           PERFORM 331-IMPRIMIR-TOTAL
               VARYING WK-IND-TOT FROM 1 BY 1
               UNTIL WK-IND-TOT > WK-TOT-TOT.
       331-IMPRIMIR-TOTAL.
           MOVE TOT-CAMPO(WK-IND-TOT) TO WK-IND-CMP.
           MOVE ACM-VALOR(WK-NIVEL, WK-IND-TOT) TO WK-ED-TOTAL.
           MOVE SPACES TO LK-REL-DETALHE.
           STRING '    '               DELIMITED BY SIZE
                  DIC-NOME(WK-IND-CMP) DELIMITED BY SIZE
                  ' = '                DELIMITED BY SIZE
                  WK-ED-TOTAL          DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE.
       340-MONTAR-DETALHE.
           MOVE SPACES TO WK-LINHA.
           MOVE 1 TO WK-POS-LINHA.
           PERFORM 341-MONTAR-COLUNA
               VARYING WK-IND-COL FROM 1 BY 1
               UNTIL WK-IND-COL > WK-TOT-COL.
       341-MONTAR-COLUNA.
           MOVE COL-CAMPO(WK-IND-COL) TO WK-IND-CMP.
           PERFORM 520-FORMATAR-CAMPO.
           MOVE WK-TEXTO-CAMPO(1:WK-LARGURA)
                TO WK-LINHA(WK-POS-LINHA:WK-LARGURA).
           COMPUTE WK-POS-LINHA = WK-POS-LINHA + WK-LARGURA + 1.
       350-ACUMULAR.
           ADD 1 TO ACM-QTDE(WK-NIVEL).
           PERFORM 351-ACUMULAR-VALOR
               VARYING WK-IND-TOT FROM 1 BY 1
               UNTIL WK-IND-TOT > WK-TOT-TOT.
       351-ACUMULAR-VALOR.
           MOVE TOT-CAMPO(WK-IND-TOT) TO WK-IND-CMP.
           ADD VAL-NUM(WK-IND-CMP) TO ACM-VALOR(WK-NIVEL, WK-IND-TOT).
      *
      *    EXTRATO CSV: CAMPOS SEPARADOS POR PONTO E VIRGULA
      *    (O VALOR USA VIRGULA DECIMAL), SEM OS BRANCOS DE
      *    ALINHAMENTO DA COLUNA
       360-GRAVAR-LINHA-CSV.
           MOVE SPACES TO REG-CSVREL.
           MOVE 1 TO WK-PTR-CSV.
           PERFORM 361-CAMPO-CSV
               VARYING WK-IND-COL FROM 1 BY 1
               UNTIL WK-IND-COL > WK-TOT-COL.
           WRITE REG-CSVREL.
       361-CAMPO-CSV.
           MOVE COL-CAMPO(WK-IND-COL) TO WK-IND-CMP.
           PERFORM 520-FORMATAR-CAMPO.
           IF WK-IND-COL > 1
               STRING ';' DELIMITED BY SIZE
                   INTO REG-CSVREL WITH POINTER WK-PTR-CSV
           END-IF.
           MOVE ZEROS TO WK-BRANCOS.
           INSPECT WK-TEXTO-CAMPO(1:WK-LARGURA) TALLYING WK-BRANCOS
               FOR LEADING SPACES.
           IF WK-BRANCOS < WK-LARGURA
               COMPUTE WK-INICIO = WK-BRANCOS + 1
               STRING WK-TEXTO-CAMPO(WK-INICIO:) DELIMITED BY '  '
                   INTO REG-CSVREL WITH POINTER WK-PTR-CSV
           END-IF.
       309-SAIDA.
           EXIT.
      ***************************************
       400-LER-ARQUIVOS SECTION.
       401-LER-RELSPEC.
           READ ARQ-RELSPEC.
           EVALUATE WK-FS-RELSPEC
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-RELSPEC
                           ' NO COMANDO READ RELSPEC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       402-LER-CLIENTEN.
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
       403-LER-CLIDEMOG.
           READ ARQ-CLIDEMOG
               AT END
                   MOVE '10' TO WK-FS-CLIDEMOG
           END-READ.
       404-LER-SEGMENTO.
           READ ARQ-SEGMENTO
               AT END
                   MOVE '10' TO WK-FS-SEGMENTO
           END-READ.
       405-LER-SALDOMED.
           READ ARQ-SALDOMED
               AT END
                   MOVE '10' TO WK-FS-SALDOMED
           END-READ.
       406-LER-EMPREST.
           READ ARQ-EMPREST
               AT END
                   MOVE '10' TO WK-FS-EMPREST
           END-READ.
      ***************************************
       500-ROTINAS SECTION.
       510-PROCURAR-CLIENTE.
           SET CLIENTE-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-JUN FROM 1 BY 1
                   UNTIL WK-IND-JUN > WK-TOT-JUNCAO
                   OR CLIENTE-ACHADO
               IF JUN-TAB-CODIGO(WK-IND-JUN) = WK-CODIGO-EXAME
                   SET CLIENTE-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF CLIENTE-ACHADO
               SUBTRACT 1 FROM WK-IND-JUN
           END-IF.
      *
      *    CAMPO WK-IND-CMP DO CLIENTE CORRENTE NA LARGURA DA
      *    COLUNA: ALFANUMERICO A ESQUERDA, NUMERICO A DIREITA
       520-FORMATAR-CAMPO.
           MOVE SPACES TO WK-TEXTO-CAMPO.
           MOVE DIC-LARGURA(WK-IND-CMP) TO WK-LARGURA.
           MOVE DIC-DIGITOS(WK-IND-CMP) TO WK-DIGITOS.
           EVALUATE DIC-TIPO(WK-IND-CMP)
               WHEN 'A'
                   MOVE VAL-ALFA(WK-IND-CMP) TO WK-TEXTO-CAMPO
               WHEN 'V'
                   MOVE VAL-NUM(WK-IND-CMP) TO WK-ED-VALOR
                   COMPUTE WK-INICIO = 19 - WK-LARGURA
                   MOVE WK-ED-VALOR(WK-INICIO:WK-LARGURA)
                        TO WK-TEXTO-CAMPO(1:WK-LARGURA)
               WHEN 'I'
                   MOVE VAL-NUM(WK-IND-CMP) TO WK-ED-INTEIRO
                   COMPUTE WK-INICIO = 14 - WK-LARGURA
                   MOVE WK-ED-INTEIRO(WK-INICIO:WK-LARGURA)
                        TO WK-TEXTO-CAMPO(1:WK-LARGURA)
               WHEN 'C'
                   MOVE VAL-NUM(WK-IND-CMP) TO WK-ED-CODIGO
                   COMPUTE WK-INICIO = 12 - WK-DIGITOS
                   COMPUTE WK-POS-CODIGO = WK-LARGURA - WK-DIGITOS + 1
                   MOVE WK-ED-CODIGO(WK-INICIO:WK-DIGITOS)
                        TO WK-TEXTO-CAMPO(WK-POS-CODIGO:WK-DIGITOS)
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
           DISPLAY 'CLIENTES LIDOS NO CLIENTEN  = ' WK-REGS-LIDOS.
           DISPLAY 'CLIENTES SELECIONADOS       = '
                   WK-TOT-SELECIONADOS.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-RELAVUL.
           IF CSV-PEDIDO
               CLOSE ARQ-CSVREL
           END-IF.
       910-DETALHE.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SAIDA.
      ***************************************
       915-GRAVAR-SAIDA.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELAVUL
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO176'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           COMPUTE FD-CTL-REGS-REJEIT =
                   WK-REGS-LIDOS - WK-TOT-SELECIONADOS.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
