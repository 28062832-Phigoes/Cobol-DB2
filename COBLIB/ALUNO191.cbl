       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO191.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    PROVISAO MENSAL DE FERIAS, 1/3 DE FERIAS E   *
      *    13O SALARIO SOBRE EAD316.FUNCIONARIOS, PELA  *
      *    ADMISSAO E PELO SALARIO. CASA O CURSOR (EM   *
      *    ORDEM DE CODFUN) COM OS SALDOS DO MES        *
      *    ANTERIOR (PROVVELH) E GRAVA OS NOVOS SALDOS  *
      *    (PROVNOVO), COM:                             *
      *      - PERIODO AQUISITIVO DE 12 MESES: 30 DIAS  *
      *        VENCIDOS POR PERIODO COMPLETO E 1/12     *
      *        (2,5 DIAS) POR MES OU FRACAO DE 15 DIAS  *
      *      - FERIAS GOZADAS E ABONO DO CADASTRO       *
      *        AUSENCIA (ALUNO192) BAIXADOS DOS DIAS    *
      *        VENCIDOS                                 *
      *      - 13O EM 1/12 POR MES DO ANO CIVIL         *
      *    A VARIACAO DO SALDO NO MES VAI PARA O GLFEED *
      *    ('PV') POR DEPARTAMENTO, EM PARTIDAS         *
      *    DOBRADAS CONTRA AS CONTAS DE PROVISAO DO     *
      *    CARTAO SYSIN. DESLIGADOS (SALDO SEM          *
      *    FUNCIONARIO NA TABELA) TEM O SALDO ESTORNADO *
      *    SAIDAS: RELPROV = SALDOS POR FUNCIONARIO E   *
      *    RESUMO POR DEPARTAMENTO; RELFERV = PERIODOS  *
      *    VENCIDOS QUE PRECISAM SER PROGRAMADOS ANTES  *
      *    DO PAGAMENTO EM DOBRO (LIMITE DE CONCESSAO = *
      *    12 MESES APOS O FIM DO PERIODO AQUISITIVO)   *
      *    CARTAO SYSIN:                                *
      *      01-06 COMPETENCIA AAAAMM (000000 = MES DA  *
      *            DATA DE PROCESSAMENTO)               *
      *      07-10 CONTA DA PROVISAO DE FERIAS (PFER)   *
      *      11-14 CONTA DA PROVISAO DO 1/3     (PTER)  *
      *      15-18 CONTA DA PROVISAO DO 13O     (P13S)  *
      *      19-20 MESES DE ANTECEDENCIA DO AVISO DE    *
      *            FERIAS A VENCER (02)                 *
      *    ADMISSAO NULA OU INVALIDA, FUNCIONARIO SEM   *
      *    SALARIO E FERIAS ACIMA DO SALDO TERMINAM O   *
      *    JOB COM RC 4. PAGINACAO PELO ALUNO48         *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROVVELH ASSIGN TO PROVVELH
               FILE STATUS IS WK-FS-PROVVELH.
           SELECT ARQ-PROVNOVO ASSIGN TO PROVNOVO
               FILE STATUS IS WK-FS-PROVNOVO.
           SELECT ARQ-AUSENCIA ASSIGN TO AUSENCIA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-AUS-CHAVE
               FILE STATUS IS WK-FS-AUSENCIA.
           SELECT ARQ-GLFEED   ASSIGN TO GLFEED
               FILE STATUS IS WK-FS-GLFEED.
           SELECT ARQ-RELPROV  ASSIGN TO RELPROV
               FILE STATUS IS WK-FS-RELPROV.
           SELECT ARQ-RELFERV  ASSIGN TO RELFERV
               FILE STATUS IS WK-FS-RELFERV.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-PROVVELH
            RECORDING MODE IS F.
           COPY PROVFER.
       FD   ARQ-PROVNOVO
            RECORDING MODE IS F.
       01  REG-PROVNOVO.
           05 FD-PRN-CODFUN         PIC 9(5).
           05 FD-PRN-DEPTO          PIC X(04).
           05 FD-PRN-ADMISSAO       PIC 9(8).
           05 FD-PRN-COMPETENCIA    PIC 9(6).
           05 FD-PRN-INICIO-PERIODO PIC 9(8).
           05 FD-PRN-DIAS-VENCIDOS  PIC 9(3).
           05 FD-PRN-AVOS-FERIAS    PIC 9(2).
           05 FD-PRN-AVOS-13        PIC 9(2).
           05 FD-PRN-SALARIO        PIC 9(7)V99.
           05 FD-PRN-FERIAS         PIC 9(7)V99.
           05 FD-PRN-TERCO          PIC 9(7)V99.
           05 FD-PRN-13             PIC 9(7)V99.
           05 FILLER                PIC X(26).
       FD   ARQ-AUSENCIA.
           COPY AUSENCIA.
       FD   ARQ-GLFEED
            RECORDING MODE IS F.
       01  REG-GLFEED.
           05 GL-TIPO-REGISTRO      PIC X(02).
              88 GL-REG-PROVISAO               VALUE 'PV'.
              88 GL-REG-TRAILER                VALUE '99'.
           05 GL-CODFUN             PIC 9(5).
           05 GL-CENTRO-CUSTO       PIC X(04).
           05 GL-VALOR              PIC 9(9)V99.
           05 GL-SINAL              PIC X(01).
           05 GL-DATA-REFERENCIA    PIC 9(8).
           05 GL-CENTRO-ORIGEM      PIC X(04).
           05 FILLER                PIC X(45).
       01  REG-GLTRAILER REDEFINES REG-GLFEED.
           05 FILLER                PIC X(02).
           05 GL-TRL-QTDE           PIC 9(7).
           05 GL-TRL-DEBITOS        PIC 9(11)V99.
           05 GL-TRL-CREDITOS       PIC 9(11)V99.
           05 FILLER                PIC X(45).
       FD   ARQ-RELPROV
            RECORDING MODE IS F.
       01  REG-RELPROV              PIC X(133).
       FD   ARQ-RELFERV
            RECORDING MODE IS F.
       01  REG-RELFERV              PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
               DECLARE PROVCUR CURSOR FOR
                   SELECT CODFUN, NOMEFUN, SALARIOFUN, DEPTOFUN,
                          ADMISSFUN
                       FROM EAD316.FUNCIONARIOS
                       ORDER BY CODFUN
           END-EXEC.
       77  WK-FS-PROVVELH    PIC XX             VALUE SPACES.
       77  WK-FS-PROVNOVO    PIC XX             VALUE SPACES.
       77  WK-FS-AUSENCIA    PIC XX             VALUE SPACES.
       77  WK-FS-GLFEED      PIC XX             VALUE SPACES.
       77  WK-FS-RELPROV     PIC XX             VALUE SPACES.
       77  WK-FS-RELFERV     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-SQLCODE-EDIT   PIC -999           VALUE ZEROS.
       77  WK-INDICATOR-SALARIO  PIC S9(4) COMP VALUE ZEROS.
       77  WK-INDICATOR-ADMISSAO PIC S9(4) COMP VALUE ZEROS.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-PROVISIONADOS PIC 9(05)       VALUE ZEROS.
       77  WK-TOT-DESLIGADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-FUTUROS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-EXCECOES   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-BAIXAS     PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-IND-REL        PIC 9(01)          VALUE ZEROS.
       77  WK-TEM-AUSENCIA   PIC X(01)          VALUE 'S'.
           88 AUSENCIA-PRESENTE                 VALUE 'S'.
           88 AUSENCIA-VAZIA                    VALUE 'N'.
      *
      *    CARTAO SYSIN
       01  WK-PARM-CARD.
           05 WK-PARM-COMPETENCIA  PIC 9(06).
           05 WK-PARM-FERIAS       PIC X(04).
           05 WK-PARM-TERCO        PIC X(04).
           05 WK-PARM-13           PIC X(04).
           05 WK-PARM-MESES-AVISO  PIC 9(02).
       01  WK-COMPETENCIA          PIC 9(06)     VALUE ZEROS.
       01  FILLER REDEFINES WK-COMPETENCIA.
           05 WK-COMP-ANO          PIC 9(04).
           05 WK-COMP-MES          PIC 9(02).
      *
      *    ULTIMO DIA DA COMPETENCIA E LIMITE DO AVISO DE
      *    FERIAS A VENCER (FIM DO MES DA COMPETENCIA MAIS
      *    OS MESES DO CARTAO)
       01  WK-FIM-COMP             PIC 9(08)     VALUE ZEROS.
       01  FILLER REDEFINES WK-FIM-COMP.
           05 WK-FIM-ANO           PIC 9(04).
           05 WK-FIM-MES           PIC 9(02).
           05 WK-FIM-DIA           PIC 9(02).
       01  WK-LIMITE-AVISO         PIC 9(08)     VALUE ZEROS.
       01  FILLER REDEFINES WK-LIMITE-AVISO.
           05 WK-AVI-ANO           PIC 9(04).
           05 WK-AVI-MES           PIC 9(02).
           05 WK-AVI-DIA           PIC 9(02).
       77  WK-MESES-AVISO    PIC 9(02)          VALUE ZEROS.
      *
      *    DIAS DE CADA MES (FEVEREIRO AJUSTADO NO ANO
      *    BISSEXTO PELO 125-DIAS-DO-MES)
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
      *    CASAMENTO DO CURSOR COM OS SALDOS ANTERIORES E COM
      *    AS FERIAS GOZADAS (999999 = FIM DO ARQUIVO)
       77  WK-CHAVE-FUN      PIC 9(06)          VALUE ZEROS.
       77  WK-CHAVE-VELH     PIC 9(06)          VALUE ZEROS.
       77  WK-CHAVE-AUS      PIC 9(06)          VALUE ZEROS.
       77  WK-TEM-VELHO      PIC X(01)          VALUE 'N'.
           88 SALDO-ANTERIOR                    VALUE 'S'.
           88 SALDO-NOVO                        VALUE 'N'.
       77  WK-BAIXADO-ATE    PIC 9(08)          VALUE ZEROS.
      *
      *    ADMISSAO DA DB2 NO FORMATO AAAA-MM-DD
       01  WK-ADM-TEXTO            PIC X(10)     VALUE SPACES.
       01  FILLER REDEFINES WK-ADM-TEXTO.
           05 WK-ADT-ANO           PIC X(04).
           05 FILLER               PIC X(01).
           05 WK-ADT-MES           PIC X(02).
           05 FILLER               PIC X(01).
           05 WK-ADT-DIA           PIC X(02).
       01  WK-ADMISSAO             PIC 9(08)     VALUE ZEROS.
       01  FILLER REDEFINES WK-ADMISSAO.
           05 WK-ADM-ANO           PIC 9(04).
           05 WK-ADM-MES           PIC 9(02).
           05 WK-ADM-DIA           PIC 9(02).
      *
      *    PERIODO AQUISITIVO EM CURSO
       01  WK-INICIO-PERIODO       PIC 9(08)     VALUE ZEROS.
       01  FILLER REDEFINES WK-INICIO-PERIODO.
           05 WK-INI-ANO           PIC 9(04).
           05 WK-INI-MES           PIC 9(02).
           05 WK-INI-DIA           PIC 9(02).
       77  WK-MESES          PIC S9(05)         VALUE ZEROS.
       77  WK-DIAS-FRACAO    PIC S9(03)         VALUE ZEROS.
       77  WK-DIAS-VENCIDOS  PIC 9(03)          VALUE ZEROS.
       77  WK-DIAS-BAIXA     PIC 9(03)          VALUE ZEROS.
       77  WK-AVOS-FERIAS    PIC 9(02)          VALUE ZEROS.
       77  WK-AVOS-13        PIC 9(02)          VALUE ZEROS.
       77  WK-SALARIO        PIC 9(7)V99        VALUE ZEROS.
       77  WK-PROV-FERIAS    PIC 9(7)V99        VALUE ZEROS.
       77  WK-PROV-TERCO     PIC 9(7)V99        VALUE ZEROS.
       77  WK-PROV-13        PIC 9(7)V99        VALUE ZEROS.
      *
      *    VARIACAO DO MES POR DEPARTAMENTO E SALDOS NOVOS
       01  TABELA-DEPTOS.
           05 DEP-ENTRADA            OCCURS 50 TIMES.
              10 DEP-TAB-DEPTO       PIC X(04).
              10 DEP-TAB-QTDE        PIC 9(05).
              10 DEP-TAB-FERIAS      PIC 9(9)V99.
              10 DEP-TAB-TERCO       PIC 9(9)V99.
              10 DEP-TAB-13          PIC 9(9)V99.
              10 DEP-TAB-VAR-FERIAS  PIC S9(9)V99.
              10 DEP-TAB-VAR-TERCO   PIC S9(9)V99.
              10 DEP-TAB-VAR-13      PIC S9(9)V99.
       77  WK-TOT-DEPTOS     PIC 9(02)          VALUE ZEROS.
       77  WK-IND-DEP        PIC 9(02)          VALUE ZEROS.
       77  WK-DEPTO-PROCURA  PIC X(04)          VALUE SPACES.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
       01  WK-TOTAIS-GERAL.
           05 WK-TGE-QTDE          PIC 9(05).
           05 WK-TGE-FERIAS        PIC 9(9)V99.
           05 WK-TGE-TERCO         PIC 9(9)V99.
           05 WK-TGE-13            PIC 9(9)V99.
           05 WK-TGE-VARIACAO      PIC S9(9)V99.
      *
      *    LANCAMENTOS DO GLFEED
       77  WK-LAN-CONTA      PIC X(04)          VALUE SPACES.
       77  WK-LAN-VARIACAO   PIC S9(9)V99       VALUE ZEROS.
       77  WK-LAN-VALOR      PIC 9(9)V99        VALUE ZEROS.
       77  WK-QTDE-REGISTROS PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DEBITOS    PIC 9(11)V99       VALUE ZEROS.
       77  WK-TOT-CREDITOS   PIC 9(11)V99       VALUE ZEROS.
      *
      *    PERIODOS VENCIDOS A PROGRAMAR, GUARDADOS PARA O
      *    RELFERV (O ALUNO48 ATENDE UM RELATORIO POR VEZ)
       01  TABELA-VENCIMENTOS.
           05 VEN-ENTRADA            OCCURS 2000 TIMES.
              10 VEN-TAB-CODFUN      PIC 9(5).
              10 VEN-TAB-NOME        PIC X(30).
              10 VEN-TAB-DEPTO       PIC X(04).
              10 VEN-TAB-DIAS        PIC 9(03).
              10 VEN-TAB-LIMITE      PIC 9(08).
              10 VEN-TAB-VENCIDO     PIC X(01).
       77  WK-TOT-VENCIMENTOS PIC 9(04)         VALUE ZEROS.
       77  WK-IND-VEN        PIC 9(04)          VALUE ZEROS.
       77  WK-PERIODOS       PIC 9(02)          VALUE ZEROS.
       01  WK-LIMITE-GOZO          PIC 9(08)     VALUE ZEROS.
       01  FILLER REDEFINES WK-LIMITE-GOZO.
           05 WK-LIM-ANO           PIC 9(04).
           05 WK-LIM-MES           PIC 9(02).
           05 WK-LIM-DIA           PIC 9(02).
      *
      *    DATA AAAAMMDD PARA DD/MM/AAAA NOS RELATORIOS
       01  WK-DATA-CONV            PIC 9(08)     VALUE ZEROS.
       01  FILLER REDEFINES WK-DATA-CONV.
           05 WK-DCV-ANO           PIC 9(04).
           05 WK-DCV-MES           PIC 9(02).
           05 WK-DCV-DIA           PIC 9(02).
       01  WK-DATA-EDIT.
           05 WK-DED-DIA           PIC 9(02).
           05 FILLER               PIC X(01)   VALUE '/'.
           05 WK-DED-MES           PIC 9(02).
           05 FILLER               PIC X(01)   VALUE '/'.
           05 WK-DED-ANO           PIC 9(04).
      *
      *    LINHAS DO RELPROV
       01  WK-LINHA-COLUNAS-PROV.
           05 FILLER               PIC X(06)   VALUE 'COD.  '.
           05 FILLER               PIC X(26)   VALUE 'NOME'.
           05 FILLER               PIC X(05)   VALUE 'DEPT '.
           05 FILLER               PIC X(11)   VALUE 'ADMISSAO'.
           05 FILLER               PIC X(05)   VALUE 'VENC'.
           05 FILLER               PIC X(04)   VALUE 'AVF'.
           05 FILLER               PIC X(03)   VALUE 'A13'.
           05 FILLER               PIC X(12)   VALUE
                                   '     SALARIO'.
           05 FILLER               PIC X(13)   VALUE
                                   '       FERIAS'.
           05 FILLER               PIC X(13)   VALUE
                                   '      1/3 FER'.
           05 FILLER               PIC X(13)   VALUE
                                   '  13O SALARIO'.
           05 FILLER               PIC X(21)   VALUE SPACES.
       01  WK-LINHA-PROV.
           05 WK-LP-CODFUN         PIC 9(5).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LP-NOME           PIC X(25).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LP-DEPTO          PIC X(04).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LP-ADMISSAO       PIC X(10).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LP-VENCIDOS       PIC ZZ9.
           05 FILLER               PIC X(02)   VALUE SPACES.
           05 WK-LP-AVOS-FERIAS    PIC Z9.
           05 FILLER               PIC X(02)   VALUE SPACES.
           05 WK-LP-AVOS-13        PIC Z9.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LP-SALARIO        PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LP-FERIAS         PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LP-TERCO          PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LP-13             PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(21)   VALUE SPACES.
       01  WK-LINHA-COLUNAS-DEPTO.
           05 FILLER               PIC X(07)   VALUE 'DEPT'.
           05 FILLER               PIC X(06)   VALUE '  QTDE'.
           05 FILLER               PIC X(15)   VALUE
                                   '         FERIAS'.
           05 FILLER               PIC X(15)   VALUE
                                   '        1/3 FER'.
           05 FILLER               PIC X(15)   VALUE
                                   '    13O SALARIO'.
           05 FILLER               PIC X(17)   VALUE
                                   '  VARIACAO DO MES'.
           05 FILLER               PIC X(57)   VALUE SPACES.
       01  WK-LINHA-DEPTO.
           05 WK-LD-DEPTO          PIC X(04).
           05 FILLER               PIC X(03)   VALUE SPACES.
           05 WK-LD-QTDE           PIC ZZ.ZZ9.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LD-FERIAS         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LD-TERCO          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LD-13             PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02)   VALUE SPACES.
           05 WK-LD-VARIACAO       PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(57)   VALUE SPACES.
       01  WK-LINHA-DEPTO-TOTAL REDEFINES WK-LINHA-DEPTO.
           05 WK-LDT-TEXTO         PIC X(07).
           05 FILLER               PIC X(125).
      *
      *    LINHAS DO RELFERV
       01  WK-LINHA-COLUNAS-VENC.
           05 FILLER               PIC X(06)   VALUE 'COD.  '.
           05 FILLER               PIC X(31)   VALUE 'NOME'.
           05 FILLER               PIC X(05)   VALUE 'DEPT '.
           05 FILLER               PIC X(07)   VALUE '   DIAS'.
           05 FILLER               PIC X(06)   VALUE SPACES.
           05 FILLER               PIC X(17)   VALUE 'LIMITE P/ GOZO'.
           05 FILLER               PIC X(30)   VALUE 'SITUACAO'.
           05 FILLER               PIC X(30)   VALUE SPACES.
       01  WK-LINHA-VENC.
           05 WK-LV-CODFUN         PIC 9(5).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LV-NOME           PIC X(30).
           05 FILLER               PIC X(01)   VALUE SPACES.
           05 WK-LV-DEPTO          PIC X(04).
           05 FILLER               PIC X(05)   VALUE SPACES.
           05 WK-LV-DIAS           PIC ZZ9.
           05 FILLER               PIC X(06)   VALUE SPACES.
           05 WK-LV-LIMITE         PIC X(10).
           05 FILLER               PIC X(07)   VALUE SPACES.
           05 WK-LV-SITUACAO       PIC X(30).
           05 FILLER               PIC X(30)   VALUE SPACES.
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
           PERFORM 201-PROCESSAR
               UNTIL WK-CHAVE-FUN  = 999999
                 AND WK-CHAVE-VELH = 999999.
           PERFORM 601-ENCERRAR-PROVISAO.
           PERFORM 701-RELATAR-VENCIMENTOS.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           PERFORM 110-LER-CARTAO.
           PERFORM 120-CALCULAR-DATAS.
           OPEN INPUT ARQ-PROVVELH.
           IF WK-FS-PROVVELH NOT = '00'
               DISPLAY 'ERRO ' WK-FS-PROVVELH
                       ' NO COMANDO OPEN PROVVELH'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ARQ-AUSENCIA.
           EVALUATE WK-FS-AUSENCIA
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET AUSENCIA-VAZIA TO TRUE
                   DISPLAY 'CADASTRO AUSENCIA VAZIO - PROVISAO SEM '
                           'BAIXA DE FERIAS GOZADAS'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-AUSENCIA
                           ' NO COMANDO OPEN AUSENCIA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT ARQ-PROVNOVO.
           OPEN OUTPUT ARQ-GLFEED.
           OPEN OUTPUT ARQ-RELPROV.
           OPEN OUTPUT ARQ-RELFERV.
           EXEC SQL
               OPEN PROVCUR
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SQLCODE  TO WK-SQLCODE-EDIT
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO COMANDO OPEN CURSOR'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET LK-REL-ABRIR TO TRUE.
           MOVE SPACES TO LK-REL-TITULO.
           STRING 'PROVISAO DE FERIAS E 13O SALARIO - '
                                         DELIMITED BY SIZE
                  'COMPETENCIA '         DELIMITED BY SIZE
                  WK-COMP-MES            DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  WK-COMP-ANO            DELIMITED BY SIZE
                  INTO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-PROV.
           MOVE WK-LINHA-COLUNAS-PROV TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-PROV.
           PERFORM 301-LER-FUNCIONARIOS.
           PERFORM 501-LER-PROVVELH.
           MOVE ZEROS TO WK-CHAVE-AUS.
           IF AUSENCIA-PRESENTE
               PERFORM 401-LER-AUSENCIA
           ELSE
               MOVE 999999 TO WK-CHAVE-AUS
           END-IF.
      *
      *    CARTAO SYSIN, COM AS CONTAS E O AVISO PADRAO PARA
      *    CAMPOS EM BRANCO
       110-LER-CARTAO.
           MOVE SPACES TO WK-PARM-CARD.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           IF WK-PARM-COMPETENCIA NOT NUMERIC
            OR WK-PARM-COMPETENCIA = ZEROS
               MOVE WK-DATA-EXEC(1:6)   TO WK-COMPETENCIA
           ELSE
               MOVE WK-PARM-COMPETENCIA TO WK-COMPETENCIA
           END-IF.
           IF WK-COMP-MES < 01 OR WK-COMP-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA NO CARTAO SYSIN: '
                       WK-COMPETENCIA
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-PARM-FERIAS = SPACES
               MOVE 'PFER' TO WK-PARM-FERIAS
           END-IF.
           IF WK-PARM-TERCO = SPACES
               MOVE 'PTER' TO WK-PARM-TERCO
           END-IF.
           IF WK-PARM-13 = SPACES
               MOVE 'P13S' TO WK-PARM-13
           END-IF.
           IF WK-PARM-MESES-AVISO NOT NUMERIC
               MOVE 02 TO WK-MESES-AVISO
           ELSE
               MOVE WK-PARM-MESES-AVISO TO WK-MESES-AVISO
           END-IF.
           DISPLAY 'COMPETENCIA DA PROVISAO = ' WK-COMPETENCIA.
           DISPLAY 'CONTAS FERIAS/TERCO/13O = ' WK-PARM-FERIAS ' '
                   WK-PARM-TERCO ' ' WK-PARM-13.
      *
      *    ULTIMO DIA DA COMPETENCIA E FIM DO MES DO AVISO
       120-CALCULAR-DATAS.
           MOVE WK-COMP-ANO TO WK-FIM-ANO WK-CAL-ANO.
           MOVE WK-COMP-MES TO WK-FIM-MES WK-CAL-MES.
           PERFORM 125-DIAS-DO-MES.
           MOVE WK-CAL-DIAS TO WK-FIM-DIA.
           COMPUTE WK-AVI-ANO = WK-COMP-ANO
                   + (WK-COMP-MES - 1 + WK-MESES-AVISO) / 12.
           COMPUTE WK-AVI-MES = WK-COMP-MES + WK-MESES-AVISO
                   - (WK-AVI-ANO - WK-COMP-ANO) * 12.
           MOVE 31 TO WK-AVI-DIA.
      *
      *    QUANTIDADE DE DIAS DE WK-CAL-MES/WK-CAL-ANO
       125-DIAS-DO-MES.
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
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           EVALUATE TRUE
               WHEN WK-CHAVE-VELH < WK-CHAVE-FUN
                   PERFORM 250-ESTORNAR-DESLIGADO
                   PERFORM 501-LER-PROVVELH
               WHEN WK-CHAVE-VELH = WK-CHAVE-FUN
                   SET SALDO-ANTERIOR TO TRUE
                   PERFORM 210-PROVISIONAR
                   PERFORM 301-LER-FUNCIONARIOS
                   PERFORM 501-LER-PROVVELH
               WHEN OTHER
                   SET SALDO-NOVO TO TRUE
                   PERFORM 210-PROVISIONAR
                   PERFORM 301-LER-FUNCIONARIOS
           END-EVALUATE.
      *
      *    SALDOS DO FUNCIONARIO NO FIM DA COMPETENCIA. SEM
      *    SALDO ANTERIOR O PERIODO COMECA NA ADMISSAO E TODAS
      *    AS FERIAS JA GOZADAS SAO BAIXADAS
       210-PROVISIONAR.
           IF SALDO-ANTERIOR
               MOVE FD-PRV-ADMISSAO       TO WK-ADMISSAO
               MOVE FD-PRV-INICIO-PERIODO TO WK-INICIO-PERIODO
               MOVE FD-PRV-DIAS-VENCIDOS  TO WK-DIAS-VENCIDOS
               COMPUTE WK-BAIXADO-ATE =
                       FD-PRV-COMPETENCIA * 100 + 31
           ELSE
               PERFORM 215-CONVERTER-ADMISSAO
               IF WK-ADMISSAO > WK-FIM-COMP
                   ADD 1 TO WK-TOT-FUTUROS
                   MOVE ZEROS   TO WK-ADMISSAO
               END-IF
               MOVE WK-ADMISSAO TO WK-INICIO-PERIODO
               MOVE ZEROS       TO WK-DIAS-VENCIDOS
               MOVE ZEROS       TO WK-BAIXADO-ATE
           END-IF.
           IF WK-ADMISSAO NOT = ZEROS
               PERFORM 211-CALCULAR-SALDO
           END-IF.
       211-CALCULAR-SALDO.
           IF WK-INDICATOR-SALARIO = -1
               MOVE ZEROS TO WK-SALARIO
           ELSE
               MOVE DB2-SALARIOFUN TO WK-SALARIO
           END-IF.
           IF WK-SALARIO = ZEROS
               ADD 1 TO WK-TOT-EXCECOES
               DISPLAY 'CODFUN ' DB2-CODFUN
                       ' - SEM SALARIO, PROVISAO ZERADA'
           END-IF.
           ADD 1 TO WK-TOT-PROVISIONADOS.
           PERFORM 220-VENCER-PERIODOS.
           PERFORM 230-BAIXAR-FERIAS.
           PERFORM 225-CONTAR-AVOS-FERIAS.
           PERFORM 240-CONTAR-AVOS-13.
           COMPUTE WK-PROV-FERIAS ROUNDED = WK-SALARIO
                   * (WK-DIAS-VENCIDOS + WK-AVOS-FERIAS * 2,5) / 30.
           COMPUTE WK-PROV-TERCO ROUNDED = WK-PROV-FERIAS / 3.
           COMPUTE WK-PROV-13 ROUNDED =
                   WK-SALARIO * WK-AVOS-13 / 12.
           PERFORM 245-GRAVAR-SALDO.
           IF WK-DIAS-VENCIDOS > ZEROS
               PERFORM 260-VERIFICAR-VENCIMENTO
           END-IF.
      *
      *    ADMISSAO NULA OU FORA DO FORMATO AAAA-MM-DD DEIXA
      *    WK-ADMISSAO ZERADA E O FUNCIONARIO FICA FORA DA
      *    PROVISAO (IDEM PARA ADMITIDO APOS A COMPETENCIA)
       215-CONVERTER-ADMISSAO.
           MOVE ZEROS TO WK-ADMISSAO.
           IF WK-INDICATOR-ADMISSAO = -1
               ADD 1 TO WK-TOT-EXCECOES
               DISPLAY 'CODFUN ' DB2-CODFUN
                       ' - SEM DATA DE ADMISSAO, FORA DA PROVISAO'
           ELSE
               MOVE DB2-ADMISSFUN TO WK-ADM-TEXTO
               IF WK-ADT-ANO NOT NUMERIC
                OR WK-ADT-MES NOT NUMERIC
                OR WK-ADT-DIA NOT NUMERIC
                OR WK-ADT-MES < '01' OR WK-ADT-MES > '12'
                OR WK-ADT-DIA < '01' OR WK-ADT-DIA > '31'
                   ADD 1 TO WK-TOT-EXCECOES
                   DISPLAY 'CODFUN ' DB2-CODFUN
                           ' - ADMISSAO INVALIDA: ' DB2-ADMISSFUN
               ELSE
                   MOVE WK-ADT-ANO TO WK-ADM-ANO
                   MOVE WK-ADT-MES TO WK-ADM-MES
                   MOVE WK-ADT-DIA TO WK-ADM-DIA
               END-IF
           END-IF.
      *
      *    CADA 12 MESES COMPLETOS DO PERIODO EM CURSO VENCEM
      *    30 DIAS E ABREM O PERIODO SEGUINTE
       220-VENCER-PERIODOS.
           PERFORM 221-CONTAR-MESES.
           PERFORM 222-VENCER-PERIODO
               UNTIL WK-MESES < 12.
       221-CONTAR-MESES.
           COMPUTE WK-MESES = (WK-FIM-ANO - WK-INI-ANO) * 12
                            + WK-FIM-MES - WK-INI-MES.
           COMPUTE WK-DIAS-FRACAO = WK-FIM-DIA - WK-INI-DIA + 1.
       222-VENCER-PERIODO.
           ADD 30 TO WK-DIAS-VENCIDOS.
           ADD 1  TO WK-INI-ANO.
           SUBTRACT 12 FROM WK-MESES.
      *
      *    1/12 POR MES COMPLETO DO PERIODO EM CURSO E MAIS
      *    1/12 PELA FRACAO DE 15 DIAS OU MAIS
       225-CONTAR-AVOS-FERIAS.
           MOVE WK-MESES TO WK-AVOS-FERIAS.
           IF WK-DIAS-FRACAO >= 15
               ADD 1 TO WK-AVOS-FERIAS
           END-IF.
      *
      *    FERIAS GOZADAS E ABONO INICIADOS ATE O FIM DA
      *    COMPETENCIA E AINDA NAO BAIXADOS EM MES ANTERIOR
       230-BAIXAR-FERIAS.
           PERFORM 401-LER-AUSENCIA
               UNTIL WK-CHAVE-AUS NOT < WK-CHAVE-FUN.
           PERFORM 231-BAIXAR-AUSENCIA
               UNTIL WK-CHAVE-AUS NOT = WK-CHAVE-FUN.
       231-BAIXAR-AUSENCIA.
           IF FD-AUS-DATA-INICIO NOT > WK-FIM-COMP
            AND FD-AUS-DATA-INICIO > WK-BAIXADO-ATE
               ADD 1 TO WK-TOT-BAIXAS
               COMPUTE WK-DIAS-BAIXA = FD-AUS-DIAS-GOZO
                                     + FD-AUS-DIAS-ABONO
               IF WK-DIAS-BAIXA > WK-DIAS-VENCIDOS
                   ADD 1 TO WK-TOT-EXCECOES
                   DISPLAY 'CODFUN ' DB2-CODFUN
                           ' - FERIAS ACIMA DO SALDO EM '
                           FD-AUS-DATA-INICIO ': '
                           WK-DIAS-BAIXA ' DIAS, SALDO '
                           WK-DIAS-VENCIDOS
                   MOVE ZEROS TO WK-DIAS-VENCIDOS
               ELSE
                   SUBTRACT WK-DIAS-BAIXA FROM WK-DIAS-VENCIDOS
               END-IF
           END-IF.
           PERFORM 401-LER-AUSENCIA.
      *
      *    13O: 1/12 POR MES DO ANO CIVIL; NO ANO DA ADMISSAO
      *    O MES DE ENTRADA SO CONTA COM 15 DIAS OU MAIS
       240-CONTAR-AVOS-13.
           IF WK-ADM-ANO < WK-COMP-ANO
               MOVE WK-COMP-MES TO WK-AVOS-13
           ELSE
               COMPUTE WK-AVOS-13 = WK-COMP-MES - WK-ADM-MES
               MOVE WK-ADM-ANO TO WK-CAL-ANO
               MOVE WK-ADM-MES TO WK-CAL-MES
               PERFORM 125-DIAS-DO-MES
               IF WK-CAL-DIAS - WK-ADM-DIA + 1 >= 15
                   ADD 1 TO WK-AVOS-13
               END-IF
           END-IF.
      *
      *    NOVO SALDO, LINHA DO RELATORIO E VARIACAO DO MES:
      *    O SALDO ANTERIOR SAI DO DEPARTAMENTO ANTIGO E O
      *    NOVO ENTRA NO ATUAL (COBRE AS TRANSFERENCIAS)
       245-GRAVAR-SALDO.
           MOVE SPACES                TO REG-PROVNOVO.
           MOVE DB2-CODFUN            TO FD-PRN-CODFUN.
           MOVE DB2-DEPTOFUN          TO FD-PRN-DEPTO.
           MOVE WK-ADMISSAO           TO FD-PRN-ADMISSAO.
           MOVE WK-COMPETENCIA        TO FD-PRN-COMPETENCIA.
           MOVE WK-INICIO-PERIODO     TO FD-PRN-INICIO-PERIODO.
           MOVE WK-DIAS-VENCIDOS      TO FD-PRN-DIAS-VENCIDOS.
           MOVE WK-AVOS-FERIAS        TO FD-PRN-AVOS-FERIAS.
           MOVE WK-AVOS-13            TO FD-PRN-AVOS-13.
           MOVE WK-SALARIO            TO FD-PRN-SALARIO.
           MOVE WK-PROV-FERIAS        TO FD-PRN-FERIAS.
           MOVE WK-PROV-TERCO         TO FD-PRN-TERCO.
           MOVE WK-PROV-13            TO FD-PRN-13.
           WRITE REG-PROVNOVO.
           IF WK-FS-PROVNOVO NOT = '00'
               DISPLAY 'ERRO ' WK-FS-PROVNOVO
                       ' NO COMANDO WRITE PROVNOVO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES                TO WK-LINHA-PROV.
           MOVE DB2-CODFUN            TO WK-LP-CODFUN.
           MOVE DB2-NOMEFUN-TEXT      TO WK-LP-NOME.
           MOVE DB2-DEPTOFUN          TO WK-LP-DEPTO.
           MOVE WK-ADMISSAO           TO WK-DATA-CONV.
           PERFORM 270-EDITAR-DATA.
           MOVE WK-DATA-EDIT          TO WK-LP-ADMISSAO.
           MOVE WK-DIAS-VENCIDOS      TO WK-LP-VENCIDOS.
           MOVE WK-AVOS-FERIAS        TO WK-LP-AVOS-FERIAS.
           MOVE WK-AVOS-13            TO WK-LP-AVOS-13.
           MOVE WK-SALARIO            TO WK-LP-SALARIO.
           MOVE WK-PROV-FERIAS        TO WK-LP-FERIAS.
           MOVE WK-PROV-TERCO         TO WK-LP-TERCO.
           MOVE WK-PROV-13            TO WK-LP-13.
           MOVE WK-LINHA-PROV         TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-PROV.
           IF SALDO-ANTERIOR
               MOVE FD-PRV-DEPTO TO WK-DEPTO-PROCURA
               PERFORM 280-LOCALIZAR-DEPTO
               SUBTRACT FD-PRV-FERIAS
                   FROM DEP-TAB-VAR-FERIAS(WK-IND-DEP)
               SUBTRACT FD-PRV-TERCO
                   FROM DEP-TAB-VAR-TERCO(WK-IND-DEP)
               SUBTRACT FD-PRV-13
                   FROM DEP-TAB-VAR-13(WK-IND-DEP)
           END-IF.
           MOVE DB2-DEPTOFUN TO WK-DEPTO-PROCURA.
           PERFORM 280-LOCALIZAR-DEPTO.
           ADD 1              TO DEP-TAB-QTDE(WK-IND-DEP).
           ADD WK-PROV-FERIAS TO DEP-TAB-FERIAS(WK-IND-DEP)
                                 DEP-TAB-VAR-FERIAS(WK-IND-DEP).
           ADD WK-PROV-TERCO  TO DEP-TAB-TERCO(WK-IND-DEP)
                                 DEP-TAB-VAR-TERCO(WK-IND-DEP).
           ADD WK-PROV-13     TO DEP-TAB-13(WK-IND-DEP)
                                 DEP-TAB-VAR-13(WK-IND-DEP).
      *
      *    SALDO SEM FUNCIONARIO NA TABELA: DESLIGADO, A
      *    PROVISAO E ESTORNADA E O SALDO NAO PASSA ADIANTE
       250-ESTORNAR-DESLIGADO.
           ADD 1 TO WK-TOT-DESLIGADOS.
           MOVE FD-PRV-DEPTO TO WK-DEPTO-PROCURA.
           PERFORM 280-LOCALIZAR-DEPTO.
           SUBTRACT FD-PRV-FERIAS FROM DEP-TAB-VAR-FERIAS(WK-IND-DEP).
           SUBTRACT FD-PRV-TERCO  FROM DEP-TAB-VAR-TERCO(WK-IND-DEP).
           SUBTRACT FD-PRV-13     FROM DEP-TAB-VAR-13(WK-IND-DEP).
           MOVE SPACES                TO WK-LINHA-PROV.
           MOVE FD-PRV-CODFUN         TO WK-LP-CODFUN.
           MOVE 'DESLIGADO - ESTORNADO'
                                      TO WK-LP-NOME.
           MOVE FD-PRV-DEPTO          TO WK-LP-DEPTO.
           MOVE WK-LINHA-PROV         TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-PROV.
      *
      *    PERIODO VENCIDO MAIS ANTIGO: COMECOU TANTOS ANOS
      *    ANTES DO PERIODO EM CURSO QUANTOS PERIODOS HA NO
      *    SALDO; DEVE SER GOZADO ATE 12 MESES APOS O FIM DO
      *    PERIODO AQUISITIVO (INICIO + 2 ANOS - 1 DIA)
       260-VERIFICAR-VENCIMENTO.
           COMPUTE WK-PERIODOS = (WK-DIAS-VENCIDOS + 29) / 30.
           MOVE WK-INICIO-PERIODO TO WK-LIMITE-GOZO.
           COMPUTE WK-LIM-ANO = WK-INI-ANO - WK-PERIODOS + 2.
           PERFORM 265-DIA-ANTERIOR.
           IF WK-LIMITE-GOZO NOT > WK-LIMITE-AVISO
               PERFORM 261-GUARDAR-VENCIMENTO
           END-IF.
       261-GUARDAR-VENCIMENTO.
           IF WK-TOT-VENCIMENTOS >= 2000
               DISPLAY 'TABELA DE FERIAS A VENCER CHEIA (MAXIMO '
                       '2000 REGISTROS) - PROVISAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-VENCIMENTOS.
           MOVE WK-TOT-VENCIMENTOS TO WK-IND-VEN.
           MOVE DB2-CODFUN       TO VEN-TAB-CODFUN(WK-IND-VEN).
           MOVE DB2-NOMEFUN-TEXT TO VEN-TAB-NOME(WK-IND-VEN).
           MOVE DB2-DEPTOFUN     TO VEN-TAB-DEPTO(WK-IND-VEN).
           MOVE WK-DIAS-VENCIDOS TO VEN-TAB-DIAS(WK-IND-VEN).
           MOVE WK-LIMITE-GOZO   TO VEN-TAB-LIMITE(WK-IND-VEN).
           IF WK-LIMITE-GOZO NOT > WK-FIM-COMP
               MOVE 'S' TO VEN-TAB-VENCIDO(WK-IND-VEN)
           ELSE
               MOVE 'N' TO VEN-TAB-VENCIDO(WK-IND-VEN)
           END-IF.
       265-DIA-ANTERIOR.
           IF WK-LIM-DIA > 01
               SUBTRACT 1 FROM WK-LIM-DIA
           ELSE
               IF WK-LIM-MES = 01
                   SUBTRACT 1 FROM WK-LIM-ANO
                   MOVE 12 TO WK-LIM-MES
               ELSE
                   SUBTRACT 1 FROM WK-LIM-MES
               END-IF
               MOVE WK-LIM-ANO TO WK-CAL-ANO
               MOVE WK-LIM-MES TO WK-CAL-MES
               PERFORM 125-DIAS-DO-MES
               MOVE WK-CAL-DIAS TO WK-LIM-DIA
           END-IF.
       270-EDITAR-DATA.
           MOVE WK-DCV-DIA TO WK-DED-DIA.
           MOVE WK-DCV-MES TO WK-DED-MES.
           MOVE WK-DCV-ANO TO WK-DED-ANO.
       280-LOCALIZAR-DEPTO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-DEP FROM 1 BY 1
                   UNTIL WK-IND-DEP > WK-TOT-DEPTOS
                   OR ITEM-ACHADO
               IF DEP-TAB-DEPTO(WK-IND-DEP) = WK-DEPTO-PROCURA
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-DEP
           ELSE
               IF WK-TOT-DEPTOS >= 50
                   DISPLAY 'TABELA DE DEPARTAMENTOS CHEIA '
                           '(MAXIMO 50 REGISTROS) - PROVISAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-DEPTOS
               MOVE WK-TOT-DEPTOS TO WK-IND-DEP
               MOVE WK-DEPTO-PROCURA TO DEP-TAB-DEPTO(WK-IND-DEP)
               MOVE ZEROS TO DEP-TAB-QTDE(WK-IND-DEP)
                             DEP-TAB-FERIAS(WK-IND-DEP)
                             DEP-TAB-TERCO(WK-IND-DEP)
                             DEP-TAB-13(WK-IND-DEP)
                             DEP-TAB-VAR-FERIAS(WK-IND-DEP)
                             DEP-TAB-VAR-TERCO(WK-IND-DEP)
                             DEP-TAB-VAR-13(WK-IND-DEP)
           END-IF.
      ***************************************
       300-LER-FUNCIONARIOS SECTION.
       301-LER-FUNCIONARIOS.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
           EXEC SQL
               FETCH PROVCUR
                   INTO :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2-SALARIOFUN
                            INDICATOR :WK-INDICATOR-SALARIO,
                        :DB2-DEPTOFUN,
                        :DB2-ADMISSFUN
                            INDICATOR :WK-INDICATOR-ADMISSAO
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WK-REGS-LIDOS
                   MOVE DB2-CODFUN TO WK-CHAVE-FUN
               WHEN 100
                   MOVE 999999 TO WK-CHAVE-FUN
               WHEN OTHER
                   MOVE SQLCODE  TO WK-SQLCODE-EDIT
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO COMANDO FETCH'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       400-LER-AUSENCIA SECTION.
       401-LER-AUSENCIA.
           READ ARQ-AUSENCIA NEXT.
           EVALUATE WK-FS-AUSENCIA
               WHEN '00'
                   MOVE FD-AUS-CODFUN TO WK-CHAVE-AUS
               WHEN '10'
                   MOVE 999999 TO WK-CHAVE-AUS
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-AUSENCIA
                           ' NO COMANDO READ AUSENCIA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
      *    O SALDO ANTERIOR TEM QUE SER DE COMPETENCIA MAIS
      *    ANTIGA: REPROCESSAR O MES EXIGE A GERACAO ANTERIOR
       500-LER-PROVVELH SECTION.
       501-LER-PROVVELH.
           READ ARQ-PROVVELH.
           EVALUATE WK-FS-PROVVELH
               WHEN '00'
                   MOVE FD-PRV-CODFUN TO WK-CHAVE-VELH
                   IF FD-PRV-COMPETENCIA NOT < WK-COMPETENCIA
                       DISPLAY 'SALDO DA COMPETENCIA '
                               FD-PRV-COMPETENCIA
                               ' NO PROVVELH - PROVISAO JA RODOU '
                               'PARA ' WK-COMPETENCIA
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN '10'
                   MOVE 999999 TO WK-CHAVE-VELH
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PROVVELH
                           ' NO COMANDO READ PROVVELH'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
      *    RESUMO POR DEPARTAMENTO E LANCAMENTOS DA VARIACAO
       600-ENCERRAR-PROVISAO SECTION.
       601-ENCERRAR-PROVISAO.
           EXEC SQL
               CLOSE PROVCUR
           END-EXEC.
           INITIALIZE WK-TOTAIS-GERAL.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-PROV.
           MOVE WK-LINHA-COLUNAS-DEPTO TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-PROV.
           PERFORM VARYING WK-IND-DEP FROM 1 BY 1
                   UNTIL WK-IND-DEP > WK-TOT-DEPTOS
               PERFORM 610-RESUMIR-DEPTO
               MOVE WK-PARM-FERIAS TO WK-LAN-CONTA
               MOVE DEP-TAB-VAR-FERIAS(WK-IND-DEP)
                    TO WK-LAN-VARIACAO
               PERFORM 620-LANCAR-VARIACAO
               MOVE WK-PARM-TERCO  TO WK-LAN-CONTA
               MOVE DEP-TAB-VAR-TERCO(WK-IND-DEP)
                    TO WK-LAN-VARIACAO
               PERFORM 620-LANCAR-VARIACAO
               MOVE WK-PARM-13     TO WK-LAN-CONTA
               MOVE DEP-TAB-VAR-13(WK-IND-DEP)
                    TO WK-LAN-VARIACAO
               PERFORM 620-LANCAR-VARIACAO
           END-PERFORM.
           MOVE SPACES TO WK-LINHA-DEPTO.
           MOVE 'TOTAL'           TO WK-LDT-TEXTO.
           MOVE WK-TGE-QTDE       TO WK-LD-QTDE.
           MOVE WK-TGE-FERIAS     TO WK-LD-FERIAS.
           MOVE WK-TGE-TERCO      TO WK-LD-TERCO.
           MOVE WK-TGE-13         TO WK-LD-13.
           MOVE WK-TGE-VARIACAO   TO WK-LD-VARIACAO.
           MOVE WK-LINHA-DEPTO    TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-PROV.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-PROV.
           PERFORM 630-GRAVAR-TRAILER.
       610-RESUMIR-DEPTO.
           MOVE SPACES TO WK-LINHA-DEPTO.
           MOVE DEP-TAB-DEPTO(WK-IND-DEP)  TO WK-LD-DEPTO.
           MOVE DEP-TAB-QTDE(WK-IND-DEP)   TO WK-LD-QTDE.
           MOVE DEP-TAB-FERIAS(WK-IND-DEP) TO WK-LD-FERIAS.
           MOVE DEP-TAB-TERCO(WK-IND-DEP)  TO WK-LD-TERCO.
           MOVE DEP-TAB-13(WK-IND-DEP)     TO WK-LD-13.
           COMPUTE WK-LAN-VARIACAO = DEP-TAB-VAR-FERIAS(WK-IND-DEP)
                                   + DEP-TAB-VAR-TERCO(WK-IND-DEP)
                                   + DEP-TAB-VAR-13(WK-IND-DEP).
           MOVE WK-LAN-VARIACAO            TO WK-LD-VARIACAO.
           MOVE WK-LINHA-DEPTO             TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-PROV.
           ADD DEP-TAB-QTDE(WK-IND-DEP)    TO WK-TGE-QTDE.
           ADD DEP-TAB-FERIAS(WK-IND-DEP)  TO WK-TGE-FERIAS.
           ADD DEP-TAB-TERCO(WK-IND-DEP)   TO WK-TGE-TERCO.
           ADD DEP-TAB-13(WK-IND-DEP)      TO WK-TGE-13.
           ADD WK-LAN-VARIACAO             TO WK-TGE-VARIACAO.
      *
      *    AUMENTO DO SALDO: DEBITO NO DEPARTAMENTO E CREDITO
      *    NA CONTA DE PROVISAO; REDUCAO (FERIAS GOZADAS, 13O
      *    PAGO, DESLIGAMENTO): O INVERSO
       620-LANCAR-VARIACAO.
           IF WK-LAN-VARIACAO NOT = ZEROS
               PERFORM 621-GRAVAR-PARTIDAS
           END-IF.
       621-GRAVAR-PARTIDAS.
           MOVE SPACES           TO REG-GLFEED.
           MOVE 'PV'             TO GL-TIPO-REGISTRO.
           MOVE ZEROS            TO GL-CODFUN.
           MOVE WK-FIM-COMP      TO GL-DATA-REFERENCIA.
           IF WK-LAN-VARIACAO > ZEROS
               MOVE WK-LAN-VARIACAO TO WK-LAN-VALOR
               MOVE 'D'          TO GL-SINAL
           ELSE
               COMPUTE WK-LAN-VALOR = 0 - WK-LAN-VARIACAO
               MOVE 'C'          TO GL-SINAL
           END-IF.
           MOVE WK-LAN-VALOR     TO GL-VALOR.
           MOVE DEP-TAB-DEPTO(WK-IND-DEP) TO GL-CENTRO-CUSTO.
           MOVE WK-LAN-CONTA     TO GL-CENTRO-ORIGEM.
           PERFORM 625-GRAVAR-LANCAMENTO.
           IF GL-SINAL = 'D'
               MOVE 'C'          TO GL-SINAL
           ELSE
               MOVE 'D'          TO GL-SINAL
           END-IF.
           MOVE WK-LAN-CONTA     TO GL-CENTRO-CUSTO.
           MOVE DEP-TAB-DEPTO(WK-IND-DEP) TO GL-CENTRO-ORIGEM.
           PERFORM 625-GRAVAR-LANCAMENTO.
       625-GRAVAR-LANCAMENTO.
           WRITE REG-GLFEED.
           IF WK-FS-GLFEED NOT = '00'
               DISPLAY 'ERRO ' WK-FS-GLFEED
                       ' NO COMANDO WRITE GLFEED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-QTDE-REGISTROS.
           IF GL-SINAL = 'D'
               ADD WK-LAN-VALOR TO WK-TOT-DEBITOS
           ELSE
               ADD WK-LAN-VALOR TO WK-TOT-CREDITOS
           END-IF.
       630-GRAVAR-TRAILER.
           MOVE SPACES            TO REG-GLFEED.
           MOVE '99'              TO GL-TIPO-REGISTRO.
           MOVE WK-QTDE-REGISTROS TO GL-TRL-QTDE.
           MOVE WK-TOT-DEBITOS    TO GL-TRL-DEBITOS.
           MOVE WK-TOT-CREDITOS   TO GL-TRL-CREDITOS.
           WRITE REG-GLFEED.
      ***************************************
      *    FERIAS A PROGRAMAR ANTES DO PAGAMENTO EM DOBRO
       700-RELATAR-VENCIMENTOS SECTION.
       701-RELATAR-VENCIMENTOS.
           SET LK-REL-ABRIR TO TRUE.
           MOVE SPACES TO LK-REL-TITULO.
           STRING 'FERIAS VENCIDAS A PROGRAMAR - '
                                         DELIMITED BY SIZE
                  'COMPETENCIA '         DELIMITED BY SIZE
                  WK-COMP-MES            DELIMITED BY SIZE
                  '/'                    DELIMITED BY SIZE
                  WK-COMP-ANO            DELIMITED BY SIZE
                  INTO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 925-GRAVAR-VENC.
           MOVE WK-LINHA-COLUNAS-VENC TO LK-REL-DETALHE.
           PERFORM 920-DETALHE-VENC.
           PERFORM VARYING WK-IND-VEN FROM 1 BY 1
                   UNTIL WK-IND-VEN > WK-TOT-VENCIMENTOS
               PERFORM 710-LISTAR-VENCIMENTO
           END-PERFORM.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 925-GRAVAR-VENC.
       710-LISTAR-VENCIMENTO.
           MOVE SPACES                      TO WK-LINHA-VENC.
           MOVE VEN-TAB-CODFUN(WK-IND-VEN)  TO WK-LV-CODFUN.
           MOVE VEN-TAB-NOME(WK-IND-VEN)    TO WK-LV-NOME.
           MOVE VEN-TAB-DEPTO(WK-IND-VEN)   TO WK-LV-DEPTO.
           MOVE VEN-TAB-DIAS(WK-IND-VEN)    TO WK-LV-DIAS.
           MOVE VEN-TAB-LIMITE(WK-IND-VEN)  TO WK-DATA-CONV.
           PERFORM 270-EDITAR-DATA.
           MOVE WK-DATA-EDIT                TO WK-LV-LIMITE.
           IF VEN-TAB-VENCIDO(WK-IND-VEN) = 'S'
               MOVE 'PRAZO VENCIDO - PAGAR EM DOBRO'
                    TO WK-LV-SITUACAO
           ELSE
               MOVE 'PROGRAMAR ATE O LIMITE'
                    TO WK-LV-SITUACAO
           END-IF.
           MOVE WK-LINHA-VENC               TO LK-REL-DETALHE.
           PERFORM 920-DETALHE-VENC.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'FUNCIONARIOS LIDOS         = ' WK-REGS-LIDOS.
           DISPLAY 'SALDOS PROVISIONADOS       = '
                   WK-TOT-PROVISIONADOS.
           DISPLAY 'DESLIGADOS ESTORNADOS      = ' WK-TOT-DESLIGADOS.
           DISPLAY 'ADMISSOES APOS A COMPETENC = ' WK-TOT-FUTUROS.
           DISPLAY 'FERIAS GOZADAS BAIXADAS    = ' WK-TOT-BAIXAS.
           DISPLAY 'FERIAS VENCIDAS A PROGRAMAR= ' WK-TOT-VENCIMENTOS.
           DISPLAY 'EXCECOES                   = ' WK-TOT-EXCECOES.
           DISPLAY 'LANCAMENTOS NO GLFEED      = ' WK-QTDE-REGISTROS.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-PROVVELH.
           CLOSE ARQ-PROVNOVO.
           IF AUSENCIA-PRESENTE
               CLOSE ARQ-AUSENCIA
           END-IF.
           CLOSE ARQ-GLFEED.
           CLOSE ARQ-RELPROV.
           CLOSE ARQ-RELFERV.
           IF WK-TOT-EXCECOES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       910-DETALHE-PROV.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-PROV.
       915-GRAVAR-PROV.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELPROV
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
       920-DETALHE-VENC.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 925-GRAVAR-VENC.
       925-GRAVAR-VENC.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELFERV
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO191'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-EXCECOES   TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
