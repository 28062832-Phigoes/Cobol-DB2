       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO187.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    SIMULACAO DE PRECOS POR SEGMENTO (WHAT-IF):  *
      *    ANTES DE ALTERAR O PRECOSEG, REPRECIFICA A   *
      *    BASE DE CLIENTES DA COMPETENCIA COM OS       *
      *    PRECOS EM VIGOR E COM OS DO ARQUIVO DE       *
      *    CENARIO (TARIFA DE MANUTENCAO, PISO DE       *
      *    ISENCAO, TAXA DO CHEQUE ESPECIAL E JUROS DA  *
      *    POUPANCA POR SEGMENTO), NAS MESMAS REGRAS DO *
      *    ALUNO28 (TARIFA, ISENCAO PELO SALDOMED E     *
      *    JUROS DA POUPANCA) E DO ALUNO70 (JUROS DO    *
      *    CHEQUE ESPECIAL), SEM GERAR LANCAMENTO.      *
      *    MOSTRA A DIFERENCA DE RECEITA POR SEGMENTO E *
      *    EMPRESA, OS CLIENTES QUE PASSAM A PAGAR OU   *
      *    FICAM ISENTOS DA TARIFA, OS MAIS ONERADOS E, *
      *    PARA CONFERENCIA, O QUE FOI DE FATO POSTADO  *
      *    NO LANCAM DA COMPETENCIA.                    *
      *    CARTAO SYSIN: COMPETENCIA AAAAMM (000000 =   *
      *    MES ANTERIOR). PAGINACAO PELO ALUNO48        *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTEN ASSIGN TO CLIENTEN
               FILE STATUS IS WK-FS-CLIENTEN.
           SELECT ARQ-TAXAS    ASSIGN TO TAXAS
               FILE STATUS IS WK-FS-TAXAS.
           SELECT ARQ-SEGMENTO ASSIGN TO SEGMENTO
               FILE STATUS IS WK-FS-SEGMENTO.
           SELECT ARQ-PRECOSEG ASSIGN TO PRECOSEG
               FILE STATUS IS WK-FS-PRECOSEG.
           SELECT ARQ-SALDOMED ASSIGN TO SALDOMED
               FILE STATUS IS WK-FS-SALDOMED.
           SELECT ARQ-CENPRECO ASSIGN TO CENPRECO
               FILE STATUS IS WK-FS-CENPRECO.
           SELECT ARQ-LANCAM   ASSIGN TO LANCAM
               FILE STATUS IS WK-FS-LANCAM.
           SELECT ARQ-RELSIMP  ASSIGN TO RELSIMP
               FILE STATUS IS WK-FS-RELSIMP.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CLIENTEN
            RECORDING MODE IS F.
           COPY CLIENTEN.
       FD   ARQ-TAXAS
            RECORDING MODE IS F.
       01  REG-TAXAS.
           05 FD-TAX-DATA-VIGENCIA  PIC 9(8).
           05 FD-TAX-JUROS-POUP     PIC 9(2)V9(4).
           05 FD-TAX-TARIFA-CC      PIC 9(4)V99.
           05 FD-TAX-PISO-ISENCAO   PIC 9(6)V99.
           05 FILLER                PIC X(52).
       FD   ARQ-SEGMENTO
            RECORDING MODE IS F.
       01  REG-SEGMENTO.
           05 FD-SEG-CODIGO         PIC 9(5).
           05 FD-SEG-SEGMENTO       PIC X(01).
           05 FILLER                PIC X(04).
       FD   ARQ-PRECOSEG
            RECORDING MODE IS F.
       01  REG-PRECOSEG.
           05 FD-PSG-SEGMENTO       PIC X(01).
           05 FD-PSG-TARIFA-CC      PIC 9(4)V99.
           05 FD-PSG-JUROS-POUP     PIC 9(2)V9(4).
           05 FD-PSG-TAXA-CHEQUE    PIC 9(2)V9(4).
           05 FILLER                PIC X(61).
       FD   ARQ-SALDOMED
            RECORDING MODE IS F.
       01  REG-SALDOMED.
           05 FD-MED-CODIGO         PIC 9(5).
           05 FD-MED-ANOMES         PIC 9(6).
           05 FD-MED-MEDIA-CC       PIC S9(7)V99.
           05 FD-MED-MEDIA-POUP     PIC S9(7)V99.
           05 FD-MED-QTDE-DIAS      PIC 9(3).
           05 FILLER                PIC X(08).
      *
      *    CENARIO PROPOSTO: UM REGISTRO POR SEGMENTO (SEGMENTO
      *    EM BRANCO = CLIENTES SEM CLASSIFICACAO DO ALUNO38).
      *    TARIFA OU PISO ZERADOS VALEM COMO PROPOSTOS (SEM
      *    TARIFA / SEM ISENCAO); TAXA DO CHEQUE ZERADA CAI NA
      *    TAXA UNICA DO ALUNO70, COMO NO PRECOSEG
       FD   ARQ-CENPRECO
            RECORDING MODE IS F.
       01  REG-CENPRECO.
           05 FD-CPR-SEGMENTO       PIC X(01).
           05 FD-CPR-TARIFA-CC      PIC 9(4)V99.
           05 FD-CPR-PISO-ISENCAO   PIC 9(6)V99.
           05 FD-CPR-TAXA-CHEQUE    PIC 9(2)V9(4).
           05 FD-CPR-JUROS-POUP     PIC 9(2)V9(4).
           05 FILLER                PIC X(53).
       FD   ARQ-LANCAM
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-RELSIMP
            RECORDING MODE IS F.
       01  REG-RELSIMP              PIC X(133).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTEN    PIC XX             VALUE SPACES.
       77  WK-FS-TAXAS       PIC XX             VALUE SPACES.
       77  WK-FS-SEGMENTO    PIC XX             VALUE SPACES.
       77  WK-FS-PRECOSEG    PIC XX             VALUE SPACES.
       77  WK-FS-SALDOMED    PIC XX             VALUE SPACES.
       77  WK-FS-CENPRECO    PIC XX             VALUE SPACES.
       77  WK-FS-LANCAM      PIC XX             VALUE SPACES.
       77  WK-FS-RELSIMP     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-LANC-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-LANC-COMPET    PIC 9(07)          VALUE ZEROS.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
      *    PARAMETRO: COMPETENCIA (AAAAMM) SIMULADA; ZERADA
      *    VALE O MES ANTERIOR AO DA RODADA. O PERIODO DOS
      *    JUROS VAI DO DIA 1 DA COMPETENCIA (EXCLUSIVE) AO
      *    DIA 1 DO MES SEGUINTE (INCLUSIVE): UM MES CHEIO
       77  WK-PARM-ANOMES    PIC 9(06)          VALUE ZEROS.
       77  WK-MOV-ANOMES     PIC 9(6)           VALUE ZEROS.
       77  WK-DATA-INICIO    PIC 9(8)           VALUE ZEROS.
       77  WK-DATA-FIM       PIC 9(8)           VALUE ZEROS.
      *
      *    PARAMETROS DOS PROGRAMAS SIMULADOS: CONVENCAO DE
      *    DIAS DO ALUNO28 E DO ALUNO70 E TAXA UNICA DO
      *    CHEQUE ESPECIAL (ALUNO70/TAXA-CHEQUE); QUANTIDADE
      *    DE CLIENTES MAIS ONERADOS LISTADOS
      *    (ALUNO187/QTDE-MAIORES, PADRAO 20, MAXIMO 50)
       77  WK-CONV-POUP      PIC X(01)          VALUE 'T'.
       77  WK-CONV-CHEQUE    PIC X(01)          VALUE 'T'.
       77  WK-PARM-TAXA      PIC 9(2)V9(4)      VALUE ZEROS.
       77  WK-QTDE-MAIORES   PIC 9(02)          VALUE 20.
      *
      *    VIGENCIA EM VIGOR NO FIM DA COMPETENCIA: MAIOR DATA
      *    DE VIGENCIA QUE NAO ULTRAPASSA O FIM DO PERIODO
       77  WK-VIG-DATA       PIC 9(8)           VALUE ZEROS.
       77  WK-VIG-JUROS      PIC 9(2)V9(4)      VALUE ZEROS.
       77  WK-VIG-TARIFA     PIC 9(4)V99        VALUE ZEROS.
       77  WK-VIG-PISO       PIC 9(6)V99        VALUE ZEROS.
       77  WK-ACHOU-VIGENCIA PIC X(01)          VALUE 'N'.
           88 VIGENCIA-ACHADA                   VALUE 'S'.
           88 VIGENCIA-NAO-ACHADA               VALUE 'N'.
      *
      *    PRECIFICACAO ATUAL POR SEGMENTO (ALUNO38 + PRECOSEG);
      *    SO VALE QUANDO OS DOIS ARQUIVOS ESTAO PRESENTES
       77  WK-TEM-PRECOS     PIC X(01)          VALUE 'N'.
           88 PRECOS-POR-SEGMENTO               VALUE 'S'.
       01  TABELA-SEGMENTOS.
           05 SEG-ENTRADA            OCCURS 5000 TIMES.
              10 SEG-TAB-CODIGO      PIC 9(5).
              10 SEG-TAB-SEGMENTO    PIC X(01).
       77  WK-TOT-SEGMENTOS  PIC 9(05)          VALUE ZEROS.
       77  WK-IND-SEG        PIC 9(05)          VALUE ZEROS.
       01  TABELA-PRECOS.
           05 PSG-ENTRADA            OCCURS 10 TIMES.
              10 PSG-TAB-SEGMENTO    PIC X(01).
              10 PSG-TAB-TARIFA      PIC 9(4)V99.
              10 PSG-TAB-JUROS       PIC 9(2)V9(4).
              10 PSG-TAB-TAXA-CHEQUE PIC 9(2)V9(4).
       77  WK-TOT-PRECOS     PIC 9(02)          VALUE ZEROS.
       77  WK-IND-PSG        PIC 9(02)          VALUE ZEROS.
      *
      *    CENARIO PROPOSTO POR SEGMENTO
       01  TABELA-CENARIO.
           05 CPR-ENTRADA            OCCURS 20 TIMES.
              10 CPR-TAB-SEGMENTO    PIC X(01).
              10 CPR-TAB-TARIFA      PIC 9(4)V99.
              10 CPR-TAB-PISO        PIC 9(6)V99.
              10 CPR-TAB-TAXA-CHEQUE PIC 9(2)V9(4).
              10 CPR-TAB-JUROS       PIC 9(2)V9(4).
       77  WK-TOT-CENARIOS   PIC 9(02)          VALUE ZEROS.
       77  WK-IND-CPR        PIC 9(02)          VALUE ZEROS.
      *
      *    SALDO MEDIO DE CONTA CORRENTE DA COMPETENCIA
       01  TABELA-SALDOMED.
           05 MED-ENTRADA            OCCURS 5000 TIMES.
              10 MED-TAB-CODIGO      PIC 9(5).
              10 MED-TAB-MEDIA-CC    PIC S9(7)V99.
       77  WK-TOT-MEDIAS     PIC 9(05)          VALUE ZEROS.
       77  WK-IND-MED        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
       77  WK-ACHOU-CENARIO  PIC X              VALUE 'N'.
           88 CENARIO-ACHADO                    VALUE 'S'.
           88 CENARIO-NAO-ACHADO                VALUE 'N'.
      *
      *    CLIENTE EM PROCESSAMENTO: SEGMENTO, MEDIA E OS DOIS
      *    JOGOS DE PRECO (ATUAL E CENARIO)
       77  WK-CODIGO-PROC    PIC 9(5)           VALUE ZEROS.
       77  WK-SEGMENTO-CLI   PIC X(01)          VALUE SPACE.
       77  WK-MEDIA-CC       PIC S9(7)V99       VALUE ZEROS.
       77  WK-ATU-TARIFA     PIC 9(4)V99        VALUE ZEROS.
       77  WK-ATU-PISO       PIC 9(6)V99        VALUE ZEROS.
       77  WK-ATU-JUROS      PIC 9(2)V9(4)      VALUE ZEROS.
       77  WK-ATU-TAXA-CHEQUE PIC 9(2)V9(4)     VALUE ZEROS.
       77  WK-CEN-TARIFA     PIC 9(4)V99        VALUE ZEROS.
       77  WK-CEN-PISO       PIC 9(6)V99        VALUE ZEROS.
       77  WK-CEN-JUROS      PIC 9(2)V9(4)      VALUE ZEROS.
       77  WK-CEN-TAXA-CHEQUE PIC 9(2)V9(4)     VALUE ZEROS.
      *
      *    PRECO EM USO NO CALCULO E O RESULTADO DO CLIENTE
       77  WK-USO-TARIFA     PIC 9(4)V99        VALUE ZEROS.
       77  WK-USO-PISO       PIC 9(6)V99        VALUE ZEROS.
       77  WK-USO-JUROS      PIC 9(2)V9(4)      VALUE ZEROS.
       77  WK-USO-TAXA-CHEQUE PIC 9(2)V9(4)     VALUE ZEROS.
       77  WK-VLR-TARIFA     PIC 9(4)V99        VALUE ZEROS.
       77  WK-VLR-JUROS      PIC 9(6)V99        VALUE ZEROS.
       77  WK-VLR-CHEQUE     PIC 9(6)V99        VALUE ZEROS.
       77  WK-VLR-RECEITA    PIC S9(7)V99       VALUE ZEROS.
       77  WK-ATU-VLR-TARIFA PIC 9(4)V99        VALUE ZEROS.
       77  WK-ATU-VLR-JUROS  PIC 9(6)V99        VALUE ZEROS.
       77  WK-ATU-VLR-CHEQUE PIC 9(6)V99        VALUE ZEROS.
       77  WK-ATU-RECEITA    PIC S9(7)V99       VALUE ZEROS.
       77  WK-CEN-VLR-TARIFA PIC 9(4)V99        VALUE ZEROS.
       77  WK-CEN-VLR-JUROS  PIC 9(6)V99        VALUE ZEROS.
       77  WK-CEN-VLR-CHEQUE PIC 9(6)V99        VALUE ZEROS.
       77  WK-CEN-RECEITA    PIC S9(7)V99       VALUE ZEROS.
       77  WK-AUMENTO        PIC S9(7)V99       VALUE ZEROS.
       77  WK-SALDO-DEVEDOR  PIC 9(7)V99        VALUE ZEROS.
       77  WK-DIAS-PONDERA   PIC 9(3)           VALUE ZEROS.
       77  WK-NOVO-PAGANTE   PIC X(01)          VALUE 'N'.
           88 PASSA-A-PAGAR                     VALUE 'S'.
       77  WK-NOVO-ISENTO    PIC X(01)          VALUE 'N'.
           88 PASSA-A-ISENTO                    VALUE 'S'.
      *
      *    FATORES DA POUPANCA JA CALCULADOS NO PERIODO, POR
      *    TAXA (O PERIODO E O MESMO PARA TODOS OS CLIENTES)
       01  TABELA-FATORES.
           05 FAT-ENTRADA            OCCURS 30 TIMES.
              10 FAT-TAB-TAXA        PIC 9(2)V9(4).
              10 FAT-TAB-FATOR       PIC 9(3)V9(9).
       77  WK-TOT-FATORES    PIC 9(02)          VALUE ZEROS.
       77  WK-IND-FAT        PIC 9(02)          VALUE ZEROS.
       77  WK-FATOR-JUROS    PIC 9(3)V9(9)      VALUE ZEROS.
      *
      *    RESULTADO POR SEGMENTO E EMPRESA: A EMPRESA 101 E
      *    O TOTAL DO SEGMENTO E O SEGMENTO 21 GUARDA O TOTAL
      *    GERAL. DIFERENCAS EM RECEITA PARA O BANCO (A
      *    DIFERENCA DA POUPANCA E O JURO A MENOS PAGO)
       01  TABELA-RESULTADO.
           05 RES-SEGMENTO           OCCURS 21 TIMES.
              10 RES-TAB-SEGMENTO    PIC X(01).
              10 RES-EMPRESA         OCCURS 101 TIMES.
                 15 RES-TAB-QTDE       PIC 9(05).
                 15 RES-TAB-ATUAL      PIC S9(8)V99.
                 15 RES-TAB-CENARIO    PIC S9(8)V99.
                 15 RES-TAB-DIF-TARIFA PIC S9(8)V99.
                 15 RES-TAB-DIF-CHEQUE PIC S9(8)V99.
                 15 RES-TAB-DIF-POUP   PIC S9(8)V99.
                 15 RES-TAB-NOVOS-PAG  PIC 9(05).
                 15 RES-TAB-NOVOS-ISEN PIC 9(05).
                 15 RES-TAB-REALIZADO  PIC S9(8)V99.
       77  WK-TOT-RESULTADOS PIC 9(02)          VALUE ZEROS.
       77  WK-IND-RES        PIC 9(02)          VALUE ZEROS.
       77  WK-IND-EMP        PIC 9(03)          VALUE ZEROS.
       77  WK-IND-RES-ACU    PIC 9(02)          VALUE ZEROS.
       77  WK-IND-EMP-ACU    PIC 9(03)          VALUE ZEROS.
       77  WK-DIF-TARIFA     PIC S9(7)V99       VALUE ZEROS.
       77  WK-DIF-CHEQUE     PIC S9(7)V99       VALUE ZEROS.
       77  WK-DIF-POUP       PIC S9(7)V99       VALUE ZEROS.
       77  WK-VLR-REALIZADO  PIC S9(7)V99       VALUE ZEROS.
      *
      *    CLIENTES MAIS ONERADOS, EM ORDEM DECRESCENTE DE
      *    AUMENTO
       01  TABELA-MAIORES.
           05 MAI-ENTRADA            OCCURS 50 TIMES.
              10 MAI-TAB-CODIGO      PIC 9(5).
              10 MAI-TAB-NOME        PIC X(25).
              10 MAI-TAB-SEGMENTO    PIC X(01).
              10 MAI-TAB-EMPRESA     PIC 99.
              10 MAI-TAB-ATUAL       PIC S9(7)V99.
              10 MAI-TAB-CENARIO     PIC S9(7)V99.
              10 MAI-TAB-AUMENTO     PIC S9(7)V99.
              10 MAI-TAB-TARIFA-ATU  PIC 9(4)V99.
              10 MAI-TAB-TARIFA-CEN  PIC 9(4)V99.
              10 MAI-TAB-NOVO-PAG    PIC X(01).
       77  WK-TOT-MAIORES    PIC 9(02)          VALUE ZEROS.
       77  WK-IND-MAI        PIC 9(02)          VALUE ZEROS.
       77  WK-IND-DESL       PIC 9(02)          VALUE ZEROS.
      *
      *    PAGINACAO E CABECALHOS PELO SERVICO PADRAO DE
      *    RELATORIOS (ALUNO48)
           COPY RELSRV.
       77  WK-IND-REL        PIC 9(1)           VALUE ZEROS.
      *
       01  WK-LINHA-TITULO-PRECO.
           05 FILLER               PIC X(40)     VALUE
               'PRECOS POR SEGMENTO - ATUAL -> CENARIO'.
       01  WK-LINHA-COLUNAS-PRECO.
           05 FILLER               PIC X(06)     VALUE 'SEG'.
           05 FILLER               PIC X(22)     VALUE
                                   'TARIFA MANUTENCAO'.
           05 FILLER               PIC X(28)     VALUE
                                   'PISO DE ISENCAO'.
           05 FILLER               PIC X(22)     VALUE
                                   'TAXA CHEQUE ESPECIAL'.
           05 FILLER               PIC X(22)     VALUE
                                   'JUROS POUPANCA'.
       01  WK-LINHA-PRECO.
           05 WK-LP-SEGMENTO       PIC X(03).
           05 FILLER               PIC X(03)     VALUE SPACES.
           05 WK-LP-TARIFA-ATU     PIC ZZZ9,99.
           05 FILLER               PIC X(04)     VALUE ' -> '.
           05 WK-LP-TARIFA-CEN     PIC ZZZ9,99.
           05 FILLER               PIC X(04)     VALUE SPACES.
           05 WK-LP-PISO-ATU       PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(04)     VALUE ' -> '.
           05 WK-LP-PISO-CEN       PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(04)     VALUE SPACES.
           05 WK-LP-CHEQUE-ATU     PIC Z9,9999.
           05 FILLER               PIC X(04)     VALUE ' -> '.
           05 WK-LP-CHEQUE-CEN     PIC Z9,9999.
           05 FILLER               PIC X(04)     VALUE SPACES.
           05 WK-LP-POUP-ATU       PIC Z9,9999.
           05 FILLER               PIC X(04)     VALUE ' -> '.
           05 WK-LP-POUP-CEN       PIC Z9,9999.
           05 FILLER               PIC X(04)     VALUE SPACES.
           05 WK-LP-ORIGEM         PIC X(20).
      *
       01  WK-LINHA-TITULO-RECEITA.
           05 FILLER               PIC X(60)     VALUE
           'RECEITA DO MES POR SEGMENTO E EMPRESA - ATUAL X CENARIO'.
       01  WK-LINHA-COLUNAS-1.
           05 FILLER               PIC X(04)     VALUE 'SEG'.
           05 FILLER               PIC X(04)     VALUE 'EMP'.
           05 FILLER               PIC X(06)     VALUE ' CLIEN'.
           05 FILLER               PIC X(15)     VALUE
                                   '  RECEITA ATUAL'.
           05 FILLER               PIC X(15)     VALUE
                                   '  RECEITA CENAR'.
           05 FILLER               PIC X(15)     VALUE
                                   '     DIF TARIFA'.
           05 FILLER               PIC X(15)     VALUE
                                   '     DIF CHEQUE'.
           05 FILLER               PIC X(15)     VALUE
                                   '   DIF POUPANCA'.
           05 FILLER               PIC X(15)     VALUE
                                   '      DIF TOTAL'.
           05 FILLER               PIC X(06)     VALUE ' NOVOS'.
           05 FILLER               PIC X(06)     VALUE ' NOVOS'.
           05 FILLER               PIC X(14)     VALUE
                                   '     REALIZADO'.
       01  WK-LINHA-COLUNAS-2.
           05 FILLER               PIC X(104)    VALUE SPACES.
           05 FILLER               PIC X(06)     VALUE ' PAGAM'.
           05 FILLER               PIC X(06)     VALUE ' ISENT'.
           05 FILLER               PIC X(14)     VALUE
                                   '  (LANCAM MES)'.
       01  WK-LINHA-RESULTADO.
           05 WK-LR-SEGMENTO       PIC X(03).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-EMPRESA        PIC X(03).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-QTDE           PIC ZZZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-ATUAL          PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-CENARIO        PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-DIF-TARIFA     PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-DIF-CHEQUE     PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-DIF-POUP       PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-DIF-TOTAL      PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-NOVOS-PAG      PIC ZZZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-NOVOS-ISEN     PIC ZZZZ9.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LR-REALIZADO      PIC -ZZ.ZZZ.ZZ9,99.
       77  WK-EMPRESA-EDIT   PIC 99             VALUE ZEROS.
      *
       01  WK-LINHA-TITULO-MAIORES.
           05 FILLER               PIC X(40)     VALUE
               'CLIENTES MAIS ONERADOS PELO CENARIO'.
       01  WK-LINHA-COLUNAS-MAIORES.
           05 FILLER               PIC X(05)     VALUE 'ORD'.
           05 FILLER               PIC X(06)     VALUE 'CODIGO'.
           05 FILLER               PIC X(26)     VALUE 'NOME'.
           05 FILLER               PIC X(04)     VALUE 'SEG'.
           05 FILLER               PIC X(04)     VALUE 'EMP'.
           05 FILLER               PIC X(15)     VALUE
                                   '  CUSTO ATUAL'.
           05 FILLER               PIC X(15)     VALUE
                                   'CUSTO CENARIO'.
           05 FILLER               PIC X(15)     VALUE
                                   '      AUMENTO'.
           05 FILLER               PIC X(20)     VALUE
                                   'TARIFA ATU -> CEN'.
       01  WK-LINHA-MAIOR.
           05 WK-LM-ORDEM          PIC ZZ9.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LM-CODIGO         PIC 9(5).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LM-NOME           PIC X(25).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LM-SEGMENTO       PIC X(03).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LM-EMPRESA        PIC 99.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LM-ATUAL          PIC -Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LM-CENARIO        PIC -Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LM-AUMENTO        PIC -Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LM-TARIFA-ATU     PIC ZZZ9,99.
           05 FILLER               PIC X(04)     VALUE ' -> '.
           05 WK-LM-TARIFA-CEN     PIC ZZZ9,99.
           05 FILLER               PIC X(02)     VALUE SPACES.
           05 WK-LM-OBSERVACAO     PIC X(16).
      *
       77  WK-QTDE-EDIT      PIC ZZZZ9          VALUE ZEROS.
       77  WK-QTDE-EDIT-2    PIC ZZZZ9          VALUE ZEROS.
       77  WK-QTDE-EDIT-3    PIC ZZZZ9          VALUE ZEROS.
       77  WK-VALOR-EDIT     PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
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
           PERFORM 201-PROCESSAR UNTIL WK-FS-CLIENTEN = '10'.
           PERFORM 501-CONFERIR-REALIZADO.
           PERFORM 401-LISTAR-SIMULACAO.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-ANOMES FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-ANOMES NOT NUMERIC
            OR WK-PARM-ANOMES = ZEROS
               IF WK-EXE-MES = 01
                   COMPUTE WK-PARM-ANOMES =
                           (WK-EXE-ANO - 1) * 100 + 12
               ELSE
                   COMPUTE WK-PARM-ANOMES =
                           WK-EXE-ANO * 100 + WK-EXE-MES - 1
               END-IF
           END-IF.
           INITIALIZE TABELA-RESULTADO.
           PERFORM 105-DEFINIR-PERIODO.
           PERFORM 107-LER-PARAMETROS.
           OPEN INPUT  ARQ-CLIENTEN.
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
           PERFORM 110-CARREGAR-VIGENCIA.
           IF VIGENCIA-NAO-ACHADA
               DISPLAY 'NENHUMA VIGENCIA DE TAXAS VALIDA PARA '
                       WK-DATA-FIM ' - SIMULACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 130-CARREGAR-SEGMENTOS.
           PERFORM 140-CARREGAR-PRECOS.
           IF WK-TOT-SEGMENTOS > ZEROS AND WK-TOT-PRECOS > ZEROS
               SET PRECOS-POR-SEGMENTO TO TRUE
           END-IF.
           PERFORM 150-CARREGAR-SALDOMED.
           PERFORM 160-CARREGAR-CENARIO.
           PERFORM 170-MONTAR-SEGMENTOS.
           OPEN OUTPUT ARQ-RELSIMP.
           SET LK-REL-ABRIR TO TRUE.
           MOVE SPACES TO LK-REL-TITULO.
           STRING 'SIMULACAO DE PRECOS POR SEGMENTO - COMPETENCIA '
                                        DELIMITED BY SIZE
                  WK-PARM-ANOMES        DELIMITED BY SIZE
                  INTO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SIMULACAO.
           PERFORM 301-LER-CLIENTEN.
      *
      *    UM MES CHEIO A PARTIR DO DIA 1 DA COMPETENCIA
       105-DEFINIR-PERIODO.
           COMPUTE WK-DATA-INICIO = WK-PARM-ANOMES * 100 + 1.
           SET LK-DCT-SOMAR-MESES TO TRUE.
           MOVE WK-DATA-INICIO TO LK-DCT-DATA-INICIO.
           MOVE 1              TO LK-DCT-QTDE-MESES.
           CALL 'ALUNO148' USING LK-DCT-COM.
           IF NOT LK-DCT-OK
               DISPLAY 'COMPETENCIA INVALIDA NO CARTAO SYSIN: '
                       WK-PARM-ANOMES ' - SIMULACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LK-DCT-DATA-FIM TO WK-DATA-FIM.
       107-LER-PARAMETROS.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO28'    TO LK-PRM-PROGRAMA.
           MOVE 'CONVENCAO'  TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:1) TO WK-CONV-POUP
           END-IF.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO70'    TO LK-PRM-PROGRAMA.
           MOVE 'CONVENCAO'  TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:1) TO WK-CONV-CHEQUE
           END-IF.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO70'     TO LK-PRM-PROGRAMA.
           MOVE 'TAXA-CHEQUE' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:6) TO WK-PARM-TAXA
           ELSE
               DISPLAY 'PARAMETRO ALUNO70/TAXA-CHEQUE NAO CADASTRADO'
                       ' - SEM TAXA UNICA DO CHEQUE ESPECIAL'
           END-IF.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO187'     TO LK-PRM-PROGRAMA.
           MOVE 'QTDE-MAIORES' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
            AND LK-PRM-VALOR(1:2) NUMERIC
            AND LK-PRM-VALOR(1:2) NOT = '00'
               MOVE LK-PRM-VALOR(1:2) TO WK-QTDE-MAIORES
           END-IF.
           IF WK-QTDE-MAIORES > 50
               MOVE 50 TO WK-QTDE-MAIORES
           END-IF.
       110-CARREGAR-VIGENCIA.
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
           PERFORM 112-LER-TAXAS.
           PERFORM 111-AVALIAR-VIGENCIA UNTIL WK-FS-TAXAS = '10'.
           CLOSE ARQ-TAXAS.
       111-AVALIAR-VIGENCIA.
           IF FD-TAX-DATA-VIGENCIA <= WK-DATA-FIM
            AND FD-TAX-DATA-VIGENCIA >= WK-VIG-DATA
               SET VIGENCIA-ACHADA TO TRUE
               MOVE FD-TAX-DATA-VIGENCIA TO WK-VIG-DATA
               MOVE FD-TAX-JUROS-POUP    TO WK-VIG-JUROS
               MOVE FD-TAX-TARIFA-CC     TO WK-VIG-TARIFA
               IF FD-TAX-PISO-ISENCAO NUMERIC
                   MOVE FD-TAX-PISO-ISENCAO TO WK-VIG-PISO
               ELSE
                   MOVE ZEROS               TO WK-VIG-PISO
               END-IF
           END-IF.
           PERFORM 112-LER-TAXAS.
       112-LER-TAXAS.
           READ ARQ-TAXAS
               AT END
                   MOVE '10' TO WK-FS-TAXAS
           END-READ.
       130-CARREGAR-SEGMENTOS.
           OPEN INPUT ARQ-SEGMENTO.
           EVALUATE WK-FS-SEGMENTO
               WHEN '00'
                   PERFORM 132-LER-SEGMENTO
                   PERFORM 131-ACUMULAR-SEGMENTO
                       UNTIL WK-FS-SEGMENTO = '10'
                   CLOSE ARQ-SEGMENTO
               WHEN OTHER
                   DISPLAY 'ARQUIVO SEGMENTO NAO ENCONTRADO - '
                           'CLIENTES SEM CLASSIFICACAO'
           END-EVALUATE.
       131-ACUMULAR-SEGMENTO.
           IF WK-TOT-SEGMENTOS >= 5000
               DISPLAY 'TABELA DE SEGMENTOS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - SIMULACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-SEGMENTOS.
           MOVE FD-SEG-CODIGO
                TO SEG-TAB-CODIGO(WK-TOT-SEGMENTOS).
           MOVE FD-SEG-SEGMENTO
                TO SEG-TAB-SEGMENTO(WK-TOT-SEGMENTOS).
           PERFORM 132-LER-SEGMENTO.
       132-LER-SEGMENTO.
           READ ARQ-SEGMENTO
               AT END
                   MOVE '10' TO WK-FS-SEGMENTO
           END-READ.
       140-CARREGAR-PRECOS.
           OPEN INPUT ARQ-PRECOSEG.
           EVALUATE WK-FS-PRECOSEG
               WHEN '00'
                   PERFORM 142-LER-PRECOSEG
                   PERFORM 141-ACUMULAR-PRECO
                       UNTIL WK-FS-PRECOSEG = '10'
                   CLOSE ARQ-PRECOSEG
               WHEN OTHER
                   DISPLAY 'ARQUIVO PRECOSEG NAO ENCONTRADO - '
                           'PRECO ATUAL UNICO'
           END-EVALUATE.
       141-ACUMULAR-PRECO.
           IF WK-TOT-PRECOS >= 10
               DISPLAY 'TABELA DE PRECOS CHEIA (MAXIMO 10 '
                       'SEGMENTOS) - SIMULACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-PRECOS.
           MOVE FD-PSG-SEGMENTO
                TO PSG-TAB-SEGMENTO(WK-TOT-PRECOS).
           MOVE FD-PSG-TARIFA-CC
                TO PSG-TAB-TARIFA(WK-TOT-PRECOS).
           MOVE FD-PSG-JUROS-POUP
                TO PSG-TAB-JUROS(WK-TOT-PRECOS).
           MOVE FD-PSG-TAXA-CHEQUE
                TO PSG-TAB-TAXA-CHEQUE(WK-TOT-PRECOS).
           PERFORM 142-LER-PRECOSEG.
       142-LER-PRECOSEG.
           READ ARQ-PRECOSEG
               AT END
                   MOVE '10' TO WK-FS-PRECOSEG
           END-READ.
      *
      *    SO AS MEDIAS DA COMPETENCIA SIMULADA
       150-CARREGAR-SALDOMED.
           OPEN INPUT ARQ-SALDOMED.
           EVALUATE WK-FS-SALDOMED
               WHEN '00'
                   PERFORM 152-LER-SALDOMED
                   PERFORM 151-ACUMULAR-SALDOMED
                       UNTIL WK-FS-SALDOMED = '10'
                   CLOSE ARQ-SALDOMED
               WHEN OTHER
                   DISPLAY 'ARQUIVO SALDOMED NAO ENCONTRADO - '
                           'TARIFA SEM ISENCAO POR SALDO MEDIO'
           END-EVALUATE.
       151-ACUMULAR-SALDOMED.
           IF FD-MED-ANOMES = WK-PARM-ANOMES
               IF WK-TOT-MEDIAS >= 5000
                   DISPLAY 'TABELA DE SALDO MEDIO CHEIA (MAXIMO '
                           '5000 REGISTROS) - SIMULACAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-MEDIAS
               MOVE FD-MED-CODIGO
                    TO MED-TAB-CODIGO(WK-TOT-MEDIAS)
               MOVE FD-MED-MEDIA-CC
                    TO MED-TAB-MEDIA-CC(WK-TOT-MEDIAS)
           END-IF.
           PERFORM 152-LER-SALDOMED.
       152-LER-SALDOMED.
           READ ARQ-SALDOMED
               AT END
                   MOVE '10' TO WK-FS-SALDOMED
           END-READ.
       160-CARREGAR-CENARIO.
           OPEN INPUT ARQ-CENPRECO.
           EVALUATE WK-FS-CENPRECO
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CENPRECO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CENPRECO
                           ' NO COMANDO OPEN CENPRECO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 162-LER-CENPRECO.
           PERFORM 161-ACUMULAR-CENARIO UNTIL WK-FS-CENPRECO = '10'.
           CLOSE ARQ-CENPRECO.
           IF WK-TOT-CENARIOS = ZEROS
               DISPLAY 'ARQUIVO CENPRECO VAZIO - SIMULACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       161-ACUMULAR-CENARIO.
           IF FD-CPR-TARIFA-CC    NOT NUMERIC
            OR FD-CPR-PISO-ISENCAO NOT NUMERIC
            OR FD-CPR-TAXA-CHEQUE  NOT NUMERIC
            OR FD-CPR-JUROS-POUP   NOT NUMERIC
               DISPLAY 'CENARIO DO SEGMENTO ' FD-CPR-SEGMENTO
                       ' COM VALOR NAO NUMERICO - SIMULACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-TOT-CENARIOS >= 20
               DISPLAY 'TABELA DE CENARIO CHEIA (MAXIMO 20 '
                       'SEGMENTOS) - SIMULACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CENARIOS.
           MOVE FD-CPR-SEGMENTO
                TO CPR-TAB-SEGMENTO(WK-TOT-CENARIOS).
           MOVE FD-CPR-TARIFA-CC
                TO CPR-TAB-TARIFA(WK-TOT-CENARIOS).
           MOVE FD-CPR-PISO-ISENCAO
                TO CPR-TAB-PISO(WK-TOT-CENARIOS).
           MOVE FD-CPR-TAXA-CHEQUE
                TO CPR-TAB-TAXA-CHEQUE(WK-TOT-CENARIOS).
           MOVE FD-CPR-JUROS-POUP
                TO CPR-TAB-JUROS(WK-TOT-CENARIOS).
           PERFORM 162-LER-CENPRECO.
       162-LER-CENPRECO.
           READ ARQ-CENPRECO
               AT END
                   MOVE '10' TO WK-FS-CENPRECO
           END-READ.
      *
      *    AS LINHAS DO RELATORIO SEGUEM A ORDEM DO PRECOSEG,
      *    DEPOIS OS SEGMENTOS SO DO CENARIO; OS DEMAIS ENTRAM
      *    NA ORDEM EM QUE APARECEM NOS CLIENTES
       170-MONTAR-SEGMENTOS.
           PERFORM VARYING WK-IND-PSG FROM 1 BY 1
                   UNTIL WK-IND-PSG > WK-TOT-PRECOS
               MOVE PSG-TAB-SEGMENTO(WK-IND-PSG) TO WK-SEGMENTO-CLI
               PERFORM 245-LOCALIZAR-RESULTADO
           END-PERFORM.
           PERFORM VARYING WK-IND-CPR FROM 1 BY 1
                   UNTIL WK-IND-CPR > WK-TOT-CENARIOS
               MOVE CPR-TAB-SEGMENTO(WK-IND-CPR) TO WK-SEGMENTO-CLI
               PERFORM 245-LOCALIZAR-RESULTADO
           END-PERFORM.
      ***************************************
      *    O CLIENTE E PRECIFICADO DUAS VEZES, COM OS PRECOS
      *    ATUAIS E COM OS DO CENARIO, E A DIFERENCA ENTRA NO
      *    SEGMENTO/EMPRESA DELE
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-CLN-CODIGO TO WK-CODIGO-PROC.
           PERFORM 205-SEGMENTO-CLIENTE.
           PERFORM 210-PRECO-ATUAL.
           PERFORM 215-PRECO-CENARIO.
           PERFORM 220-MEDIA-CLIENTE.
           MOVE WK-ATU-TARIFA      TO WK-USO-TARIFA.
           MOVE WK-ATU-PISO        TO WK-USO-PISO.
           MOVE WK-ATU-JUROS       TO WK-USO-JUROS.
           MOVE WK-ATU-TAXA-CHEQUE TO WK-USO-TAXA-CHEQUE.
           PERFORM 230-CALCULAR-CLIENTE.
           MOVE WK-VLR-TARIFA      TO WK-ATU-VLR-TARIFA.
           MOVE WK-VLR-JUROS       TO WK-ATU-VLR-JUROS.
           MOVE WK-VLR-CHEQUE      TO WK-ATU-VLR-CHEQUE.
           MOVE WK-VLR-RECEITA     TO WK-ATU-RECEITA.
           MOVE WK-CEN-TARIFA      TO WK-USO-TARIFA.
           MOVE WK-CEN-PISO        TO WK-USO-PISO.
           MOVE WK-CEN-JUROS       TO WK-USO-JUROS.
           MOVE WK-CEN-TAXA-CHEQUE TO WK-USO-TAXA-CHEQUE.
           PERFORM 230-CALCULAR-CLIENTE.
           MOVE WK-VLR-TARIFA      TO WK-CEN-VLR-TARIFA.
           MOVE WK-VLR-JUROS       TO WK-CEN-VLR-JUROS.
           MOVE WK-VLR-CHEQUE      TO WK-CEN-VLR-CHEQUE.
           MOVE WK-VLR-RECEITA     TO WK-CEN-RECEITA.
           PERFORM 240-ACUMULAR-RESULTADO.
           PERFORM 301-LER-CLIENTEN.
      *
      *    SEGMENTO DO ALUNO38; SEM CLASSIFICACAO FICA EM BRANCO
       205-SEGMENTO-CLIENTE.
           MOVE SPACE TO WK-SEGMENTO-CLI.
           PERFORM 206-PROCURAR-SEGMENTO.
           IF ITEM-ACHADO
               MOVE SEG-TAB-SEGMENTO(WK-IND-SEG) TO WK-SEGMENTO-CLI
           END-IF.
       206-PROCURAR-SEGMENTO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-SEG FROM 1 BY 1
                   UNTIL WK-IND-SEG > WK-TOT-SEGMENTOS
                   OR ITEM-ACHADO
               IF SEG-TAB-CODIGO(WK-IND-SEG) = WK-CODIGO-PROC
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-SEG
           END-IF.
      *
      *    PRECO ATUAL DO SEGMENTO, COMO NO ALUNO28 E NO
      *    ALUNO70: A VIGENCIA UNICA DO TAXAS E A TAXA UNICA DO
      *    PARAMETRO, SUBSTITUIDAS PELO PRECOSEG QUANDO A
      *    PRECIFICACAO POR SEGMENTO ESTA ATIVA E O SEGMENTO
      *    TEM PRECO CADASTRADO. O PISO E SEMPRE O DA VIGENCIA
       210-PRECO-ATUAL.
           MOVE WK-VIG-TARIFA TO WK-ATU-TARIFA.
           MOVE WK-VIG-PISO   TO WK-ATU-PISO.
           MOVE WK-VIG-JUROS  TO WK-ATU-JUROS.
           MOVE WK-PARM-TAXA  TO WK-ATU-TAXA-CHEQUE.
           IF PRECOS-POR-SEGMENTO
            AND WK-SEGMENTO-CLI NOT = SPACE
               PERFORM 211-PROCURAR-PRECO
               IF ITEM-ACHADO
                   MOVE PSG-TAB-TARIFA(WK-IND-PSG) TO WK-ATU-TARIFA
                   MOVE PSG-TAB-JUROS(WK-IND-PSG)  TO WK-ATU-JUROS
                   IF PSG-TAB-TAXA-CHEQUE(WK-IND-PSG) > ZEROS
                       MOVE PSG-TAB-TAXA-CHEQUE(WK-IND-PSG)
                            TO WK-ATU-TAXA-CHEQUE
                   END-IF
               END-IF
           END-IF.
       211-PROCURAR-PRECO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-PSG FROM 1 BY 1
                   UNTIL WK-IND-PSG > WK-TOT-PRECOS
                   OR ITEM-ACHADO
               IF PSG-TAB-SEGMENTO(WK-IND-PSG) = WK-SEGMENTO-CLI
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-PSG
           END-IF.
      *
      *    PRECO DO CENARIO: O REGISTRO DO SEGMENTO NO CENPRECO
      *    VALE COMO UMA LINHA NOVA DO PRECOSEG COM PISO PROPRIO;
      *    SEGMENTO FORA DO CENARIO MANTEM O PRECO ATUAL
       215-PRECO-CENARIO.
           MOVE WK-ATU-TARIFA      TO WK-CEN-TARIFA.
           MOVE WK-ATU-PISO        TO WK-CEN-PISO.
           MOVE WK-ATU-JUROS       TO WK-CEN-JUROS.
           MOVE WK-ATU-TAXA-CHEQUE TO WK-CEN-TAXA-CHEQUE.
           PERFORM 216-PROCURAR-CENARIO.
           IF CENARIO-ACHADO
               MOVE CPR-TAB-TARIFA(WK-IND-CPR) TO WK-CEN-TARIFA
               MOVE CPR-TAB-PISO(WK-IND-CPR)   TO WK-CEN-PISO
               MOVE CPR-TAB-JUROS(WK-IND-CPR)  TO WK-CEN-JUROS
               IF CPR-TAB-TAXA-CHEQUE(WK-IND-CPR) > ZEROS
                   MOVE CPR-TAB-TAXA-CHEQUE(WK-IND-CPR)
                        TO WK-CEN-TAXA-CHEQUE
               ELSE
                   MOVE WK-PARM-TAXA TO WK-CEN-TAXA-CHEQUE
               END-IF
           END-IF.
       216-PROCURAR-CENARIO.
           SET CENARIO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CPR FROM 1 BY 1
                   UNTIL WK-IND-CPR > WK-TOT-CENARIOS
                   OR CENARIO-ACHADO
               IF CPR-TAB-SEGMENTO(WK-IND-CPR) = WK-SEGMENTO-CLI
                   SET CENARIO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF CENARIO-ACHADO
               SUBTRACT 1 FROM WK-IND-CPR
           END-IF.
       220-MEDIA-CLIENTE.
           MOVE ZEROS TO WK-MEDIA-CC.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-MED FROM 1 BY 1
                   UNTIL WK-IND-MED > WK-TOT-MEDIAS
                   OR ITEM-ACHADO
               IF MED-TAB-CODIGO(WK-IND-MED) = FD-CLN-CODIGO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-MED
               MOVE MED-TAB-MEDIA-CC(WK-IND-MED) TO WK-MEDIA-CC
           END-IF.
      *
      *    RECEITA DO CLIENTE NO PRECO EM USO: TARIFA (ISENTA
      *    COM MEDIA NO PISO OU ACIMA) MAIS JUROS DO CHEQUE
      *    ESPECIAL (CONTA ATIVA NEGATIVA, DIAS EM NEGATIVO
      *    COM TETO DE 30, JUROS SIMPLES) MENOS OS JUROS DA
      *    POUPANCA (COMPOSTOS NO MES)
       230-CALCULAR-CLIENTE.
           MOVE ZEROS         TO WK-VLR-JUROS WK-VLR-CHEQUE.
           MOVE WK-USO-TARIFA TO WK-VLR-TARIFA.
           IF WK-VLR-TARIFA > ZEROS
            AND WK-USO-PISO > ZEROS
            AND WK-MEDIA-CC >= WK-USO-PISO
               MOVE ZEROS TO WK-VLR-TARIFA
           END-IF.
           IF FD-CLN-SALDO-POUP > ZEROS
               PERFORM 232-FATOR-POUPANCA
               COMPUTE WK-VLR-JUROS ROUNDED =
                       FD-CLN-SALDO-POUP * (WK-FATOR-JUROS - 1)
           END-IF.
           IF FD-CLN-SALDO-CC < ZEROS
            AND (FD-CLN-SITUACAO = 'A' OR FD-CLN-SITUACAO = ' ')
            AND WK-USO-TAXA-CHEQUE > ZEROS
               PERFORM 234-JUROS-CHEQUE
           END-IF.
           COMPUTE WK-VLR-RECEITA = WK-VLR-TARIFA + WK-VLR-CHEQUE
                                  - WK-VLR-JUROS.
       232-FATOR-POUPANCA.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-FAT FROM 1 BY 1
                   UNTIL WK-IND-FAT > WK-TOT-FATORES
                   OR ITEM-ACHADO
               IF FAT-TAB-TAXA(WK-IND-FAT) = WK-USO-JUROS
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-FAT
               MOVE FAT-TAB-FATOR(WK-IND-FAT) TO WK-FATOR-JUROS
           ELSE
               SET LK-DCT-ENTRE-DATAS TO TRUE
               MOVE WK-CONV-POUP      TO LK-DCT-CONVENCAO
               SET LK-DCT-COMPOSTO    TO TRUE
               MOVE WK-DATA-INICIO    TO LK-DCT-DATA-INICIO
               MOVE WK-DATA-FIM       TO LK-DCT-DATA-FIM
               MOVE WK-USO-JUROS      TO LK-DCT-TAXA-MENSAL
               CALL 'ALUNO148' USING LK-DCT-COM
               IF NOT LK-DCT-OK
                   DISPLAY 'ERRO ' LK-DCT-STATUS
                           ' NO FATOR DA POUPANCA (CONVENCAO '
                           WK-CONV-POUP ') - SIMULACAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LK-DCT-FATOR TO WK-FATOR-JUROS
               IF WK-TOT-FATORES < 30
                   ADD 1 TO WK-TOT-FATORES
                   MOVE WK-USO-JUROS
                        TO FAT-TAB-TAXA(WK-TOT-FATORES)
                   MOVE LK-DCT-FATOR
                        TO FAT-TAB-FATOR(WK-TOT-FATORES)
               END-IF
           END-IF.
       234-JUROS-CHEQUE.
           COMPUTE WK-SALDO-DEVEDOR = 0 - FD-CLN-SALDO-CC.
           IF FD-CLN-DIAS-NEG > 30
               MOVE 30 TO WK-DIAS-PONDERA
           ELSE
               MOVE FD-CLN-DIAS-NEG TO WK-DIAS-PONDERA
           END-IF.
           IF WK-DIAS-PONDERA = ZEROS
               MOVE 1 TO WK-DIAS-PONDERA
           END-IF.
           SET LK-DCT-PRO-RATA       TO TRUE.
           MOVE WK-CONV-CHEQUE       TO LK-DCT-CONVENCAO.
           SET LK-DCT-SIMPLES        TO TRUE.
           MOVE WK-DATA-FIM          TO LK-DCT-DATA-FIM.
           MOVE WK-DIAS-PONDERA      TO LK-DCT-QTDE-DIAS.
           MOVE WK-USO-TAXA-CHEQUE   TO LK-DCT-TAXA-MENSAL.
           CALL 'ALUNO148' USING LK-DCT-COM.
           IF NOT LK-DCT-OK
               DISPLAY 'ERRO ' LK-DCT-STATUS
                       ' NO FATOR DO CHEQUE ESPECIAL (CONVENCAO '
                       WK-CONV-CHEQUE ') - SIMULACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WK-VLR-CHEQUE ROUNDED =
                   WK-SALDO-DEVEDOR * (LK-DCT-FATOR - 1).
      *
      *    ACUMULA NO SEGMENTO/EMPRESA, NO TOTAL DO SEGMENTO E
      *    NO TOTAL GERAL
       240-ACUMULAR-RESULTADO.
           COMPUTE WK-DIF-TARIFA = WK-CEN-VLR-TARIFA
                                 - WK-ATU-VLR-TARIFA.
           COMPUTE WK-DIF-CHEQUE = WK-CEN-VLR-CHEQUE
                                 - WK-ATU-VLR-CHEQUE.
           COMPUTE WK-DIF-POUP   = WK-ATU-VLR-JUROS
                                 - WK-CEN-VLR-JUROS.
           COMPUTE WK-AUMENTO    = WK-CEN-RECEITA - WK-ATU-RECEITA.
           MOVE 'N' TO WK-NOVO-PAGANTE WK-NOVO-ISENTO.
           IF WK-ATU-VLR-TARIFA = ZEROS
            AND WK-CEN-VLR-TARIFA > ZEROS
               SET PASSA-A-PAGAR TO TRUE
           END-IF.
           IF WK-ATU-VLR-TARIFA > ZEROS
            AND WK-CEN-VLR-TARIFA = ZEROS
               SET PASSA-A-ISENTO TO TRUE
           END-IF.
           PERFORM 245-LOCALIZAR-RESULTADO.
           COMPUTE WK-IND-EMP = FD-CLN-EMPRESA + 1.
           MOVE WK-IND-RES TO WK-IND-RES-ACU.
           MOVE WK-IND-EMP TO WK-IND-EMP-ACU.
           PERFORM 247-SOMAR-RESULTADO.
           MOVE 101 TO WK-IND-EMP-ACU.
           PERFORM 247-SOMAR-RESULTADO.
           MOVE 21  TO WK-IND-RES-ACU.
           PERFORM 247-SOMAR-RESULTADO.
           IF WK-AUMENTO > ZEROS
               PERFORM 250-CLASSIFICAR-ONERADO
           END-IF.
      *
      *    POSICAO DO SEGMENTO NA TABELA DE RESULTADO (INCLUI
      *    SE AINDA NAO EXISTE)
       245-LOCALIZAR-RESULTADO.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-RES FROM 1 BY 1
                   UNTIL WK-IND-RES > WK-TOT-RESULTADOS
                   OR ITEM-ACHADO
               IF RES-TAB-SEGMENTO(WK-IND-RES) = WK-SEGMENTO-CLI
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-RES
           ELSE
               IF WK-TOT-RESULTADOS >= 20
                   DISPLAY 'TABELA DE RESULTADO CHEIA (MAXIMO 20 '
                           'SEGMENTOS) - SIMULACAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-RESULTADOS
               MOVE WK-TOT-RESULTADOS TO WK-IND-RES
               MOVE WK-SEGMENTO-CLI TO RES-TAB-SEGMENTO(WK-IND-RES)
           END-IF.
       247-SOMAR-RESULTADO.
           ADD 1 TO RES-TAB-QTDE(WK-IND-RES-ACU, WK-IND-EMP-ACU).
           ADD WK-ATU-RECEITA
               TO RES-TAB-ATUAL(WK-IND-RES-ACU, WK-IND-EMP-ACU).
           ADD WK-CEN-RECEITA
               TO RES-TAB-CENARIO(WK-IND-RES-ACU, WK-IND-EMP-ACU).
           ADD WK-DIF-TARIFA
               TO RES-TAB-DIF-TARIFA(WK-IND-RES-ACU, WK-IND-EMP-ACU).
           ADD WK-DIF-CHEQUE
               TO RES-TAB-DIF-CHEQUE(WK-IND-RES-ACU, WK-IND-EMP-ACU).
           ADD WK-DIF-POUP
               TO RES-TAB-DIF-POUP(WK-IND-RES-ACU, WK-IND-EMP-ACU).
           IF PASSA-A-PAGAR
               ADD 1
                 TO RES-TAB-NOVOS-PAG(WK-IND-RES-ACU, WK-IND-EMP-ACU)
           END-IF.
           IF PASSA-A-ISENTO
               ADD 1
                 TO RES-TAB-NOVOS-ISEN(WK-IND-RES-ACU, WK-IND-EMP-ACU)
           END-IF.
      *
      *    MANTEM OS MAIORES AUMENTOS EM ORDEM DECRESCENTE;
      *    COM A LISTA CHEIA, SO ENTRA QUEM SUPERA O ULTIMO
       250-CLASSIFICAR-ONERADO.
           IF WK-TOT-MAIORES < WK-QTDE-MAIORES
               ADD 1 TO WK-TOT-MAIORES
               MOVE ZEROS TO MAI-TAB-AUMENTO(WK-TOT-MAIORES)
               PERFORM 252-INCLUIR-ONERADO
           ELSE
               IF WK-AUMENTO > MAI-TAB-AUMENTO(WK-TOT-MAIORES)
                   PERFORM 252-INCLUIR-ONERADO
               END-IF
           END-IF.
       252-INCLUIR-ONERADO.
           PERFORM VARYING WK-IND-MAI FROM 1 BY 1
                   UNTIL WK-IND-MAI >= WK-TOT-MAIORES
                   OR WK-AUMENTO > MAI-TAB-AUMENTO(WK-IND-MAI)
               CONTINUE
           END-PERFORM.
           PERFORM VARYING WK-IND-DESL FROM WK-TOT-MAIORES BY -1
                   UNTIL WK-IND-DESL <= WK-IND-MAI
               MOVE MAI-ENTRADA(WK-IND-DESL - 1)
                    TO MAI-ENTRADA(WK-IND-DESL)
           END-PERFORM.
           MOVE FD-CLN-CODIGO     TO MAI-TAB-CODIGO(WK-IND-MAI).
           MOVE FD-CLN-NOME       TO MAI-TAB-NOME(WK-IND-MAI).
           MOVE WK-SEGMENTO-CLI   TO MAI-TAB-SEGMENTO(WK-IND-MAI).
           MOVE FD-CLN-EMPRESA    TO MAI-TAB-EMPRESA(WK-IND-MAI).
           MOVE WK-ATU-RECEITA    TO MAI-TAB-ATUAL(WK-IND-MAI).
           MOVE WK-CEN-RECEITA    TO MAI-TAB-CENARIO(WK-IND-MAI).
           MOVE WK-AUMENTO        TO MAI-TAB-AUMENTO(WK-IND-MAI).
           MOVE WK-ATU-VLR-TARIFA TO MAI-TAB-TARIFA-ATU(WK-IND-MAI).
           MOVE WK-CEN-VLR-TARIFA TO MAI-TAB-TARIFA-CEN(WK-IND-MAI).
           MOVE WK-NOVO-PAGANTE   TO MAI-TAB-NOVO-PAG(WK-IND-MAI).
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
       400-LISTAR SECTION.
       401-LISTAR-SIMULACAO.
           MOVE WK-LINHA-TITULO-PRECO  TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SIMULACAO.
           MOVE WK-LINHA-COLUNAS-PRECO TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SIMULACAO.
           PERFORM 410-LISTAR-PRECO
               VARYING WK-IND-RES FROM 1 BY 1
               UNTIL WK-IND-RES > WK-TOT-RESULTADOS.
           MOVE SPACES                  TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SIMULACAO.
           MOVE WK-LINHA-TITULO-RECEITA TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SIMULACAO.
           MOVE WK-LINHA-COLUNAS-1      TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SIMULACAO.
           MOVE WK-LINHA-COLUNAS-2      TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SIMULACAO.
           PERFORM 420-LISTAR-SEGMENTO
               VARYING WK-IND-RES FROM 1 BY 1
               UNTIL WK-IND-RES > WK-TOT-RESULTADOS.
           MOVE 21  TO WK-IND-RES.
           MOVE 101 TO WK-IND-EMP.
           PERFORM 430-LISTAR-RESULTADO.
           MOVE SPACES                  TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SIMULACAO.
           MOVE WK-LINHA-TITULO-MAIORES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SIMULACAO.
           MOVE WK-LINHA-COLUNAS-MAIORES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SIMULACAO.
           PERFORM 440-LISTAR-ONERADO
               VARYING WK-IND-MAI FROM 1 BY 1
               UNTIL WK-IND-MAI > WK-TOT-MAIORES.
           PERFORM 450-LISTAR-RESUMO.
           SET LK-REL-ENCERRAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SIMULACAO.
      *
      *    PRECO ATUAL E DO CENARIO DE CADA SEGMENTO DO
      *    RELATORIO
       410-LISTAR-PRECO.
           MOVE RES-TAB-SEGMENTO(WK-IND-RES) TO WK-SEGMENTO-CLI.
           PERFORM 210-PRECO-ATUAL.
           PERFORM 215-PRECO-CENARIO.
           PERFORM 460-ROTULO-SEGMENTO.
           MOVE WK-ATU-TARIFA      TO WK-LP-TARIFA-ATU.
           MOVE WK-CEN-TARIFA      TO WK-LP-TARIFA-CEN.
           MOVE WK-ATU-PISO        TO WK-LP-PISO-ATU.
           MOVE WK-CEN-PISO        TO WK-LP-PISO-CEN.
           MOVE WK-ATU-TAXA-CHEQUE TO WK-LP-CHEQUE-ATU.
           MOVE WK-CEN-TAXA-CHEQUE TO WK-LP-CHEQUE-CEN.
           MOVE WK-ATU-JUROS       TO WK-LP-POUP-ATU.
           MOVE WK-CEN-JUROS       TO WK-LP-POUP-CEN.
           IF CENARIO-ACHADO
               MOVE SPACES              TO WK-LP-ORIGEM
           ELSE
               MOVE 'SEM CENARIO'       TO WK-LP-ORIGEM
           END-IF.
           MOVE WK-LINHA-PRECO TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SIMULACAO.
      *
      *    EMPRESAS DO SEGMENTO E A LINHA DE TOTAL DELE
       420-LISTAR-SEGMENTO.
           PERFORM 430-LISTAR-RESULTADO
               VARYING WK-IND-EMP FROM 1 BY 1
               UNTIL WK-IND-EMP > 101.
       430-LISTAR-RESULTADO.
           IF RES-TAB-QTDE(WK-IND-RES, WK-IND-EMP) > ZEROS
            OR RES-TAB-REALIZADO(WK-IND-RES, WK-IND-EMP) NOT = ZEROS
               PERFORM 432-IMPRIMIR-RESULTADO
           END-IF.
       432-IMPRIMIR-RESULTADO.
           MOVE RES-TAB-SEGMENTO(WK-IND-RES) TO WK-SEGMENTO-CLI.
           PERFORM 460-ROTULO-SEGMENTO.
           MOVE WK-LP-SEGMENTO TO WK-LR-SEGMENTO.
           EVALUATE TRUE
               WHEN WK-IND-RES = 21
                   MOVE 'TOT' TO WK-LR-SEGMENTO
                   MOVE 'GER' TO WK-LR-EMPRESA
               WHEN WK-IND-EMP = 101
                   MOVE 'TOT' TO WK-LR-EMPRESA
               WHEN OTHER
                   COMPUTE WK-EMPRESA-EDIT = WK-IND-EMP - 1
                   MOVE WK-EMPRESA-EDIT TO WK-LR-EMPRESA
           END-EVALUATE.
           MOVE RES-TAB-QTDE(WK-IND-RES, WK-IND-EMP)
                TO WK-LR-QTDE.
           MOVE RES-TAB-ATUAL(WK-IND-RES, WK-IND-EMP)
                TO WK-LR-ATUAL.
           MOVE RES-TAB-CENARIO(WK-IND-RES, WK-IND-EMP)
                TO WK-LR-CENARIO.
           MOVE RES-TAB-DIF-TARIFA(WK-IND-RES, WK-IND-EMP)
                TO WK-LR-DIF-TARIFA.
           MOVE RES-TAB-DIF-CHEQUE(WK-IND-RES, WK-IND-EMP)
                TO WK-LR-DIF-CHEQUE.
           MOVE RES-TAB-DIF-POUP(WK-IND-RES, WK-IND-EMP)
                TO WK-LR-DIF-POUP.
           COMPUTE WK-LR-DIF-TOTAL =
                   RES-TAB-CENARIO(WK-IND-RES, WK-IND-EMP)
                 - RES-TAB-ATUAL(WK-IND-RES, WK-IND-EMP).
           MOVE RES-TAB-NOVOS-PAG(WK-IND-RES, WK-IND-EMP)
                TO WK-LR-NOVOS-PAG.
           MOVE RES-TAB-NOVOS-ISEN(WK-IND-RES, WK-IND-EMP)
                TO WK-LR-NOVOS-ISEN.
           MOVE RES-TAB-REALIZADO(WK-IND-RES, WK-IND-EMP)
                TO WK-LR-REALIZADO.
           MOVE WK-LINHA-RESULTADO TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SIMULACAO.
       440-LISTAR-ONERADO.
           MOVE WK-IND-MAI                   TO WK-LM-ORDEM.
           MOVE MAI-TAB-CODIGO(WK-IND-MAI)   TO WK-LM-CODIGO.
           MOVE MAI-TAB-NOME(WK-IND-MAI)     TO WK-LM-NOME.
           MOVE MAI-TAB-SEGMENTO(WK-IND-MAI) TO WK-SEGMENTO-CLI.
           PERFORM 460-ROTULO-SEGMENTO.
           MOVE WK-LP-SEGMENTO               TO WK-LM-SEGMENTO.
           MOVE MAI-TAB-EMPRESA(WK-IND-MAI)  TO WK-LM-EMPRESA.
           MOVE MAI-TAB-ATUAL(WK-IND-MAI)    TO WK-LM-ATUAL.
           MOVE MAI-TAB-CENARIO(WK-IND-MAI)  TO WK-LM-CENARIO.
           MOVE MAI-TAB-AUMENTO(WK-IND-MAI)  TO WK-LM-AUMENTO.
           MOVE MAI-TAB-TARIFA-ATU(WK-IND-MAI) TO WK-LM-TARIFA-ATU.
           MOVE MAI-TAB-TARIFA-CEN(WK-IND-MAI) TO WK-LM-TARIFA-CEN.
           IF MAI-TAB-NOVO-PAG(WK-IND-MAI) = 'S'
               MOVE 'PASSA A PAGAR'  TO WK-LM-OBSERVACAO
           ELSE
               MOVE SPACES           TO WK-LM-OBSERVACAO
           END-IF.
           MOVE WK-LINHA-MAIOR TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SIMULACAO.
       450-LISTAR-RESUMO.
           MOVE SPACES TO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SIMULACAO.
           MOVE RES-TAB-QTDE(21, 101)       TO WK-QTDE-EDIT.
           MOVE RES-TAB-NOVOS-PAG(21, 101)  TO WK-QTDE-EDIT-2.
           MOVE RES-TAB-NOVOS-ISEN(21, 101) TO WK-QTDE-EDIT-3.
           COMPUTE WK-VALOR-EDIT = RES-TAB-CENARIO(21, 101)
                                 - RES-TAB-ATUAL(21, 101).
           MOVE SPACES TO LK-REL-DETALHE.
           STRING 'CLIENTES SIMULADOS: '     DELIMITED BY SIZE
                  WK-QTDE-EDIT               DELIMITED BY SIZE
                  '   PASSAM A PAGAR TARIFA: ' DELIMITED BY SIZE
                  WK-QTDE-EDIT-2             DELIMITED BY SIZE
                  '   PASSAM A ISENTOS: '    DELIMITED BY SIZE
                  WK-QTDE-EDIT-3             DELIMITED BY SIZE
                  '   DIFERENCA DE RECEITA NO MES: '
                                             DELIMITED BY SIZE
                  WK-VALOR-EDIT              DELIMITED BY SIZE
                  INTO LK-REL-DETALHE.
           PERFORM 910-DETALHE-SIMULACAO.
      *
      *    N/C = CLIENTES SEM CLASSIFICACAO DO ALUNO38
       460-ROTULO-SEGMENTO.
           IF WK-SEGMENTO-CLI = SPACE
               MOVE 'N/C'           TO WK-LP-SEGMENTO
           ELSE
               MOVE WK-SEGMENTO-CLI TO WK-LP-SEGMENTO
           END-IF.
      ***************************************
      *    CONFERENCIA COM O QUE FOI DE FATO POSTADO NA
      *    COMPETENCIA: TARIFAS (NOTAS 900000+ A DEBITO NA
      *    CONTA CORRENTE, INCLUSIVE AS DA FRANQUIA DO
      *    ALUNO157), JUROS DO CHEQUE ESPECIAL (700000-749999)
      *    E, A MENOS, OS JUROS CREDITADOS NA POUPANCA
       500-REALIZADO SECTION.
       501-CONFERIR-REALIZADO.
           OPEN INPUT ARQ-LANCAM.
           EVALUATE WK-FS-LANCAM
               WHEN '00'
                   PERFORM 520-LER-LANCAM
                   PERFORM 510-ACUMULAR-REALIZADO
                       UNTIL WK-FS-LANCAM = '10'
                   CLOSE ARQ-LANCAM
               WHEN OTHER
                   DISPLAY 'ARQUIVO LANCAM NAO ENCONTRADO - '
                           'SIMULACAO SEM O REALIZADO DO MES'
           END-EVALUATE.
       510-ACUMULAR-REALIZADO.
           ADD 1 TO WK-LANC-LIDOS.
           COMPUTE WK-MOV-ANOMES = FD-LAN-DATA / 100.
           MOVE ZEROS TO WK-VLR-REALIZADO.
           IF WK-MOV-ANOMES = WK-PARM-ANOMES
               EVALUATE TRUE
                   WHEN FD-LAN-NOTA >= 900000
                    AND FD-LAN-TIPO = 'D' AND LAN-CONTA-CORRENTE
                       MOVE FD-LAN-VALOR TO WK-VLR-REALIZADO
                   WHEN FD-LAN-NOTA >= 900000
                    AND FD-LAN-TIPO = 'C' AND LAN-CONTA-POUPANCA
                       COMPUTE WK-VLR-REALIZADO = 0 - FD-LAN-VALOR
                   WHEN FD-LAN-NOTA >= 700000
                    AND FD-LAN-NOTA <= 749999
                    AND FD-LAN-TIPO = 'D'
                       MOVE FD-LAN-VALOR TO WK-VLR-REALIZADO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WK-VLR-REALIZADO NOT = ZEROS
               ADD 1 TO WK-LANC-COMPET
               MOVE FD-LAN-CODIGO TO WK-CODIGO-PROC
               PERFORM 205-SEGMENTO-CLIENTE
               PERFORM 245-LOCALIZAR-RESULTADO
               COMPUTE WK-IND-EMP = FD-LAN-EMPRESA + 1
               ADD WK-VLR-REALIZADO
                   TO RES-TAB-REALIZADO(WK-IND-RES, WK-IND-EMP)
                      RES-TAB-REALIZADO(WK-IND-RES, 101)
                      RES-TAB-REALIZADO(21, 101)
           END-IF.
           PERFORM 520-LER-LANCAM.
       520-LER-LANCAM.
           READ ARQ-LANCAM
               AT END
                   MOVE '10' TO WK-FS-LANCAM
           END-READ.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           MOVE RES-TAB-CENARIO(21, 101) TO WK-VALOR-EDIT.
           DISPLAY 'COMPETENCIA SIMULADA             = '
                   WK-PARM-ANOMES.
           DISPLAY 'VIGENCIA DE TAXAS ATUAL          = ' WK-VIG-DATA.
           DISPLAY 'SEGMENTOS NO CENARIO             = '
                   WK-TOT-CENARIOS.
           DISPLAY 'CLIENTES SIMULADOS               = '
                   WK-REGS-LIDOS.
           DISPLAY 'LANCAMENTOS DA COMPETENCIA       = '
                   WK-LANC-COMPET.
           DISPLAY 'RECEITA DO MES NO CENARIO        = '
                   WK-VALOR-EDIT.
           MOVE RES-TAB-ATUAL(21, 101)   TO WK-VALOR-EDIT.
           DISPLAY 'RECEITA DO MES NOS PRECOS ATUAIS = '
                   WK-VALOR-EDIT.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CLIENTEN.
           CLOSE ARQ-RELSIMP.
       910-DETALHE-SIMULACAO.
           SET LK-REL-DETALHAR TO TRUE.
           CALL 'ALUNO48' USING LK-REL-COM.
           PERFORM 915-GRAVAR-SIMULACAO.
      ***************************************
       915-GRAVAR-SIMULACAO.
           PERFORM VARYING WK-IND-REL FROM 1 BY 1
                   UNTIL WK-IND-REL > LK-REL-QTDE-SAIDA
               WRITE REG-RELSIMP
                   FROM LK-REL-LINHA-IMP(WK-IND-REL)
           END-PERFORM.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES          TO REG-CTLLOG.
           MOVE 'ALUNO187'      TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC    TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC    TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS   TO FD-CTL-REGS-LIDOS.
           MOVE ZEROS           TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
