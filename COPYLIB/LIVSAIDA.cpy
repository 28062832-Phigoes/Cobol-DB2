      *****************************************************
      *    LAYOUT DO ARQUIVO ELETRONICO DO REGISTRO DE    *
      *    SAIDAS (LIVRO FISCAL) DA COMPETENCIA, GERADO   *
      *    PELO ALUNO208 PARA A ENTREGA AO FISCO:         *
      *      0 = HEADER (COMPETENCIA E DATA DE GERACAO)   *
      *      1 = NOTA (SERIE = VENDEDOR, UMA POR NOTA E   *
      *          UF), COM A SITUACAO N = NORMAL,          *
      *          D = DEVOLVIDA EM PARTE, C = CANCELADA    *
      *          (DEVOLVIDA POR INTEIRO NA COMPETENCIA),  *
      *          R = DEVOLUCAO DE NOTA DE COMPETENCIA     *
      *          ANTERIOR                                 *
      *      2 = LACUNA NA NUMERACAO: L = NAO EMITIDA,    *
      *          O = EMITIDA EM OUTRA COMPETENCIA,        *
      *          G = FAIXA GRANDE DEMAIS, NAO CONFERIDA   *
      *      8 = TOTAL DA UF (ICMS APURADO COMO NO        *
      *          ALUNO62, COM O AJUSTE DE ARREDONDAMENTO  *
      *          SOBRE A SOMA DAS NOTAS)                  *
      *      9 = TRAILER COM CONTAGENS E TOTAIS           *
      *****************************************************
       01  REG-LIVSAIDA.
           05 FD-LVS-TIPO-REG       PIC X(01).
              88 LVS-HEADER               VALUE '0'.
              88 LVS-NOTA                 VALUE '1'.
              88 LVS-LACUNA               VALUE '2'.
              88 LVS-TOTAL-UF             VALUE '8'.
              88 LVS-TRAILER              VALUE '9'.
           05 FD-LVS-SERIE          PIC 99.
           05 FD-LVS-NOTA           PIC 9(6).
           05 FD-LVS-DATA-EMISSAO   PIC 9(8).
           05 FD-LVS-UF             PIC XX.
           05 FD-LVS-SITUACAO       PIC X(01).
              88 LVS-NORMAL               VALUE 'N'.
              88 LVS-DEVOLVIDA            VALUE 'D'.
              88 LVS-CANCELADA            VALUE 'C'.
              88 LVS-DEVOL-ANTERIOR       VALUE 'R'.
           05 FD-LVS-VALOR-CONTABIL PIC 9(11)V99.
           05 FD-LVS-VALOR-DEVOLVIDO PIC 9(11)V99.
           05 FD-LVS-BASE           PIC S9(11)V99.
           05 FD-LVS-ALIQUOTA       PIC 9(2)V99.
           05 FD-LVS-ICMS           PIC S9(11)V99.
           05 FILLER                PIC X(24).
       01  REG-LVS-HEADER REDEFINES REG-LIVSAIDA.
           05 FILLER                PIC X(01).
           05 FD-LVS-HDR-COMPETENCIA PIC 9(6).
           05 FD-LVS-HDR-DATA-GERACAO PIC 9(8).
           05 FD-LVS-HDR-SISTEMA    PIC X(16).
           05 FILLER                PIC X(69).
       01  REG-LVS-LACUNA REDEFINES REG-LIVSAIDA.
           05 FILLER                PIC X(01).
           05 FD-LVS-LAC-SERIE      PIC 99.
           05 FD-LVS-LAC-NOTA-INICIAL PIC 9(6).
           05 FD-LVS-LAC-NOTA-FINAL PIC 9(6).
           05 FD-LVS-LAC-SITUACAO   PIC X(01).
              88 LVS-LAC-NAO-EMITIDA      VALUE 'L'.
              88 LVS-LAC-OUTRA-COMPET     VALUE 'O'.
              88 LVS-LAC-NAO-CONFERIDA    VALUE 'G'.
           05 FD-LVS-LAC-ANOMES     PIC 9(6).
           05 FILLER                PIC X(78).
       01  REG-LVS-TOTAL-UF REDEFINES REG-LIVSAIDA.
           05 FILLER                PIC X(01).
           05 FD-LVS-TUF-UF         PIC XX.
           05 FD-LVS-TUF-ALIQUOTA   PIC 9(2)V99.
           05 FD-LVS-TUF-QTDE-NOTAS PIC 9(7).
           05 FD-LVS-TUF-BASE       PIC S9(11)V99.
           05 FD-LVS-TUF-ICMS-NOTAS PIC S9(11)V99.
           05 FD-LVS-TUF-AJUSTE     PIC S9(11)V99.
           05 FD-LVS-TUF-ICMS-APURADO PIC S9(11)V99.
           05 FILLER                PIC X(34).
       01  REG-LVS-TRAILER REDEFINES REG-LIVSAIDA.
           05 FILLER                PIC X(01).
           05 FD-LVS-TRL-QTDE-NOTAS PIC 9(7).
           05 FD-LVS-TRL-QTDE-LACUNAS PIC 9(7).
           05 FD-LVS-TRL-VALOR-CONTABIL PIC 9(13)V99.
           05 FD-LVS-TRL-BASE       PIC S9(13)V99.
           05 FD-LVS-TRL-ICMS-APURADO PIC S9(13)V99.
           05 FD-LVS-TRL-QTDE-REGISTROS PIC 9(7).
           05 FILLER                PIC X(33).
