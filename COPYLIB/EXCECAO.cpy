      *****************************************************
      *    LAYOUT DO ARQUIVO DE EXCECOES DO MONITOR DE    *
      *    VELOCIDADE E ANOMALIAS (GRAVADO PELO ALUNO77,  *
      *    LIDO PELA ABERTURA DE CASOS DE FRAUDE DO       *
      *    ALUNO181). TIPO, CONTA, AGENCIA E EMPRESA SAO  *
      *    OS DO LANCAMENTO APONTADO, PARA O ESTORNO DA   *
      *    FRAUDE CONFIRMADA (ALUNO182)                   *
      *****************************************************
       01  REG-EXCECOES.
           05 FD-EXC-CODIGO         PIC 9(5).
           05 FD-EXC-NOTA           PIC 9(6).
           05 FD-EXC-VALOR          PIC 9(6)V99.
           05 FD-EXC-CANAL          PIC X(01).
           05 FD-EXC-DATA           PIC 9(8).
           05 FD-EXC-MOTIVO         PIC X(02).
              88 EXC-MOT-RAJADA-ATM            VALUE 'AB'.
              88 EXC-MOT-TETO-HISTORICO        VALUE 'VA'.
              88 EXC-MOT-VALOR-REDONDO         VALUE 'RV'.
           05 FD-EXC-TIPO           PIC X(01).
           05 FD-EXC-CONTA          PIC X(01).
           05 FD-EXC-AGENCIA        PIC 9(3).
           05 FD-EXC-EMPRESA        PIC 99.
           05 FILLER                PIC X(43).
