      *****************************************************
      *    LAYOUT DO HISTORICO DE MOVIMENTOS POSTADOS     *
      *    (KSDS MOVHIST, CHAVE CLIENTE + DATA DA RODADA  *
      *    + SEQUENCIA DO LANCAMENTO NA RODADA), GRAVADO  *
      *    TODA NOITE PELO ALUNO168 A PARTIR DO POSTDIA E *
      *    LIDO DE TRAS PARA FRENTE PELO MINI-EXTRATO     *
      *    ON-LINE (ALUNO169). O SALDO E O DA CONTA DO    *
      *    LANCAMENTO LOGO DEPOIS DA POSTAGEM             *
      *****************************************************
       01  REG-MOVHIST.
           05 FD-MHS-CHAVE.
              10 FD-MHS-CODIGO      PIC 9(5).
              10 FD-MHS-DATA-POST   PIC 9(8).
              10 FD-MHS-SEQUENCIA   PIC 9(5).
           05 FD-MHS-NOTA           PIC 9(6).
           05 FD-MHS-TIPO           PIC X(01).
           05 FD-MHS-CONTA          PIC X(01).
              88 MHS-CONTA-POUPANCA            VALUE 'P'.
           05 FD-MHS-CANAL          PIC X(01).
           05 FD-MHS-VALOR          PIC 9(6)V99.
           05 FD-MHS-SALDO          PIC S9(5)V99 COMP-3.
           05 FD-MHS-DATA-LANC      PIC 9(8).
           05 FD-MHS-NOTA-ORIG      PIC 9(6).
           05 FD-MHS-AGENCIA        PIC 9(3).
           05 FILLER                PIC X(24).
