      *****************************************************
      *    LAYOUT DO ARQUIVO DE PEDIDOS DE TED CAPTADOS   *
      *    ON-LINE (KSDS TEDON, CHAVE CODIGO+NOTA,        *
      *    GRAVADO PELO ALUNO172 E DESCARREGADO PELO      *
      *    ALUNO173 NO LAYOUT TRANSREQ DO ALUNO97). O     *
      *    VALOR JA ESTA RESERVADO NA POSICAO SOMBRA      *
      *    INTRADIA DO CLIVSAM                            *
      *****************************************************
       01  REG-TEDON.
           05 FD-TON-CHAVE.
              10 FD-TON-CODIGO      PIC 9(5).
              10 FD-TON-NOTA        PIC 9(6).
           05 FD-TON-VALOR          PIC 9(6)V99.
           05 FD-TON-BANCO-DEST     PIC 9(3).
           05 FD-TON-AGENCIA-DEST   PIC 9(4).
           05 FD-TON-CONTA-DEST     PIC X(10).
           05 FD-TON-DATA           PIC 9(8).
           05 FD-TON-HORA           PIC 9(6).
           05 FD-TON-EMPRESA        PIC 99.
           05 FD-TON-OPERADOR       PIC X(08).
           05 FILLER                PIC X(20).
