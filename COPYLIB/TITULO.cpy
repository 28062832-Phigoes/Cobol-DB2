      *****************************************************
      *    LAYOUT DO CADASTRO DE TITULOS A RECEBER DAS    *
      *    VENDAS (KSDS TITULOS, CHAVE VENDEDOR + NOTA:   *
      *    A NUMERACAO DAS NOTAS E POR VENDEDOR). O       *
      *    TITULO E ABERTO PELO ALUNO202 NA VENDA ('V')   *
      *    DO VENDAS3N, COM VENCIMENTO NA EMISSAO MAIS O  *
      *    PRAZO DO COMPRADOR (PROXIMO DIA UTIL), E       *
      *    REDUZIDO PELA DEVOLUCAO ('D') DA MESMA NOTA.   *
      *    O ALUNO73 REMETE O BOLETO DOS TITULOS ABERTOS  *
      *    AINDA NAO REMETIDOS; O ALUNO203 BAIXA OS       *
      *    PAGAMENTOS CASADOS PELO RETORNO DO ALUNO35.    *
      *    SALDO = ORIGINAL - DEVOLVIDO - PAGO            *
      *****************************************************
       01  REG-TITULO.
           05 FD-TIT-CHAVE.
              10 FD-TIT-VENDEDOR    PIC 99.
              10 FD-TIT-NOTA        PIC 9(6).
           05 FD-TIT-COMPRADOR      PIC 9(5).
           05 FD-TIT-ESTADO         PIC XX.
           05 FD-TIT-EMPRESA        PIC 99.
           05 FD-TIT-DATA-EMISSAO   PIC 9(8).
           05 FD-TIT-PRAZO          PIC 9(3).
           05 FD-TIT-VENCIMENTO     PIC 9(8).
           05 FD-TIT-VALOR-ORIGINAL PIC 9(7)V99.
           05 FD-TIT-VALOR-DEVOLVIDO PIC 9(7)V99.
           05 FD-TIT-VALOR-PAGO     PIC 9(7)V99.
           05 FD-TIT-SALDO          PIC 9(7)V99.
           05 FD-TIT-SITUACAO       PIC X(01).
              88 TIT-ABERTO                    VALUE 'A'.
              88 TIT-LIQUIDADO                 VALUE 'L'.
              88 TIT-DEVOLVIDO                 VALUE 'D'.
           05 FD-TIT-REMESSA        PIC X(01).
              88 TIT-A-REMETER                 VALUE 'N'.
              88 TIT-REMETIDO                  VALUE 'S'.
           05 FD-TIT-DATA-REMESSA   PIC 9(8).
           05 FD-TIT-DATA-LIQUIDACAO PIC 9(8).
           05 FILLER                PIC X(10).
