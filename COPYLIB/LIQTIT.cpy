      *****************************************************
      *    LAYOUT DAS LIQUIDACOES DE BOLETO DE VENDA      *
      *    SEPARADAS PELO INTAKE DO RETORNO BANCARIO      *
      *    (ALUNO35): DETALHE DE ESPECIE 'B' NAO VIRA     *
      *    LANCAMENTO DE CONTA, VEM PARA ESTE ARQUIVO     *
      *    (ACUMULADO ATE A BAIXA) E E CASADO COM O       *
      *    TITULO PELO ALUNO203 (VENDEDOR + NOTA)         *
      *****************************************************
       01  REG-LIQTIT.
           05 FD-LQT-VENDEDOR       PIC 99.
           05 FD-LQT-NOTA           PIC 9(6).
           05 FD-LQT-COMPRADOR      PIC 9(5).
           05 FD-LQT-VALOR          PIC 9(6)V99.
           05 FD-LQT-DATA-PAGTO     PIC 9(8).
           05 FD-LQT-DATA-RETORNO   PIC 9(8).
           05 FD-LQT-EMPRESA        PIC 99.
           05 FILLER                PIC X(41).
