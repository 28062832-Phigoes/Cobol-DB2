      *****************************************************
      *    LAYOUT DO ARQUIVO DE REFERENCIAS DE CARTAO DOS *
      *    LANCAMENTOS DE ATM (CANAL A), ENTREGUE PELA    *
      *    REDE DE ATM JUNTO COM O LANCAM DO DIA: UM      *
      *    REGISTRO POR LANCAMENTO, PELA CHAVE CLIENTE E  *
      *    NOTA, COM O NUMERO DO CARTAO USADO. CONFERIDO  *
      *    CONTRA O CADASTRO DE CARTOES NO BALANCE LINE   *
      *    (ALUNO09). O ALUNO26 GRAVA O MESMO LAYOUT PARA *
      *    OS ITENS CR QUE RECICLA DO SUSPENSO            *
      *****************************************************
       01  REG-CARTLAN.
           05 FD-CLA-CODIGO         PIC 9(5).
           05 FD-CLA-NOTA           PIC 9(6).
           05 FD-CLA-CARTAO         PIC 9(16).
           05 FILLER                PIC X(13).
