      *****************************************************
      *    LAYOUT DO ARQUIVO DE AGENCIA DE RELACIONAMENTO *
      *    DO CLIENTE (AGENCIA DA CARTEIRA, RESPONSAVEL   *
      *    PELO CLIENTE), CHAVEADO PELO MESMO CODIGO DO   *
      *    ARQUIVO CLIENTES E REGRAVADO INTEIRO PELA      *
      *    MANUTENCAO (ALUNO27, FUNCAO G DO MOVCLI)       *
      *    AGENCIA ZEROS: CLIENTE SEM AGENCIA DEFINIDA    *
      *    DATA DESDE / AGENCIA ANTERIOR: ULTIMA          *
      *    TRANSFERENCIA DE CARTEIRA (NA INCLUSAO, A DATA *
      *    DA INCLUSAO E ANTERIOR ZEROS)                  *
      *****************************************************
       01  REG-CLIAGENC.
           05 FD-CAG-CODIGO         PIC 9(5).
           05 FD-CAG-AGENCIA        PIC 9(3).
           05 FD-CAG-DATA-DESDE     PIC 9(8).
           05 FD-CAG-AGENCIA-ANT    PIC 9(3).
           05 FILLER                PIC X(11).
