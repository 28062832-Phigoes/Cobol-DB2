      *    LAYOUT DO ARQUIVO DE DADOS CADASTRAIS DO       *
      *    CLIENTE (ENDERECO E DOCUMENTOS), CHAVEADO      *
      *    PELO MESMO CODIGO DO ARQUIVO CLIENTES          *
      *    DATA DE CONFIRMACAO: ULTIMA VEZ QUE O CADASTRO *
      *    FOI CONFIRMADO OU ALTERADO PELA MANUTENCAO     *
      *    (ALUNO36), BASE DA RENOVACAO PERIODICA DO      *
      *    CADASTRO (ALUNO134)                            *
      *****************************************************
       01  REG-CLIDEMOG.
           05 FD-DEM-CODIGO         PIC 9(5).
           05 FD-DEM-CEP            PIC 9(8).
           05 FD-DEM-FONE           PIC X(11).
           05 FD-DEM-DOCUMENTO      PIC X(14).
           05 FD-DEM-DATA-CONFIRMACAO PIC 9(8).
