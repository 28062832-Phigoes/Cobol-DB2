      *    LAYOUT DO ARQUIVO DE AUDITORIA ANTES/DEPOIS    *
      *    DA MANUTENCAO DO CADASTRO DE CLIENTES          *
      *    (MESMO ESPIRITO DO AUDSAL DO ALUNO23)          *
      *    NA TRANSFERENCIA DE AGENCIA (FUNCAO G) OS      *
      *    NOMES ANTES/DEPOIS LEVAM 'AGENCIA NNN' DE      *
      *    ORIGEM E DE DESTINO E A SITUACAO NAO MUDA      *
      *****************************************************
       01  REG-AUDCLI.
           05 FD-AUC-FUNCAO         PIC X(01).
