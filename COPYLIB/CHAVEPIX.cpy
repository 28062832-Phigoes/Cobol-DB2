      *****************************************************
      *    LAYOUT DO DIRETORIO DE CHAVES DE PAGAMENTO     *
      *    INSTANTANEO (KSDS GR.EAD316.PIX.CHAVES, CHAVE  *
      *    FD-CHP-CHAVE = TIPO + VALOR DA CHAVE)          *
      *    TIPO: D=CPF/CNPJ DO TITULAR F=TELEFONE         *
      *          E=E-MAIL A=CHAVE ALEATORIA               *
      *    CADA CHAVE APONTA PARA UM CLIENTE E UMA CONTA  *
      *    (C=CORRENTE P=POUPANCA). A EXCLUSAO SO MARCA A *
      *    SITUACAO E; A CHAVE PODE SER REATIVADA DEPOIS. *
      *    MANTIDO PELO ALUNO152 E LIDO PELO ALUNO153     *
      *****************************************************
       01  REG-CHAVEPIX.
           05 FD-CHP-CHAVE.
              10 FD-CHP-TIPO        PIC X(01).
                 88 CHP-TIPO-DOCUMENTO         VALUE 'D'.
                 88 CHP-TIPO-FONE              VALUE 'F'.
                 88 CHP-TIPO-EMAIL             VALUE 'E'.
                 88 CHP-TIPO-ALEATORIA         VALUE 'A'.
                 88 CHP-TIPO-VALIDO            VALUE 'D' 'F'
                                                     'E' 'A'.
              10 FD-CHP-VALOR       PIC X(77).
           05 FD-CHP-CODIGO         PIC 9(5).
           05 FD-CHP-CONTA          PIC X(01).
              88 CHP-CONTA-CORRENTE            VALUE 'C'.
              88 CHP-CONTA-POUPANCA            VALUE 'P'.
           05 FD-CHP-SITUACAO       PIC X(01).
              88 CHP-SIT-ATIVA                 VALUE 'A'.
              88 CHP-SIT-EXCLUIDA              VALUE 'E'.
           05 FD-CHP-DATA-INCLUSAO  PIC 9(8).
           05 FD-CHP-DATA-SITUACAO  PIC 9(8).
           05 FD-CHP-OPERADOR       PIC X(08).
           05 FILLER                PIC X(11).
