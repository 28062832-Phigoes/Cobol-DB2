      *****************************************************
      *    LAYOUT DO CADASTRO DE FERIAS GOZADAS (KSDS     *
      *    AUSENCIA, CHAVE CODFUN + DATA DE INICIO),      *
      *    MANTIDO PELO ALUNO192. A PROVISAO MENSAL       *
      *    (ALUNO191) BAIXA DOS DIAS ADQUIRIDOS O GOZO E  *
      *    O ABONO PECUNIARIO DAS FERIAS INICIADAS ATE O  *
      *    FIM DA COMPETENCIA E AINDA NAO BAIXADAS        *
      *****************************************************
       01  REG-AUSENCIA.
           05 FD-AUS-CHAVE.
              10 FD-AUS-CODFUN      PIC 9(5).
              10 FD-AUS-DATA-INICIO PIC 9(8).
           05 FD-AUS-DIAS-GOZO      PIC 9(2).
           05 FD-AUS-DIAS-ABONO     PIC 9(2).
           05 FD-AUS-OPERADOR       PIC X(08).
           05 FD-AUS-DATA-ACAO      PIC 9(8).
           05 FILLER                PIC X(47).
