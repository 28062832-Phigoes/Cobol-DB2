      *****************************************************
      *    LAYOUT DO CADASTRO DE DEPENDENTES E DESCONTOS  *
      *    FIXOS DA FOLHA (KSDS FUNCDED, CHAVE CODFUN DE  *
      *    EAD316.FUNCIONARIOS). MANTIDO PELO ALUNO188 E  *
      *    LIDO PELO CALCULO DA FOLHA (ALUNO189)          *
      *    A PENSAO ALIMENTICIA E DEDUZIDA DA BASE DO     *
      *    IRRF; OS DEMAIS DESCONTOS (ATE 5, CODIGO EM    *
      *    BRANCO = POSICAO LIVRE) SAO SO DESCONTADOS DO  *
      *    LIQUIDO. CODCLI E A CONTA DE CLIENTE ONDE O    *
      *    LIQUIDO E CREDITADO (ZERO = SEM CONTA, LIDO    *
      *    PELO ALUNO190)                                 *
      *****************************************************
       01  REG-FUNCDED.
           05 FD-DED-CODFUN         PIC 9(5).
           05 FD-DED-DEPENDENTES    PIC 9(2).
           05 FD-DED-PENSAO         PIC 9(5)V99.
           05 FD-DED-DESCONTO       OCCURS 5 TIMES.
              10 FD-DED-DESC-CODIGO PIC X(04).
              10 FD-DED-DESC-TEXTO  PIC X(20).
              10 FD-DED-DESC-VALOR  PIC 9(5)V99.
           05 FD-DED-OPERADOR       PIC X(08).
           05 FD-DED-DATA-ACAO      PIC 9(8).
           05 FD-DED-CODCLI         PIC 9(5).
           05 FILLER                PIC X(10).
