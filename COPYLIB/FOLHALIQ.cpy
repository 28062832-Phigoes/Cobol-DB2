      *****************************************************
      *    LAYOUT DO ARQUIVO DA FOLHA CALCULADA (BRUTO,   *
      *    DESCONTOS E LIQUIDO POR FUNCIONARIO), GERADO   *
      *    PELO ALUNO189 EM ORDEM DE DEPARTAMENTO E       *
      *    CODFUN. LIDO PELO FEED CONTABIL (ALUNO22),     *
      *    PELO VERIFICADOR DO FEED (ALUNO54) E PELO      *
      *    CREDITO DO LIQUIDO NAS CONTAS (ALUNO190)       *
      *    BRUTO = INSS + IRRF + OUTROS + LIQUIDO. OUTROS *
      *    INCLUI A PENSAO E OS DESCONTOS FIXOS DO        *
      *    FUNCDED; O FGTS E ENCARGO DO EMPREGADOR, FORA  *
      *    DO LIQUIDO                                     *
      *****************************************************
       01  REG-FOLHALIQ.
           05 FD-FLQ-COMPETENCIA    PIC 9(6).
           05 FD-FLQ-CODFUN         PIC 9(5).
           05 FD-FLQ-NOME           PIC X(30).
           05 FD-FLQ-DEPTO          PIC X(04).
           05 FD-FLQ-BRUTO          PIC 9(7)V99.
           05 FD-FLQ-INSS           PIC 9(7)V99.
           05 FD-FLQ-IRRF           PIC 9(7)V99.
           05 FD-FLQ-OUTROS         PIC 9(7)V99.
           05 FD-FLQ-LIQUIDO        PIC 9(7)V99.
           05 FD-FLQ-FGTS           PIC 9(7)V99.
           05 FD-FLQ-BASE-IRRF      PIC 9(7)V99.
           05 FD-FLQ-DEPENDENTES    PIC 9(2).
           05 FILLER                PIC X(10).
