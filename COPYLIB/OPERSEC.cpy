      *****************************************************
      *    LAYOUT DO ARQUIVO DE SEGURANCA DE OPERADORES:  *
      *    FUNCOES PERMITIDAS POR OPERADOR (S = PODE)     *
      *    CODFUN: FUNCIONARIO (EAD316.FUNCIONARIOS) QUE  *
      *    USA O OPERADOR, PARA O MONITOR DE ACOES EM     *
      *    CONTA PROPRIA OU DE VINCULADO (ALUNO196);      *
      *    ZEROS OU BRANCOS = OPERADOR SEM FUNCIONARIO    *
      *****************************************************
       01  REG-OPERSEC.
           05 FD-SEC-OPERADOR       PIC X(08).
           05 FD-SEC-FL-SITUACAO    PIC X(01).
           05 FD-SEC-FL-SUSPENSO    PIC X(01).
           05 FD-SEC-FL-APROVACAO   PIC X(01).
           05 FD-SEC-FL-CARTAO      PIC X(01).
           05 FD-SEC-FL-FRAUDE      PIC X(01).
           05 FD-SEC-FL-OUVIDORIA   PIC X(01).
           05 FD-SEC-CODFUN         PIC 9(05).
           05 FD-SEC-FL-PRECO       PIC X(01).
           05 FD-SEC-FL-ESTOQUE     PIC X(01).
           05 FILLER                PIC X(57).
