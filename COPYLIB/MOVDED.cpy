      *****************************************************
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DO CADASTRO DE *
      *    DEPENDENTES E DESCONTOS DA FOLHA (ALUNO188)    *
      *    FUNCAO: I=INCLUSAO DO FUNCIONARIO (TEM QUE     *
      *              EXISTIR EM EAD316.FUNCIONARIOS)      *
      *              COM DEPENDENTES E PENSAO             *
      *            A=ALTERACAO DE DEPENDENTES E PENSAO    *
      *              (OS DOIS CAMPOS SAO SUBSTITUIDOS)    *
      *            D=DESCONTO FIXO: CODIGO, TEXTO E VALOR *
      *              (MESMO CODIGO SUBSTITUI; VALOR ZERO  *
      *              RETIRA O DESCONTO)                   *
      *            E=EXCLUSAO DO FUNCIONARIO DO CADASTRO  *
      *            C=CONTA SALARIO: CODIGO DO CLIENTE QUE *
      *              RECEBE O LIQUIDO (ZERO DESVINCULA)   *
      *****************************************************
       01  REG-MOVDED.
           05 FD-MDD-FUNCAO         PIC X(01).
              88 MDD-INCLUSAO                  VALUE 'I'.
              88 MDD-ALTERACAO                 VALUE 'A'.
              88 MDD-DESCONTO                  VALUE 'D'.
              88 MDD-EXCLUSAO                  VALUE 'E'.
              88 MDD-CONTA                     VALUE 'C'.
           05 FD-MDD-CODFUN         PIC 9(5).
           05 FD-MDD-DEPENDENTES    PIC 9(2).
           05 FD-MDD-PENSAO         PIC 9(5)V99.
           05 FD-MDD-DESC-CODIGO    PIC X(04).
           05 FD-MDD-DESC-TEXTO     PIC X(20).
           05 FD-MDD-DESC-VALOR     PIC 9(5)V99.
           05 FD-MDD-CODCLI         PIC 9(5).
           05 FILLER                PIC X(29).
