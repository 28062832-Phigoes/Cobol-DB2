      *****************************************************
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DO CADASTRO DE *
      *    CONTAS LIGADAS AOS FUNCIONARIOS (ALUNO195)     *
      *    FUNCAO: I=INCLUSAO (O CODFUN TEM QUE EXISTIR   *
      *              EM EAD316.FUNCIONARIOS E O CLIENTE   *
      *              NO MESTRE CLIENTES)                  *
      *            A=ALTERACAO DA RELACAO E OBSERVACAO    *
      *            E=EXCLUSAO DA LIGACAO                  *
      *    RELACAO: P=PROPRIA F=FAMILIAR S=SOCIO O=OUTRO  *
      *****************************************************
       01  REG-MOVVFUN.
           05 FD-MVF-FUNCAO         PIC X(01).
              88 MVF-INCLUSAO                  VALUE 'I'.
              88 MVF-ALTERACAO                 VALUE 'A'.
              88 MVF-EXCLUSAO                  VALUE 'E'.
           05 FD-MVF-CODFUN         PIC 9(5).
           05 FD-MVF-CODCLI         PIC 9(5).
           05 FD-MVF-RELACAO        PIC X(01).
              88 MVF-RELACAO-VALIDA            VALUE 'P' 'F'
                                                     'S' 'O'.
           05 FD-MVF-OBSERVACAO     PIC X(20).
           05 FILLER                PIC X(48).
