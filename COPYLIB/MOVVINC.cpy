      *****************************************************
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DE MANUTENCAO  *
      *    DO CADASTRO DE VINCULOS DAS CONTAS (ALUNO160)  *
      *    FUNCAO: I=INCLUSAO A=ALTERACAO E=EXCLUSAO      *
      *    CHAVE E DADOS NO MESMO DESENHO DO VINCCTA; A   *
      *    ALTERACAO SUBSTITUI TODOS OS DADOS. O FIM DO   *
      *    VINCULO E UMA ALTERACAO COM A DATA DE FIM; A   *
      *    EXCLUSAO E SO PARA O VINCULO CADASTRADO POR    *
      *    ENGANO                                         *
      *****************************************************
       01  REG-MOVVINC.
           05 FD-MVC-FUNCAO         PIC X(01).
              88 MVC-INCLUSAO                  VALUE 'I'.
              88 MVC-ALTERACAO                 VALUE 'A'.
              88 MVC-EXCLUSAO                  VALUE 'E'.
           05 FD-MVC-CHAVE.
              10 FD-MVC-CODIGO      PIC 9(5).
              10 FD-MVC-DOCUMENTO   PIC X(14).
           05 FD-MVC-DADOS.
              10 FD-MVC-PAPEL       PIC X(01).
                 88 MVC-TITULAR               VALUE 'S' 'C'.
                 88 MVC-PAPEL-VALIDO          VALUE 'S' 'C'
                                                    'P' 'R'.
              10 FD-MVC-CLIENTE     PIC 9(5).
              10 FD-MVC-NOME        PIC X(25).
              10 FD-MVC-ENDERECO    PIC X(30).
              10 FD-MVC-CIDADE      PIC X(20).
              10 FD-MVC-UF          PIC X(02).
              10 FD-MVC-CEP         PIC 9(8).
              10 FD-MVC-DATA-INICIO PIC 9(8).
              10 FD-MVC-DATA-FIM    PIC 9(8).
              10 FD-MVC-SITUACAO    PIC X(01).
                 88 MVC-SIT-VALIDA            VALUE 'A' 'F' ' '.
              10 FILLER             PIC X(12).
           05 FILLER                PIC X(20).
