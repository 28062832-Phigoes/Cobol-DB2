      *****************************************************
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DE MANUTENCAO  *
      *    DO CADASTRO DE GRUPOS ECONOMICOS (ALUNO161)    *
      *    FUNCAO: I=INCLUSAO A=ALTERACAO E=EXCLUSAO      *
      *    CHAVE E DADOS NO MESMO DESENHO DO GRUPOECO; A  *
      *    ALTERACAO SUBSTITUI TODOS OS DADOS. CODIGO     *
      *    ZEROS MOVIMENTA O GRUPO (NOME E LIMITE), OS    *
      *    DEMAIS MOVIMENTAM OS MEMBROS; A TROCA DE GRUPO *
      *    DE UM CLIENTE E A EXCLUSAO NO GRUPO ANTIGO     *
      *    MAIS A INCLUSAO NO NOVO                        *
      *****************************************************
       01  REG-MOVGRUPO.
           05 FD-MGR-FUNCAO         PIC X(01).
              88 MGR-INCLUSAO                  VALUE 'I'.
              88 MGR-ALTERACAO                 VALUE 'A'.
              88 MGR-EXCLUSAO                  VALUE 'E'.
           05 FD-MGR-CHAVE.
              10 FD-MGR-GRUPO       PIC 9(5).
              10 FD-MGR-CODIGO      PIC 9(5).
                 88 MGR-REG-GRUPO             VALUE ZEROS.
           05 FD-MGR-DADOS.
              10 FD-MGR-NOME        PIC X(30).
              10 FD-MGR-DOCUMENTO   PIC X(14).
              10 FD-MGR-LIMITE      PIC 9(11)V99.
              10 FILLER             PIC X(10).
           05 FILLER                PIC X(22).
