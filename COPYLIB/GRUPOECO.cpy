      *****************************************************
      *    LAYOUT DO CADASTRO DE GRUPOS ECONOMICOS,       *
      *    CHAVEADO PELO NUMERO DO GRUPO E PELO CODIGO DO *
      *    CLIENTE MEMBRO. MANTIDO PELO ALUNO161          *
      *    (MOVIMENTOS NO LAYOUT MOVGRUPO)                *
      *    CODIGO ZEROS = REGISTRO DO PROPRIO GRUPO, COM  *
      *    O NOME DO GRUPO, O DOCUMENTO DO CONTROLADOR    *
      *    (OPCIONAL) E O LIMITE DE EXPOSICAO DE CREDITO  *
      *    DO GRUPO; OS DEMAIS SAO OS MEMBROS, COM O NOME *
      *    E O DOCUMENTO DO CLIENTE E LIMITE ZERADO. UM   *
      *    CLIENTE SO PERTENCE A UM GRUPO. A EXPOSICAO E  *
      *    APURADA PELO ALUNO162 (ARQUIVO EXPGRUPO)       *
      *****************************************************
       01  REG-GRUPOECO.
           05 FD-GRE-CHAVE.
              10 FD-GRE-GRUPO       PIC 9(5).
              10 FD-GRE-CODIGO      PIC 9(5).
                 88 GRE-REG-GRUPO             VALUE ZEROS.
           05 FD-GRE-DADOS.
              10 FD-GRE-NOME        PIC X(30).
              10 FD-GRE-DOCUMENTO   PIC X(14).
              10 FD-GRE-LIMITE      PIC 9(11)V99.
              10 FILLER             PIC X(10).
           05 FD-GRE-DATA-ATUALIZ   PIC 9(8).
           05 FD-GRE-OPERADOR       PIC X(08).
           05 FILLER                PIC X(07).
