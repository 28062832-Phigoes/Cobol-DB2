      *****************************************************
      *    LAYOUT DO ARQUIVO DE EXPOSICAO DE CREDITO POR  *
      *    GRUPO ECONOMICO, GRAVADO PELO ALUNO162 E LIDO  *
      *    PELA ORIGINACAO DE EMPRESTIMOS (ALUNO116) E    *
      *    PELA REVISAO DE LIMITES (ALUNO93). EXPOSICAO = *
      *    SALDO DEVEDOR DOS EMPRESTIMOS ATIVOS DO        *
      *    EMPREST + LIMITES DE CHEQUE ESPECIAL           *
      *    CONCEDIDOS NO CLIENTEN + PRINCIPAL DAS         *
      *    PROPOSTAS DO ALUNO116 PENDENTES NA FILA DE     *
      *    APROVACAO (PENDAPR), SOMADOS DOS MEMBROS       *
      *****************************************************
       01  REG-EXPGRUPO.
           05 FD-EXG-GRUPO          PIC 9(5).
           05 FD-EXG-NOME           PIC X(30).
           05 FD-EXG-LIMITE         PIC 9(11)V99.
           05 FD-EXG-QTDE-MEMBROS   PIC 9(3).
           05 FD-EXG-EMPRESTIMOS    PIC 9(11)V99.
           05 FD-EXG-LIMITES-CE     PIC 9(11)V99.
           05 FD-EXG-PROPOSTAS      PIC 9(11)V99.
           05 FD-EXG-TOTAL          PIC 9(11)V99.
           05 FD-EXG-DATA-BASE      PIC 9(8).
           05 FILLER                PIC X(09).
