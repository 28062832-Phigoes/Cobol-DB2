      *****************************************************
      *    LAYOUT DO HISTORICO MENSAL DA CLASSIFICACAO    *
      *    ABC POR MARGEM DE CONTRIBUICAO (GDG            *
      *    GR.EAD316.MARGEM.ABC, UMA GERACAO POR          *
      *    COMPETENCIA, GRAVADA PELO ALUNO207, QUE LE A   *
      *    GERACAO ANTERIOR PARA APONTAR A MUDANCA DE     *
      *    CLASSE). TIPO P = PRODUTO (CHAVE = CODIGO DO   *
      *    PRODUTO), U = UF (CHAVE = SIGLA DA UF)         *
      *****************************************************
       01  REG-ABCHIST.
           05 FD-ABC-TIPO           PIC X(01).
              88 ABC-TIPO-PRODUTO         VALUE 'P'.
              88 ABC-TIPO-UF              VALUE 'U'.
           05 FD-ABC-CHAVE          PIC X(03).
           05 FD-ABC-ANOMES         PIC 9(06).
           05 FD-ABC-CLASSE         PIC X(01).
           05 FD-ABC-MARGEM         PIC S9(11)V99.
           05 FILLER                PIC X(16).
