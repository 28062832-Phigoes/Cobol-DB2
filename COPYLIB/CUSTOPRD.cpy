      *****************************************************
      *    LAYOUT DA TABELA DE CUSTO UNITARIO POR         *
      *    PRODUTO (KSDS CUSTOS, CHAVE PRODUTO + INICIO   *
      *    DE VIGENCIA, SEMPRE NO DIA 01). PARA A NOTA    *
      *    VALE A MAIOR VIGENCIA NAO POSTERIOR AO DIA 01  *
      *    DO MES DA NOTA.                                *
      *    ORIGEM: E = CUSTO MEDIO DO ESTOQUE NO          *
      *                FECHAMENTO DO MES (ALUNO206)       *
      *            M = CUSTO INFORMADO (ALUNO205), PARA   *
      *                PRODUTO SEM CUSTO NO ESTOQUE       *
      *    O CUSTO DO ESTOQUE PREVALECE: O FECHAMENTO     *
      *    SUBSTITUI O INFORMADO DA MESMA VIGENCIA.       *
      *    LIDA PELA MARGEM BRUTA (ALUNO207)              *
      *****************************************************
       01  REG-CUSTOS.
           05 FD-CST-CHAVE.
              10 FD-CST-PRODUTO     PIC 9(3).
              10 FD-CST-VIGENCIA    PIC 9(8).
           05 FD-CST-CUSTO-UNIT     PIC 9(5)V9(4).
           05 FD-CST-ORIGEM         PIC X(01).
              88 CST-ORIGEM-ESTOQUE            VALUE 'E'.
              88 CST-ORIGEM-MANUAL             VALUE 'M'.
           05 FD-CST-OPERADOR       PIC X(08).
           05 FD-CST-DATA-ACAO      PIC 9(8).
           05 FILLER                PIC X(43).
