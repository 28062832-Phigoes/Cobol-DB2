      *****************************************************
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DE MANUTENCAO  *
      *    DO CADASTRO DE TALOES DE CHEQUE (ALUNO149)     *
      *    FUNCAO: C=CANCELAMENTO DO TALAO (CHEQUE-INI)   *
      *            E=EMISSAO DE TALAO NOVO (QTDE-FOLHAS,  *
      *              ZERO = TAMANHO PADRAO)               *
      *            R=REGULARIZACAO DO CLIENTE NO CCF      *
      *    A FUNCAO FAZ PARTE DA CHAVE: NO MESMO          *
      *    CLIENTE OS CANCELAMENTOS VEM ANTES DAS         *
      *    EMISSOES                                       *
      *****************************************************
       01  REG-MOVTAL.
           05 FD-MTL-CHAVE.
              10 FD-MTL-CODIGO      PIC 9(5).
              10 FD-MTL-FUNCAO      PIC X(01).
                 88 MTL-CANCELAMENTO           VALUE 'C'.
                 88 MTL-EMISSAO                VALUE 'E'.
                 88 MTL-REGULARIZACAO          VALUE 'R'.
              10 FD-MTL-CHEQUE-INI  PIC 9(6).
           05 FD-MTL-QTDE-FOLHAS    PIC 9(2).
           05 FILLER                PIC X(26).
