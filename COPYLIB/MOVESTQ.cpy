      *****************************************************
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DO CADASTRO    *
      *    DE ESTOQUE (ALUNO201)                          *
      *    FUNCAO: I=INCLUSAO DO PRODUTO NO DEPOSITO      *
      *              (UF) COM MINIMO E LOTE DE REPOSICAO  *
      *            A=ALTERACAO DO MINIMO E DO LOTE        *
      *            C=CONTAGEM FISICA: O SALDO PASSA A     *
      *              SER A QUANTIDADE CONTADA E A         *
      *              DIFERENCA SAI NO KARDEX COMO AJUSTE  *
      *****************************************************
       01  REG-MOVESTQ.
           05 FD-MEQ-FUNCAO         PIC X(01).
              88 MEQ-INCLUSAO                  VALUE 'I'.
              88 MEQ-ALTERACAO                 VALUE 'A'.
              88 MEQ-CONTAGEM                  VALUE 'C'.
           05 FD-MEQ-PRODUTO        PIC 9(3).
           05 FD-MEQ-ESTADO         PIC XX.
           05 FD-MEQ-MINIMO         PIC 9(7).
           05 FD-MEQ-LOTE-REPOSICAO PIC 9(7).
           05 FD-MEQ-QTDE-CONTADA   PIC 9(7).
           05 FD-MEQ-DATA-CONTAGEM  PIC 9(8).
           05 FILLER                PIC X(45).
