      *****************************************************
      *    LAYOUT DO KARDEX (HISTORICO DE MOVIMENTOS DE   *
      *    ESTOQUE, GRAVADO EM MOD PELO ALUNO199 E PELO   *
      *    ALUNO201 E LIDO PELA POSICAO MENSAL ALUNO200)  *
      *    TIPO: V=VENDA D=DEVOLUCAO DE VENDA E=ENTRADA   *
      *          A=AJUSTE DE CONTAGEM FISICA              *
      *    QTDE COM SINAL (SAIDA NEGATIVA). DATA = DATA   *
      *    DE PROCESSAMENTO DO LANCAMENTO. DOCUMENTO =    *
      *    NOTA DE VENDA OU NOTA DO FORNECEDOR (ZEROS NO  *
      *    AJUSTE). CUSTO-UNIT = CUSTO MEDIO NA SAIDA E   *
      *    NO AJUSTE, CUSTO DO FORNECEDOR NA ENTRADA      *
      *****************************************************
       01  REG-KARDEX.
           05 FD-KDX-PRODUTO        PIC 9(3).
           05 FD-KDX-ESTADO         PIC XX.
           05 FD-KDX-DATA           PIC 9(8).
           05 FD-KDX-TIPO           PIC X(01).
              88 KDX-VENDA                     VALUE 'V'.
              88 KDX-DEVOLUCAO                 VALUE 'D'.
              88 KDX-ENTRADA                   VALUE 'E'.
              88 KDX-AJUSTE                    VALUE 'A'.
           05 FD-KDX-DOCUMENTO      PIC 9(6).
           05 FD-KDX-QTDE           PIC S9(7).
           05 FD-KDX-CUSTO-UNIT     PIC 9(5)V9(4).
           05 FD-KDX-SALDO-APOS     PIC S9(7).
           05 FD-KDX-CUSTO-MED-APOS PIC 9(5)V9(4).
           05 FD-KDX-PROGRAMA       PIC X(08).
           05 FILLER                PIC X(20).
