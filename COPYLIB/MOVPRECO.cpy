      *****************************************************
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DA TABELA DE   *
      *    PRECOS DE LISTA (ALUNO197)                     *
      *    FUNCAO: I=INCLUSAO DE PRECO NOVO (PRODUTO NO   *
      *              MESTRE PRODUTOS, UF NO ESTADOS)      *
      *            A=ALTERACAO DO PRECO E DO DESCONTO     *
      *            E=EXCLUSAO DA VIGENCIA                 *
      *    VIGENCIA: AAAAMM01, NAO ANTERIOR AO MES DA     *
      *              EXECUCAO                             *
      *    DESCONTO-MAX: % MAXIMO SOBRE O PRECO DE LISTA  *
      *****************************************************
       01  REG-MOVPRECO.
           05 FD-MPR-FUNCAO         PIC X(01).
              88 MPR-INCLUSAO                  VALUE 'I'.
              88 MPR-ALTERACAO                 VALUE 'A'.
              88 MPR-EXCLUSAO                  VALUE 'E'.
           05 FD-MPR-PRODUTO        PIC 9(3).
           05 FD-MPR-ESTADO         PIC XX.
           05 FD-MPR-VIGENCIA       PIC 9(8).
           05 FD-MPR-VIGENCIA-R REDEFINES FD-MPR-VIGENCIA.
              10 FD-MPR-VIG-ANOMES  PIC 9(6).
              10 FD-MPR-VIG-DIA     PIC 99.
           05 FD-MPR-PRECO-LISTA    PIC 9(5)V99.
           05 FD-MPR-DESCONTO-MAX   PIC 9(2)V99.
           05 FILLER                PIC X(55).
