      *****************************************************
      *    LAYOUT DO CADASTRO DE GARANTIAS DOS CONTRATOS  *
      *    DE EMPRESTIMO, CHAVEADO POR CONTRATO, CLIENTE  *
      *    DEVEDOR, TIPO DO ITEM E SEQUENCIA. MANTIDO     *
      *    PELO ALUNO142 (MOVIMENTOS NO LAYOUT MOVGAR)    *
      *      TIPO F = FIADOR: OUTRO CLIENTE DA CASA       *
      *               (CODIGO) OU PESSOA DE FORA          *
      *               (DOCUMENTO, NOME E ENDERECO PARA    *
      *               AS CARTAS DO ALUNO71)               *
      *      TIPO C = COLATERAL: TIPO DO BEM, VALOR E     *
      *               DATA DA AVALIACAO E SITUACAO DO     *
      *               GRAVAME                             *
      *    CONTRATO 000000 = GARANTIA PRE-CADASTRADA PARA *
      *    A PROPOSTA DO CLIENTE, EXIGIDA PELA ORIGINACAO *
      *    (ALUNO116) ACIMA DO LIMITE DE PRINCIPAL E      *
      *    VINCULADA AO CONTRATO NOVO NA MANUTENCAO       *
      *    SEGUINTE (MOVIMENTO V)                         *
      *****************************************************
       01  REG-GARANTIA.
           05 FD-GAR-CHAVE.
              10 FD-GAR-CONTRATO    PIC 9(6).
              10 FD-GAR-CODIGO      PIC 9(5).
              10 FD-GAR-TIPO        PIC X(01).
                 88 GAR-FIADOR                VALUE 'F'.
                 88 GAR-COLATERAL             VALUE 'C'.
              10 FD-GAR-SEQ         PIC 9(2).
           05 FD-GAR-DADOS          PIC X(120).
           05 FD-GAR-FIADOR REDEFINES FD-GAR-DADOS.
              10 FD-GAR-FIA-CLIENTE PIC 9(5).
              10 FD-GAR-FIA-DOCUMENTO PIC X(14).
              10 FD-GAR-FIA-NOME    PIC X(25).
              10 FD-GAR-FIA-ENDERECO PIC X(30).
              10 FD-GAR-FIA-CIDADE  PIC X(20).
              10 FD-GAR-FIA-UF      PIC X(02).
              10 FD-GAR-FIA-CEP     PIC 9(8).
              10 FILLER             PIC X(16).
      *    BEM: IM=IMOVEL VE=VEICULO AP=APLICACAO OU=OUTROS
      *    GRAVAME: R=REGISTRADO P=PENDENTE L=LIBERADO
           05 FD-GAR-COLATERAL REDEFINES FD-GAR-DADOS.
              10 FD-GAR-COL-TIPO    PIC X(02).
                 88 COL-TIPO-VALIDO           VALUE 'IM' 'VE'
                                                    'AP' 'OU'.
              10 FD-GAR-COL-DESCRICAO PIC X(30).
              10 FD-GAR-COL-VALOR   PIC 9(9)V99.
              10 FD-GAR-COL-DATA-AVAL PIC 9(8).
              10 FD-GAR-COL-GRAVAME PIC X(01).
                 88 COL-GRAV-REGISTRADO       VALUE 'R'.
                 88 COL-GRAV-PENDENTE         VALUE 'P'.
                 88 COL-GRAV-LIBERADO         VALUE 'L'.
                 88 COL-GRAV-VALIDO           VALUE 'R' 'P' 'L'.
              10 FILLER             PIC X(68).
           05 FD-GAR-DATA-ATUALIZ   PIC 9(8).
           05 FD-GAR-OPERADOR       PIC X(08).
