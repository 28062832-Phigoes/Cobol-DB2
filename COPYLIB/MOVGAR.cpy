      *****************************************************
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DE MANUTENCAO  *
      *    DO CADASTRO DE GARANTIAS (ALUNO142)            *
      *    FUNCAO: I=INCLUSAO A=ALTERACAO E=EXCLUSAO      *
      *            V=VINCULACAO DAS GARANTIAS PRE-        *
      *              CADASTRADAS (CONTRATO 000000) DO     *
      *              CLIENTE AO CONTRATO NOVO, GRAVADA    *
      *              PELA ORIGINACAO (ALUNO116)           *
      *    CHAVE E DADOS NO MESMO DESENHO DO GARANTIA     *
      *****************************************************
       01  REG-MOVGAR.
           05 FD-MGA-FUNCAO         PIC X(01).
              88 MGA-INCLUSAO                  VALUE 'I'.
              88 MGA-ALTERACAO                 VALUE 'A'.
              88 MGA-EXCLUSAO                  VALUE 'E'.
              88 MGA-VINCULACAO                VALUE 'V'.
           05 FD-MGA-CHAVE.
              10 FD-MGA-CONTRATO    PIC 9(6).
              10 FD-MGA-CODIGO      PIC 9(5).
              10 FD-MGA-TIPO        PIC X(01).
              10 FD-MGA-SEQ         PIC 9(2).
           05 FD-MGA-DADOS          PIC X(120).
           05 FD-MGA-CONTRATO-NOVO  PIC 9(6).
           05 FILLER                PIC X(09).
