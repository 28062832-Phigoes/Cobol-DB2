      *****************************************************
      *    LAYOUT DA LISTA RESTRITIVA (SANCOES E PEP),    *
      *    MANTIDA PELO ALUNO131 EM ORDEM DE CODIGO E     *
      *    CONSULTADA PELO SERVICO DE TRIAGEM ALUNO132    *
      *    TIPO: P=PESSOA EXPOSTA POLITICAMENTE           *
      *          S=SANCAO                                 *
      *    SITUACAO: A=ATIVA I=INATIVA (FORA DA TRIAGEM)  *
      *****************************************************
       01  REG-LISTARES.
           05 FD-LRS-CODIGO         PIC 9(6).
           05 FD-LRS-NOME           PIC X(40).
           05 FD-LRS-DOCUMENTO      PIC X(14).
           05 FD-LRS-FONTE          PIC X(08).
           05 FD-LRS-TIPO           PIC X(01).
              88 LRS-PEP                       VALUE 'P'.
              88 LRS-SANCAO                    VALUE 'S'.
           05 FD-LRS-SITUACAO       PIC X(01).
              88 LRS-ATIVA                     VALUE 'A'.
              88 LRS-INATIVA                   VALUE 'I'.
           05 FD-LRS-DATA-INCLUSAO  PIC 9(8).
           05 FILLER                PIC X(02).
