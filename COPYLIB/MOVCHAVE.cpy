      *****************************************************
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DE MANUTENCAO  *
      *    DO DIRETORIO DE CHAVES DE PAGAMENTO            *
      *    INSTANTANEO (ALUNO152)                         *
      *    FUNCAO: I=INCLUSAO E=EXCLUSAO                  *
      *    NA INCLUSAO DA CHAVE ALEATORIA (TIPO A) O      *
      *    VALOR VEM EM BRANCO - O PROGRAMA GERA A CHAVE  *
      *****************************************************
       01  REG-MOVCHAVE.
           05 FD-MCH-FUNCAO         PIC X(01).
              88 MCH-INCLUSAO                  VALUE 'I'.
              88 MCH-EXCLUSAO                  VALUE 'E'.
           05 FD-MCH-CODIGO         PIC 9(5).
           05 FD-MCH-CONTA          PIC X(01).
           05 FD-MCH-CHAVE.
              10 FD-MCH-TIPO        PIC X(01).
              10 FD-MCH-VALOR       PIC X(77).
           05 FILLER                PIC X(15).
