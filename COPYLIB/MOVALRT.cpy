      *****************************************************
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DE MANUTENCAO  *
      *    DAS PREFERENCIAS DE ALERTA (ALUNO158)          *
      *    FUNCAO: I=INCLUSAO A=ALTERACAO E=EXCLUSAO      *
      *    DADOS NO MESMO DESENHO DO ALERTPRF; A          *
      *    ALTERACAO SUBSTITUI TODOS OS DADOS             *
      *****************************************************
       01  REG-MOVALRT.
           05 FD-MAL-FUNCAO         PIC X(01).
              88 MAL-INCLUSAO                  VALUE 'I'.
              88 MAL-ALTERACAO                 VALUE 'A'.
              88 MAL-EXCLUSAO                  VALUE 'E'.
           05 FD-MAL-CODIGO         PIC 9(5).
           05 FD-MAL-DADOS.
              10 FD-MAL-CANAL       PIC X(01).
                 88 MAL-CANAL-SMS             VALUE 'S' 'A'.
                 88 MAL-CANAL-EMAIL           VALUE 'E' 'A'.
                 88 MAL-CANAL-VALIDO          VALUE 'S' 'E' 'A'.
              10 FD-MAL-FONE        PIC X(11).
              10 FD-MAL-EMAIL       PIC X(50).
              10 FD-MAL-OPCOES.
                 15 FD-MAL-OPC-DEBITO   PIC X(01).
                    88 MAL-OPC-DEBITO-OK      VALUE 'S' 'N'.
                 15 FD-MAL-OPC-SALDO    PIC X(01).
                    88 MAL-OPC-SALDO-OK       VALUE 'S' 'N'.
                 15 FD-MAL-OPC-NEGATIVO PIC X(01).
                    88 MAL-OPC-NEGATIVO-OK    VALUE 'S' 'N'.
                 15 FD-MAL-OPC-SALARIO  PIC X(01).
                    88 MAL-OPC-SALARIO-OK     VALUE 'S' 'N'.
                 15 FD-MAL-OPC-RECUSA   PIC X(01).
                    88 MAL-OPC-RECUSA-OK      VALUE 'S' 'N'.
              10 FD-MAL-LIMITE-DEBITO PIC 9(6)V99.
              10 FD-MAL-SALDO-MINIMO PIC 9(5)V99.
           05 FILLER                PIC X(12).
