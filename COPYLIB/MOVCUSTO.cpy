      *****************************************************
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DA TABELA DE   *
      *    CUSTO UNITARIO POR PRODUTO (ALUNO205)          *
      *    FUNCAO: I=INCLUSAO DE CUSTO INFORMADO          *
      *              (PRODUTO NO MESTRE PRODUTOS)         *
      *            A=ALTERACAO DO CUSTO INFORMADO         *
      *            E=EXCLUSAO DA VIGENCIA INFORMADA       *
      *    VIGENCIA: AAAAMM01, NAO ANTERIOR AO MES DA     *
      *              EXECUCAO                             *
      *****************************************************
       01  REG-MOVCUSTO.
           05 FD-MCU-FUNCAO         PIC X(01).
              88 MCU-INCLUSAO                  VALUE 'I'.
              88 MCU-ALTERACAO                 VALUE 'A'.
              88 MCU-EXCLUSAO                  VALUE 'E'.
           05 FD-MCU-PRODUTO        PIC 9(3).
           05 FD-MCU-VIGENCIA       PIC 9(8).
           05 FD-MCU-VIGENCIA-R REDEFINES FD-MCU-VIGENCIA.
              10 FD-MCU-VIG-ANOMES  PIC 9(6).
              10 FD-MCU-VIG-DIA     PIC 99.
           05 FD-MCU-CUSTO-UNIT     PIC 9(5)V9(4).
           05 FILLER                PIC X(59).
