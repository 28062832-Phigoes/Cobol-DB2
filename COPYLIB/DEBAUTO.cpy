      *    CONTA A DEBITAR (C/P) E A REFERENCIA DO        *
      *    CONTRATO JUNTO AO CONVENIADO. SITUACAO:        *
      *    A=ATIVA I=INATIVA                              *
      *    MODALIDADE: F=VALOR FIXO (AGENDADA PELO        *
      *                ALUNO72 NO DIA DA ORDEM)           *
      *                V=VALOR VARIAVEL (AUTORIZACAO DE   *
      *                DEBITO DAS FATURAS ENVIADAS PELO   *
      *                CONVENIO - ALUNO155; VALOR E DIA   *
      *                NAO SE APLICAM)                    *
      *    VALOR-MAXIMO: TETO POR FATURA FIXADO PELO      *
      *                CLIENTE (ZERO = SEM TETO)          *
      *****************************************************
       01  REG-DEBAUTO.
           05 FD-DBA-CODIGO         PIC 9(5).
              88 DBA-SIT-ATIVA                 VALUE 'A' ' '.
              88 DBA-SIT-INATIVA               VALUE 'I'.
           05 FD-DBA-EMPRESA        PIC 99.
           05 FD-DBA-CONVENIO       PIC 9(4).
           05 FD-DBA-MODALIDADE     PIC X(01).
              88 DBA-VALOR-FIXO                VALUE 'F' ' '.
              88 DBA-VALOR-VARIAVEL            VALUE 'V'.
           05 FD-DBA-VALOR-MAXIMO   PIC 9(6)V99.
           05 FILLER                PIC X(36).
