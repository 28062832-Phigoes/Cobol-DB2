      *****************************************************
      *    LAYOUT DA TRILHA DE TROCA DE DOCUMENTO DO      *
      *    CADASTRO (CLIDEMOG), GRAVADA PELO ALUNO36 A    *
      *    CADA ALTERACAO APLICADA QUE MUDA O CPF/CNPJ    *
      *    (LIDA PELO ALUNO130 PARA A CORRECAO NO CCS)    *
      *****************************************************
       01  REG-AUDDOC.
           05 FD-ADC-CODIGO         PIC 9(5).
           05 FD-ADC-DOC-ANTES      PIC X(14).
           05 FD-ADC-DOC-DEPOIS     PIC X(14).
           05 FD-ADC-DATA           PIC 9(8).
           05 FD-ADC-HORA           PIC 9(6).
           05 FILLER                PIC X(33).
