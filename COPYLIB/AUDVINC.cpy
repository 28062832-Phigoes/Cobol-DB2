      *****************************************************
      *    LAYOUT DA TRILHA DE AUDITORIA ANTES/DEPOIS DA  *
      *    MANUTENCAO DO CADASTRO DE VINCULOS DAS CONTAS  *
      *    (ALUNO160): UM REGISTRO POR VINCULO ALTERADO,  *
      *    COM A IMAGEM DO VINCCTA ANTES (BRANCOS NA      *
      *    INCLUSAO) E DEPOIS (BRANCOS NA EXCLUSAO) E O   *
      *    OPERADOR DA RODADA                             *
      *****************************************************
       01  REG-AUDVINC.
           05 FD-AUV-FUNCAO         PIC X(01).
           05 FD-AUV-DATA           PIC 9(8).
           05 FD-AUV-HORA           PIC 9(6).
           05 FD-AUV-OPERADOR       PIC X(08).
           05 FD-AUV-ANTES          PIC X(160).
           05 FD-AUV-DEPOIS         PIC X(160).
           05 FILLER                PIC X(07).
