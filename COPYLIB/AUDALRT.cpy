      *****************************************************
      *    LAYOUT DA TRILHA DE AUDITORIA ANTES/DEPOIS DA  *
      *    MANUTENCAO DAS PREFERENCIAS DE ALERTA          *
      *    (ALUNO158): UM REGISTRO POR CLIENTE ALTERADO,  *
      *    COM A IMAGEM DO ALERTPRF ANTES (BRANCOS NA     *
      *    INCLUSAO) E DEPOIS (BRANCOS NA EXCLUSAO) E O   *
      *    OPERADOR DA RODADA                             *
      *****************************************************
       01  REG-AUDALRT.
           05 FD-AUA-FUNCAO         PIC X(01).
           05 FD-AUA-DATA           PIC 9(8).
           05 FD-AUA-HORA           PIC 9(6).
           05 FD-AUA-OPERADOR       PIC X(08).
           05 FD-AUA-ANTES          PIC X(120).
           05 FD-AUA-DEPOIS         PIC X(120).
           05 FILLER                PIC X(07).
