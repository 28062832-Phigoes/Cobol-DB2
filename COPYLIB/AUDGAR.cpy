      *****************************************************
      *    LAYOUT DA TRILHA DE AUDITORIA ANTES/DEPOIS DA  *
      *    MANUTENCAO DO CADASTRO DE GARANTIAS            *
      *    (ALUNO142): UM REGISTRO POR ITEM ALTERADO, COM *
      *    A IMAGEM DO GARANTIA ANTES (BRANCOS NA         *
      *    INCLUSAO) E DEPOIS (BRANCOS NA EXCLUSAO) E O   *
      *    OPERADOR DA RODADA                             *
      *****************************************************
       01  REG-AUDGAR.
           05 FD-AUG-FUNCAO         PIC X(01).
           05 FD-AUG-DATA           PIC 9(8).
           05 FD-AUG-HORA           PIC 9(6).
           05 FD-AUG-OPERADOR       PIC X(08).
           05 FD-AUG-ANTES          PIC X(150).
           05 FD-AUG-DEPOIS         PIC X(150).
           05 FILLER                PIC X(27).
