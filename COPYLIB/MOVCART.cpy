      *****************************************************
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DE MANUTENCAO  *
      *    DO CADASTRO DE CARTOES DE DEBITO (ALUNO166)    *
      *    FUNCAO: E=EMISSAO DE CARTAO NOVO (NUMERO       *
      *              ZEROS, O ALUNO166 NUMERA)            *
      *            A=ATIVACAO DO CARTAO EMITIDO           *
      *            B=BLOQUEIO (MOTIVO OBRIGATORIO)        *
      *            R=REEMISSAO (SEGUNDA VIA OU RENOVACAO  *
      *              DO VENCIDO): CANCELA O CARTAO E      *
      *              EMITE O SUBSTITUTO                   *
      *            C=CANCELAMENTO                         *
      *    O CODIGO DO CLIENTE VEM EM TODAS AS FUNCOES E  *
      *    TEM DE SER O DO TITULAR DO CARTAO              *
      *****************************************************
       01  REG-MOVCART.
           05 FD-MCR-CHAVE.
              10 FD-MCR-NUMERO      PIC 9(16).
              10 FD-MCR-FUNCAO      PIC X(01).
                 88 MCR-ATIVACAO               VALUE 'A'.
                 88 MCR-BLOQUEIO               VALUE 'B'.
                 88 MCR-CANCELAMENTO           VALUE 'C'.
                 88 MCR-EMISSAO                VALUE 'E'.
                 88 MCR-REEMISSAO              VALUE 'R'.
           05 FD-MCR-CODIGO         PIC 9(5).
           05 FD-MCR-MOTIVO-BLOQ    PIC X(01).
              88 MCR-MOTIVO-VALIDO         VALUE 'P' 'R' 'F' 'C'.
           05 FILLER                PIC X(17).
