      *****************************************************
      *    LAYOUT DO HISTORICO DAS DECISOES DA FILA DE    *
      *    APROVACAO A QUATRO OLHOS: O ALUNO107 GRAVA EM  *
      *    MOD A IMAGEM DO ITEM DA FILA PENDAPR, COM O    *
      *    REVISOR EM FD-PAP-OPERADOR2, A CADA APROVACAO  *
      *    DEVOLVIDA OU RECUSA, COM A DATA E A HORA DA    *
      *    RODADA. LIDO PELO MONITOR DE ACOES EM CONTA    *
      *    PROPRIA OU DE VINCULADO (ALUNO196)             *
      *****************************************************
       01  REG-PENDHIST.
           05 FD-PHS-PENDENCIA      PIC X(120).
           05 FD-PHS-DATA-DECISAO   PIC 9(8).
           05 FD-PHS-HORA-DECISAO   PIC 9(6).
           05 FILLER                PIC X(26).
