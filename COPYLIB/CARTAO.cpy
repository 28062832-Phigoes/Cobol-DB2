      *****************************************************
      *    LAYOUT DO CADASTRO DE CARTOES DE DEBITO, UM    *
      *    REGISTRO POR CARTAO EMITIDO, CHAVEADO PELO     *
      *    NUMERO DO CARTAO. MANTIDO PELO ALUNO166        *
      *    (MOVIMENTOS NO LAYOUT MOVCART). O NUMERO E O   *
      *    PREFIXO DA CASA MAIS A SEQUENCIA UNICA DO      *
      *    ARQUIVO CRTCTL, DE MODO QUE O CARTAO NOVO TEM  *
      *    SEMPRE NUMERO MAIOR QUE OS JA CADASTRADOS      *
      *    SITUACAO: E=EMITIDO (AGUARDANDO ATIVACAO)      *
      *              A=ATIVO  B=BLOQUEADO  C=CANCELADO    *
      *    VALIDADE: AAAAMM, O CARTAO VALE ATE O ULTIMO   *
      *    DIA DO MES                                     *
      *    MOTIVO DO BLOQUEIO: P=PERDA R=ROUBO            *
      *    F=SUSPEITA DE FRAUDE C=PEDIDO DO CLIENTE       *
      *    NA REEMISSAO O CARTAO ANTIGO E CANCELADO E OS  *
      *    DOIS FICAM LIGADOS (SUBSTITUTO / ANTERIOR)     *
      *****************************************************
       01  REG-CARTAO.
           05 FD-CRT-NUMERO         PIC 9(16).
           05 FD-CRT-CODIGO         PIC 9(5).
           05 FD-CRT-SITUACAO       PIC X(01).
              88 CRT-SIT-EMITIDO               VALUE 'E'.
              88 CRT-SIT-ATIVO                 VALUE 'A'.
              88 CRT-SIT-BLOQUEADO             VALUE 'B'.
              88 CRT-SIT-CANCELADO             VALUE 'C'.
           05 FD-CRT-VALIDADE       PIC 9(6).
           05 FD-CRT-DATA-EMISSAO   PIC 9(8).
           05 FD-CRT-DATA-SITUACAO  PIC 9(8).
           05 FD-CRT-MOTIVO-BLOQ    PIC X(01).
           05 FD-CRT-ANTERIOR       PIC 9(16).
           05 FD-CRT-SUBSTITUTO     PIC 9(16).
           05 FD-CRT-OPERADOR       PIC X(08).
           05 FILLER                PIC X(15).
