      *****************************************************
      *    AREA DE COMUNICACAO COM O SUBPROGRAMA ALUNO179 *
      *    (SERVICO DA DATA DE PROCESSAMENTO DA MALHA,    *
      *    LIDA DO CONTROLE DATAPROC NA PRIMEIRA CHAMADA) *
      *    SEM O CONTROLE, DEVOLVE A DATA DO RELOGIO COM  *
      *    ANTERIOR E PROXIMA ZERADAS (STATUS 2)          *
      *****************************************************
       01  LK-DTP-COM.
           05 LK-DTP-DATA-ATUAL     PIC 9(08).
           05 LK-DTP-DATA-ANTERIOR  PIC 9(08).
           05 LK-DTP-DATA-PROXIMA   PIC 9(08).
           05 LK-DTP-EM-RECUPERACAO PIC X(01).
              88 LK-DTP-RECUPERANDO           VALUE 'S'.
           05 LK-DTP-STATUS         PIC X(01).
              88 LK-DTP-OK                    VALUE '0'.
              88 LK-DTP-RELOGIO               VALUE '2'.
