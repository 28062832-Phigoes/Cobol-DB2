      *****************************************************
      *    LAYOUT DO ARQUIVO INTRADIA DE PAGAMENTOS       *
      *    INSTANTANEOS. A ENTRADA (PIXMOV) TRAZ OS       *
      *    CREDITOS RECEBIDOS (SENTIDO R, PELA CHAVE DO   *
      *    RECEBEDOR) E OS PEDIDOS DE DEBITO ENVIADOS     *
      *    (SENTIDO E, PELO CODIGO DO PAGADOR); O         *
      *    ALUNO153 GRAVA O MESMO DESENHO NO ACUMULADO    *
      *    DO DIA (PIXPROC) COM A SITUACAO, O MOTIVO DA   *
      *    RECUSA E A NOTA POSTADA NO MOVPEND             *
      *    SITUACAO: L=LIQUIDADO R=RECUSADO               *
      *    MOTIVO:   DP=IDENTIFICADOR REPETIDO            *
      *              CI=CHAVE INEXISTENTE OU EXCLUIDA     *
      *              CL=CLIENTE INEXISTENTE OU INATIVO    *
      *              SI=SALDO INSUFICIENTE                *
      *              VI=VALOR OU SENTIDO INVALIDO         *
      *****************************************************
       01  REG-PIXMOV.
           05 FD-PIX-ID             PIC X(20).
           05 FD-PIX-SENTIDO        PIC X(01).
              88 PIX-RECEBIDO                  VALUE 'R'.
              88 PIX-ENVIADO                   VALUE 'E'.
           05 FD-PIX-CHAVE.
              10 FD-PIX-CHAVE-TIPO  PIC X(01).
              10 FD-PIX-CHAVE-VALOR PIC X(77).
           05 FD-PIX-CODIGO         PIC 9(5).
           05 FD-PIX-VALOR          PIC 9(6)V99.
           05 FD-PIX-ISPB           PIC 9(8).
           05 FD-PIX-DATA           PIC 9(8).
           05 FD-PIX-HORA           PIC 9(6).
           05 FD-PIX-SITUACAO       PIC X(01).
              88 PIX-LIQUIDADO                 VALUE 'L'.
              88 PIX-RECUSADO                  VALUE 'R'.
           05 FD-PIX-MOTIVO         PIC X(02).
           05 FD-PIX-NOTA           PIC 9(6).
           05 FD-PIX-EMPRESA        PIC 99.
           05 FILLER                PIC X(05).
