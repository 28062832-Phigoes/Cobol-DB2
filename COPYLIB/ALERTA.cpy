      *****************************************************
      *    LAYOUT DO ARQUIVO DE ALERTAS PARA O GATEWAY    *
      *    DE SMS/E-MAIL (ALUNO159): CABECALHO, UM        *
      *    REGISTRO POR MENSAGEM E TRAILER COM A          *
      *    QUANTIDADE DE MENSAGENS DO ARQUIVO             *
      *    TIPO-REG: H=CABECALHO D=ALERTA T=TRAILER       *
      *    CANAL:    S=SMS (DESTINO = FONE)               *
      *              E=E-MAIL (DESTINO = ENDERECO)        *
      *    ALERTA:   DB=DEBITO ACIMA DO LIMITE            *
      *              SB=SALDO ABAIXO DO MINIMO            *
      *              NG=ENTRADA NO CHEQUE ESPECIAL        *
      *              SL=CREDITO DE SALARIO                *
      *              RC=DEBITO RECUSADO                   *
      *    SINAL:    '-' NO SALDO NEGATIVO (SB E NG)      *
      *****************************************************
       01  REG-ALERTA.
           05 FD-ALE-TIPO-REG       PIC X(01).
              88 ALE-REG-CABECALHO             VALUE 'H'.
              88 ALE-REG-ALERTA                VALUE 'D'.
              88 ALE-REG-TRAILER               VALUE 'T'.
           05 FD-ALE-MENSAGEM-GW.
              10 FD-ALE-CANAL       PIC X(01).
                 88 ALE-CANAL-SMS             VALUE 'S'.
                 88 ALE-CANAL-EMAIL           VALUE 'E'.
              10 FD-ALE-DESTINO     PIC X(50).
              10 FD-ALE-CODIGO      PIC 9(5).
              10 FD-ALE-TIPO-ALERTA PIC X(02).
                 88 ALE-DEBITO                VALUE 'DB'.
                 88 ALE-SALDO-BAIXO           VALUE 'SB'.
                 88 ALE-NEGATIVO              VALUE 'NG'.
                 88 ALE-SALARIO               VALUE 'SL'.
                 88 ALE-RECUSA                VALUE 'RC'.
              10 FD-ALE-DATA-EVENTO PIC 9(8).
              10 FD-ALE-NOTA        PIC 9(6).
              10 FD-ALE-SINAL       PIC X(01).
              10 FD-ALE-VALOR       PIC 9(7)V99.
              10 FD-ALE-TEXTO       PIC X(100).
              10 FILLER             PIC X(17).
           05 FD-ALE-CONTROLE REDEFINES FD-ALE-MENSAGEM-GW.
              10 FD-ALE-ORIGEM      PIC X(08).
              10 FD-ALE-DATA-GERACAO PIC 9(8).
              10 FD-ALE-HORA-GERACAO PIC 9(6).
              10 FD-ALE-QTDE        PIC 9(7).
              10 FILLER             PIC X(170).
