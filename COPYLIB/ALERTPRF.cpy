      *****************************************************
      *    LAYOUT DO CADASTRO DE PREFERENCIAS DE ALERTA   *
      *    DO CLIENTE (SMS/E-MAIL), CHAVEADO PELO CODIGO  *
      *    DO CLIENTES. MANTIDO PELO ALUNO158             *
      *    (MOVIMENTOS NO LAYOUT MOVALRT) E LIDO NA       *
      *    RODADA NOTURNA PELO ALUNO159                   *
      *    CANAL: S=SMS E=E-MAIL A=AMBOS                  *
      *    FONE EM BRANCO = USA O FONE DO CLIDEMOG NA     *
      *    HORA DO ENVIO (O CADASTRO NAO TEM E-MAIL: ELE  *
      *    SO EXISTE AQUI)                                *
      *    OPCOES (S/N), UMA POR TIPO DE ALERTA:          *
      *      DEBITO   = DEBITO POSTADO ACIMA DO LIMITE    *
      *      SALDO    = SALDO CC CAI ABAIXO DO MINIMO     *
      *      NEGATIVO = ENTRADA NO CHEQUE ESPECIAL        *
      *      SALARIO  = CREDITO DE FOLHA (ALUNO96)        *
      *      RECUSA   = DEBITO RECUSADO OU EM SUSPENSO    *
      *****************************************************
       01  REG-ALERTPRF.
           05 FD-ALP-CODIGO         PIC 9(5).
           05 FD-ALP-DADOS.
              10 FD-ALP-CANAL       PIC X(01).
                 88 ALP-CANAL-SMS             VALUE 'S'.
                 88 ALP-CANAL-EMAIL           VALUE 'E'.
                 88 ALP-CANAL-AMBOS           VALUE 'A'.
              10 FD-ALP-FONE        PIC X(11).
              10 FD-ALP-EMAIL       PIC X(50).
              10 FD-ALP-OPCOES.
                 15 FD-ALP-OPC-DEBITO   PIC X(01).
                    88 ALP-QUER-DEBITO        VALUE 'S'.
                 15 FD-ALP-OPC-SALDO    PIC X(01).
                    88 ALP-QUER-SALDO         VALUE 'S'.
                 15 FD-ALP-OPC-NEGATIVO PIC X(01).
                    88 ALP-QUER-NEGATIVO      VALUE 'S'.
                 15 FD-ALP-OPC-SALARIO  PIC X(01).
                    88 ALP-QUER-SALARIO       VALUE 'S'.
                 15 FD-ALP-OPC-RECUSA   PIC X(01).
                    88 ALP-QUER-RECUSA        VALUE 'S'.
              10 FD-ALP-LIMITE-DEBITO PIC 9(6)V99.
              10 FD-ALP-SALDO-MINIMO PIC 9(5)V99.
           05 FD-ALP-DATA-ATUALIZ   PIC 9(8).
           05 FD-ALP-OPERADOR       PIC X(08).
           05 FILLER                PIC X(17).
