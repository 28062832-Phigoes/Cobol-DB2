      *****************************************************
      *    LAYOUT DO ARQUIVO DE CAPTACAO ON-LINE DA       *
      *    MANUTENCAO CADASTRAL (KSDS MOVCADON, GRAVADO   *
      *    PELO ALUNO170 E DESCARREGADO PELO ALUNO171     *
      *    ANTES DAS RODADAS DO ALUNO27/ALUNO36/ALUNO165) *
      *    DESTINO: M=MOVCLI DO ALUNO27                   *
      *             D=MOVDEM DO ALUNO36                   *
      *             P=PEDENC DO ALUNO165 (PEDIDO DE       *
      *               ENCERRAMENTO)                       *
      *             A=FILA DE APROVACAO PENDAPR (MOVCLI   *
      *               SENSIVEL, ESPERA O SEGUNDO OPERADOR)*
      *    O MOVIMENTO VAI NA IMAGEM DO ARQUIVO DE        *
      *    DESTINO; OPERADOR = QUEM CAPTOU NO BALCAO      *
      *****************************************************
       01  REG-MOVCADON.
           05 FD-MCO-CHAVE.
              10 FD-MCO-CODIGO      PIC 9(5).
              10 FD-MCO-DATA        PIC 9(8).
              10 FD-MCO-HORA        PIC 9(6).
              10 FD-MCO-DESTINO     PIC X(01).
                 88 MCO-DEST-MOVCLI            VALUE 'M'.
                 88 MCO-DEST-MOVDEM            VALUE 'D'.
                 88 MCO-DEST-PEDENC            VALUE 'P'.
                 88 MCO-DEST-APROVACAO         VALUE 'A'.
           05 FD-MCO-OPERADOR       PIC X(08).
           05 FD-MCO-MOVIMENTO      PIC X(121).
           05 FILLER                PIC X(11).
