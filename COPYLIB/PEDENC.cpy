      *****************************************************
      *    LAYOUT DO ARQUIVO DE PEDIDOS DE ENCERRAMENTO   *
      *    DE CONTA CAPTADOS NA AGENCIA (ALUNO165)        *
      *    FORMA DO PAGAMENTO DO SALDO FINAL:             *
      *      C=CHEQUE ADMINISTRATIVO NOMINAL AO CLIENTE   *
      *      T=TRANSFERENCIA PARA BANCO/AGENCIA/CONTA DE  *
      *        DESTINO (OBRIGATORIOS NA FORMA T)          *
      *    ASSINATURAS: QUANTOS TITULARES ASSINAM O       *
      *    PEDIDO (CONTA CONJUNTA EXIGE TODOS)            *
      *****************************************************
       01  REG-PEDENC.
           05 FD-PNC-CODIGO         PIC 9(5).
           05 FD-PNC-FORMA          PIC X(01).
              88 PNC-CHEQUE                    VALUE 'C'.
              88 PNC-TRANSFERENCIA             VALUE 'T'.
           05 FD-PNC-BANCO-DEST     PIC 9(3).
           05 FD-PNC-AGENCIA-DEST   PIC 9(4).
           05 FD-PNC-CONTA-DEST     PIC X(10).
           05 FD-PNC-ASSINATURAS    PIC 99.
           05 FD-PNC-DATA-PEDIDO    PIC 9(8).
           05 FD-PNC-OPERADOR       PIC X(08).
           05 FILLER                PIC X(39).
