      *****************************************************
      *    LAYOUT DO DETALHE DA TARIFA POR EVENTO         *
      *    (FRANQUIA MENSAL DO ALUNO157): UM REGISTRO POR *
      *    CLIENTE E TIPO DE EVENTO COM MOVIMENTO NA      *
      *    COMPETENCIA, EM ORDEM DE CLIENTE, COM A        *
      *    QUANTIDADE DE EVENTOS, A FRANQUIA DO SEGMENTO, *
      *    O EXCEDENTE COBRADO E A NOTA DO DEBITO GERADO  *
      *    (ZERADA QUANDO A FRANQUIA COBRE TUDO). O       *
      *    EXTRATO (ALUNO29) IMPRIME A ABERTURA AO        *
      *    CLIENTE                                        *
      *    EVENTO: A=SAQUE NO ATM (CANAL A) T=TED         *
      *    DESPACHADA (ALUNO97) C=TRANSACAO NO CAIXA      *
      *    (CANAL C)                                      *
      *****************************************************
       01  REG-TARDET.
           05 FD-TDT-CODIGO         PIC 9(5).
           05 FD-TDT-ANOMES         PIC 9(6).
           05 FD-TDT-EVENTO         PIC X(01).
              88 TDT-EVENTO-ATM                VALUE 'A'.
              88 TDT-EVENTO-TED                VALUE 'T'.
              88 TDT-EVENTO-CAIXA              VALUE 'C'.
           05 FD-TDT-SEGMENTO       PIC X(01).
           05 FD-TDT-QTDE-EVENTOS   PIC 9(5).
           05 FD-TDT-FRANQUIA       PIC 9(3).
           05 FD-TDT-EXCEDENTE      PIC 9(5).
           05 FD-TDT-PRECO-UNIT     PIC 9(3)V99.
           05 FD-TDT-VALOR          PIC 9(6)V99.
           05 FD-TDT-NOTA           PIC 9(6).
           05 FD-TDT-DATA           PIC 9(8).
           05 FILLER                PIC X(27).
