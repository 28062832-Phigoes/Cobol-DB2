      *****************************************************
      *    LAYOUT DO CADASTRO DE TALOES DE CHEQUE, UM     *
      *    REGISTRO POR TALAO EMITIDO, CHAVEADO POR       *
      *    CLIENTE E PRIMEIRO CHEQUE. MANTIDO PELO        *
      *    ALUNO149 (MOVIMENTOS NO LAYOUT MOVTAL)         *
      *    A NUMERACAO DOS CHEQUES E UNICA NA CASA E      *
      *    OCUPA A FAIXA DE NOTAS 750000-789999: O        *
      *    NUMERO DO CHEQUE E A NOTA DO DEBITO GERADO     *
      *    PELA COMPENSACAO (ALUNO150), DE MODO QUE A     *
      *    SUSTACAO DO SUSTFILE VALE PARA OS DOIS         *
      *    SITUACAO: A=ATIVO C=CANCELADO A PEDIDO DO      *
      *              CLIENTE (DEVOLUCAO MOTIVO 20)        *
      *****************************************************
       01  REG-TALAO.
           05 FD-TAL-CHAVE.
              10 FD-TAL-CODIGO      PIC 9(5).
              10 FD-TAL-CHEQUE-INI  PIC 9(6).
           05 FD-TAL-CHEQUE-FIM     PIC 9(6).
           05 FD-TAL-DATA-EMISSAO   PIC 9(8).
           05 FD-TAL-SITUACAO       PIC X(01).
              88 TAL-SIT-ATIVO                 VALUE 'A'.
              88 TAL-SIT-CANCELADO             VALUE 'C'.
           05 FD-TAL-DATA-SITUACAO  PIC 9(8).
           05 FD-TAL-EMPRESA        PIC 99.
           05 FD-TAL-OPERADOR       PIC X(08).
           05 FILLER                PIC X(36).
