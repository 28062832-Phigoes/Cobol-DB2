      *****************************************************
      *    LAYOUT DO ARQUIVO MESTRE DE EMPRESTIMOS,       *
      *    CHAVEADO PELO CODIGO DO CLIENTE E NUMERO DO    *
      *    CONTRATO. SITUACAO: A=ATIVO L=LIQUIDADO        *
      *    R=RENEGOCIADO (FECHADO EM ACORDO, ALUNO137).   *
      *    PARCELAS-FATUR CONTA AS PARCELAS JA FATURADAS  *
      *    NO LANCAM (A RECUSADA PELO BALANCE LINE VOLTA  *
      *    NA COBRANCA SEGUINTE). CONTRATO INDEXADO       *
      *    (FLAG S + CODIGO DO INDEXADOR) TEM A TAXA      *
      *    REPACTUADA TODO MES PELO ALUNO117 ANTES DO     *
      *    FATURAMENTO. SISTEMA DE AMORTIZACAO: P=PRICE   *
      *    (PRESTACAO FIXA) S=SAC (AMORTIZACAO CONSTANTE, *
      *    PRESTACAO DO MES RECALCULADA NA COBRANCA).     *
      *    CONTRATO CONSIGNADO (FLAG S + EMPRESA DO       *
      *    CONVENIO EMPREGADOR) E DESCONTADO NA FOLHA     *
      *    PELO ALUNO96 EM VEZ DO FATURAMENTO EM CONTA    *
      *****************************************************
       01  REG-EMPREST.
           05 FD-EMP-CODIGO         PIC 9(5).
           05 FD-EMP-SITUACAO       PIC X(01).
              88 EMP-SIT-ATIVO                VALUE 'A'.
              88 EMP-SIT-LIQUIDADO            VALUE 'L'.
              88 EMP-SIT-RENEGOCIADO          VALUE 'R'.
           05 FD-EMP-DATA-CONTRATO  PIC 9(8).
           05 FD-EMP-EMPRESA        PIC 99.
           05 FD-EMP-INDEXADO       PIC X(01).
              88 EMP-INDEXADO                 VALUE 'S'.
           05 FD-EMP-INDEXADOR      PIC X(03).
           05 FD-EMP-SISTEMA        PIC X(01).
              88 EMP-SIS-PRICE                VALUE 'P'.
              88 EMP-SIS-SAC                  VALUE 'S'.
           05 FD-EMP-CONSIGNADO     PIC X(01).
              88 EMP-CONSIGNADO               VALUE 'S'.
           05 FD-EMP-CONVENIO       PIC 99.
