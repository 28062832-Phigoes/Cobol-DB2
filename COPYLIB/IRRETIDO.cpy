      *****************************************************
      *    LAYOUT DO HISTORICO DE IMPOSTO DE RENDA RETIDO *
      *    NA FONTE SOBRE RENDIMENTOS DE APLICACOES (UM   *
      *    REGISTRO POR RETENCAO, ACUMULADO). GRAVADO NO  *
      *    RESGATE DO CDB (ALUNO119 NO VENCIMENTO E       *
      *    ALUNO146 ANTECIPADO) PELA TABELA               *
      *    REGRESSIVA POR DIAS DE APLICACAO; LIDO PELO    *
      *    INFORME ANUAL (ALUNO88) E PELA APURACAO MENSAL *
      *    DO RECOLHIMENTO POR EMPRESA (ALUNO144).        *
      *    NOTA = NOTA DO CREDITO LIQUIDO NO LANCAM       *
      *****************************************************
       01  REG-IRRETIDO.
           05 FD-IRR-CODIGO         PIC 9(5).
           05 FD-IRR-TITULO         PIC 9(6).
           05 FD-IRR-EMPRESA        PIC 99.
           05 FD-IRR-DATA           PIC 9(8).
           05 FD-IRR-DIAS           PIC 9(5).
           05 FD-IRR-RENDIMENTO     PIC 9(9)V99.
           05 FD-IRR-ALIQUOTA       PIC 9(3)V99.
           05 FD-IRR-VALOR          PIC 9(9)V99.
           05 FD-IRR-NOTA           PIC 9(6).
      *    ORIGEM: VEN = RESGATE NO VENCIMENTO
      *            ANT = RESGATE ANTECIPADO (TOTAL OU PARCIAL)
           05 FD-IRR-ORIGEM         PIC X(03).
              88 IRR-ORIG-VENCIMENTO          VALUE 'VEN'.
              88 IRR-ORIG-ANTECIPADO          VALUE 'ANT'.
           05 FILLER                PIC X(18).
