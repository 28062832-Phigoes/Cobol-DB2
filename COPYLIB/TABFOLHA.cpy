      *****************************************************
      *    LAYOUT DAS TABELAS DATADAS DA FOLHA (ALUNO189) *
      *    UM REGISTRO POR FAIXA OU VALOR, COM A DATA DE  *
      *    INICIO DE VIGENCIA; VALE A MAIOR VIGENCIA NAO  *
      *    POSTERIOR A COMPETENCIA CALCULADA              *
      *    TIPO: I = FAIXA DO INSS (ATE O VALOR, ALIQUOTA *
      *              PROGRESSIVA SOBRE A PARCELA DA FAIXA)*
      *          R = FAIXA DO IRRF (ATE O VALOR, ALIQUOTA *
      *              E PARCELA A DEDUZIR)                 *
      *          D = DEDUCAO DO IRRF POR DEPENDENTE       *
      *              (EM FD-TFO-DEDUZIR)                  *
      *          F = ALIQUOTA DO FGTS DO EMPREGADOR       *
      *    AS FAIXAS DE UMA MESMA VIGENCIA VEM EM ORDEM   *
      *    CRESCENTE DE VALOR; A ULTIMA FAIXA DO INSS E O *
      *    TETO DE CONTRIBUICAO                           *
      *****************************************************
       01  REG-TABFOLHA.
           05 FD-TFO-TIPO           PIC X(01).
              88 TFO-INSS                      VALUE 'I'.
              88 TFO-IRRF                      VALUE 'R'.
              88 TFO-DEPENDENTE                VALUE 'D'.
              88 TFO-FGTS                      VALUE 'F'.
           05 FD-TFO-VIGENCIA       PIC 9(8).
           05 FD-TFO-FAIXA-ATE      PIC 9(7)V99.
           05 FD-TFO-ALIQUOTA       PIC 9(2)V99.
           05 FD-TFO-DEDUZIR        PIC 9(5)V99.
           05 FILLER                PIC X(51).
