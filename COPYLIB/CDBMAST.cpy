      *    APLICACAO DEBITADA DA CONTA CORRENTE PELO      *
      *    ALUNO118, CAPITALIZADA TODO MES E RESGATADA    *
      *    NO VENCIMENTO PELO ALUNO119 (DIA NAO UTIL      *
      *    ROLA PELO CALENDARIO DO ALUNO63) OU ANTES,     *
      *    A PEDIDO, PELO ALUNO146 (O RESGATE PARCIAL     *
      *    REDUZ APLICADO E SALDO NA MESMA PROPORCAO).    *
      *    SITUACAO: A=ATIVO R=RESGATADO                  *
      *    PRODUTO: CODIGO DA MESA DE INVESTIMENTOS QUE   *
      *    DEFINE CARENCIA E TAXA DE PENALIDADE DO        *
      *    RESGATE ANTECIPADO (BRANCO = PRODUTO 00)       *
      *    DATA-CAPITAL: ULTIMA CAPITALIZACAO DO ALUNO119 *
      *    (ZERO = AINDA NAO CAPITALIZADO)                *
      *****************************************************
       01  REG-CDBMAST.
           05 FD-CDB-CODIGO         PIC 9(5).
              88 CDB-SIT-ATIVO                VALUE 'A'.
              88 CDB-SIT-RESGATADO            VALUE 'R'.
           05 FD-CDB-EMPRESA        PIC 99.
           05 FD-CDB-PRODUTO        PIC X(02).
           05 FD-CDB-DATA-CAPITAL   PIC 9(8).
           05 FILLER                PIC X(02).
