      *****************************************************
      *    LAYOUT DO INDICE DO ARQUIVO DE RELATORIOS      *
      *    (KSDS GR.EAD316.RELATORIOS.INDICE): UMA        *
      *    ENTRADA POR PAGINA ARQUIVADA, CHAVEADA POR     *
      *    RELATORIO, VALOR DE QUEBRA, DATA E HORA DA     *
      *    RODADA E PAGINA, PARA A REIMPRESSAO (ALUNO177) *
      *    E O EXPURGO POR RETENCAO (ALUNO178)            *
      *****************************************************
       01  REG-RELIDX.
           05 FD-IDX-CHAVE.
              10 FD-IDX-RELATORIO   PIC X(08).
              10 FD-IDX-QUEBRA      PIC X(25).
              10 FD-IDX-DATA        PIC 9(08).
              10 FD-IDX-HORA        PIC 9(06).
              10 FD-IDX-PAGINA      PIC 9(05).
           05 FD-IDX-LINHAS         PIC 9(03).
           05 FD-IDX-BLOCOS         PIC 9(03).
           05 FD-IDX-BYTES-ORIG     PIC 9(05).
           05 FD-IDX-BYTES-COMP     PIC 9(05).
           05 FILLER                PIC X(12).
