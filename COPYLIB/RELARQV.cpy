      *****************************************************
      *    LAYOUT DO ARQUIVO DE RELATORIOS (KSDS          *
      *    GR.EAD316.RELATORIOS.ARQUIVO): CADA PAGINA     *
      *    DISTRIBUIDA PELO ALUNO110 FICA GUARDADA        *
      *    COMPACTADA EM BLOCOS. CHAVE: RELATORIO, DATA E *
      *    HORA DA RODADA, PAGINA E BLOCO. OS DADOS SAO   *
      *    UMA SEQUENCIA DE LINHAS, CADA UMA COM CONTROLE *
      *    DE CARRO (1), TAMANHO COMPACTADO (3) E O TEXTO *
      *    SEM OS BRANCOS FINAIS, COM CADA SEQUENCIA DE 4 *
      *    OU MAIS BRANCOS TROCADA POR '~' + QUANTIDADE   *
      *    (2 DIGITOS) E O '~' ORIGINAL GRAVADO COMO      *
      *    '~00'. A LINHA PODE CONTINUAR NO BLOCO SEGUINTE*
      *****************************************************
       01  REG-RELARQV.
           05 FD-ARV-CHAVE.
              10 FD-ARV-RELATORIO   PIC X(08).
              10 FD-ARV-DATA        PIC 9(08).
              10 FD-ARV-HORA        PIC 9(06).
              10 FD-ARV-PAGINA      PIC 9(05).
              10 FD-ARV-BLOCO       PIC 9(03).
           05 FD-ARV-QUEBRA         PIC X(25).
           05 FD-ARV-TAMANHO        PIC 9(03).
           05 FD-ARV-DADOS          PIC X(192).
