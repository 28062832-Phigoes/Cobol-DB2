      *****************************************************
      *    LAYOUT DO CONTROLE DA DATA DE PROCESSAMENTO    *
      *    DA MALHA (GR.EAD316.DATAPROC, UM REGISTRO SO): *
      *    DATA DE NEGOCIO CORRENTE, ANTERIOR E PROXIMA   *
      *    PELO CALENDARIO DO ALUNO63. SO O FIM DO DIA    *
      *    (ALUNO180) GRAVA ESTE ARQUIVO; OS PROGRAMAS    *
      *    LEEM A DATA PELO SERVICO ALUNO179. DATA-ALVO   *
      *    PREENCHIDA = MALHA EM RECUPERACAO ATE AQUELA   *
      *    DATA (DIAS UTEIS PERDIDOS RODADOS EM SEQUENCIA)*
      *****************************************************
       01  REG-DATAPROC.
           05 FD-DPR-DATA-ATUAL     PIC 9(08).
           05 FD-DPR-DATA-ANTERIOR  PIC 9(08).
           05 FD-DPR-DATA-PROXIMA   PIC 9(08).
           05 FD-DPR-DATA-ALVO      PIC 9(08).
           05 FD-DPR-DATA-AVANCO    PIC 9(08).
           05 FD-DPR-HORA-AVANCO    PIC 9(06).
           05 FILLER                PIC X(34).
