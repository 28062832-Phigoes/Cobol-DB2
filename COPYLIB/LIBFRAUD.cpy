      *****************************************************
      *    LAYOUT DA LISTA DE LIBERACAO DO MONITOR DE     *
      *    ANOMALIAS: CLIENTE INOCENTADO NUM CASO DE      *
      *    ALARME FALSO (ALUNO182, OPEN EXTEND) NAO E     *
      *    APONTADO PELO ALUNO77 NA MESMA REGRA (MOTIVO)  *
      *    ATE A DATA DE VALIDADE, INCLUSIVE              *
      *****************************************************
       01  REG-LIBFRAUD.
           05 FD-LBF-CODIGO         PIC 9(5).
           05 FD-LBF-MOTIVO         PIC X(02).
           05 FD-LBF-DATA-LIBERACAO PIC 9(8).
           05 FD-LBF-DATA-VALIDADE  PIC 9(8).
           05 FD-LBF-CASO           PIC 9(7).
           05 FD-LBF-ANALISTA       PIC X(08).
           05 FILLER                PIC X(42).
