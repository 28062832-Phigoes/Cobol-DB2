      *****************************************************
      *    LAYOUT DO ARQUIVO DE ACOES DA MESA DE          *
      *    SEGURANCA SOBRE OS CASOS DE FRAUDE (ALUNO182)  *
      *    FUNCAO: T=ASSUMIR O CASO (EM INVESTIGACAO)     *
      *            F=CONFIRMAR A FRAUDE (ESTORNO DAS      *
      *              NOTAS E BLOQUEIO DO CLIENTE)         *
      *            L=ALARME FALSO (CLIENTE LIBERADO DAS   *
      *              MESMAS REGRAS POR MESES-LIBERACAO,   *
      *              ZEROS = PRAZO PADRAO DO PARAMETRO)   *
      *            N=ANOTACAO (SO A OBSERVACAO)           *
      *****************************************************
       01  REG-MOVCASO.
           05 FD-MCS-FUNCAO         PIC X(01).
              88 MCS-ASSUMIR                   VALUE 'T'.
              88 MCS-FRAUDE                    VALUE 'F'.
              88 MCS-ALARME-FALSO              VALUE 'L'.
              88 MCS-ANOTACAO                  VALUE 'N'.
           05 FD-MCS-NUMERO         PIC 9(7).
           05 FD-MCS-ANALISTA       PIC X(08).
           05 FD-MCS-MESES-LIB      PIC 99.
           05 FD-MCS-OBSERVACAO     PIC X(40).
           05 FILLER                PIC X(22).
