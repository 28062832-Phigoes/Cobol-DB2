      *****************************************************
      *    LAYOUT DA FILA DA AUDITORIA INTERNA: ACAO DE   *
      *    OPERADOR EM CONTA PROPRIA OU DE VINCULADO,     *
      *    APONTADA PELO MONITOR SEMANAL (ALUNO196) A     *
      *    PARTIR DAS TRILHAS DE MANUTENCAO E APROVACAO   *
      *    TRILHA: AUDCLI, AUDLIM, AUDSUS, PENDHIST OU    *
      *    AUDSAL. TIPO DO OBJETO: C = CLIENTE (CONTA),   *
      *    F = FUNCIONARIO (SALARIO). RELACAO: A DO       *
      *    VINCFUN (P/F/S/O); A CONTA SALARIO DO FUNCDED  *
      *    E O PROPRIO SALARIO CONTAM COMO P. PAPEL DO    *
      *    OPERADOR: M = MANUTENCAO, A = APROVACAO OU     *
      *    REVISAO, R = RECUSA. SEVERIDADE: A = ALTA      *
      *    (CONTA PROPRIA OU APROVACAO), M = MEDIA        *
      *    (MANUTENCAO OU RECUSA EM CONTA DE VINCULADO).  *
      *    O ITEM NASCE COM SITUACAO N = NOVO             *
      *****************************************************
       01  REG-AUDINT.
           05 FD-AIN-TRILHA         PIC X(08).
           05 FD-AIN-DATA           PIC 9(8).
           05 FD-AIN-HORA           PIC 9(6).
           05 FD-AIN-OPERADOR       PIC X(08).
           05 FD-AIN-CODFUN         PIC 9(5).
           05 FD-AIN-TIPO-OBJETO    PIC X(01).
              88 AIN-OBJ-CLIENTE               VALUE 'C'.
              88 AIN-OBJ-FUNCIONARIO           VALUE 'F'.
           05 FD-AIN-OBJETO         PIC 9(5).
           05 FD-AIN-RELACAO        PIC X(01).
           05 FD-AIN-PAPEL          PIC X(01).
              88 AIN-PAP-MANUTENCAO            VALUE 'M'.
              88 AIN-PAP-APROVACAO             VALUE 'A'.
              88 AIN-PAP-RECUSA                VALUE 'R'.
           05 FD-AIN-SEVERIDADE     PIC X(01).
              88 AIN-SEV-ALTA                  VALUE 'A'.
              88 AIN-SEV-MEDIA                 VALUE 'M'.
           05 FD-AIN-ACAO           PIC X(30).
           05 FD-AIN-DATA-VARREDURA PIC 9(8).
           05 FD-AIN-SITUACAO       PIC X(01).
              88 AIN-SIT-NOVO                  VALUE 'N'.
           05 FILLER                PIC X(37).
