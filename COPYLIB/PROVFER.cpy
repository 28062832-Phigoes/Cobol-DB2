      *****************************************************
      *    LAYOUT DO ARQUIVO DE SALDOS DA PROVISAO DE     *
      *    FERIAS E 13O SALARIO POR FUNCIONARIO (GDG      *
      *    GR.EAD316.FOLHA.PROVISAO, ORDEM DE CODFUN),    *
      *    ATUALIZADO MENSALMENTE PELO ALUNO191           *
      *    INICIO-PERIODO = INICIO DO PERIODO AQUISITIVO  *
      *    EM CURSO; DIAS-VENCIDOS = DIAS DE PERIODOS JA  *
      *    ADQUIRIDOS E AINDA NAO GOZADOS (30 POR         *
      *    PERIODO); AVOS EM 1/12; VALORES SAO OS SALDOS  *
      *    PROVISIONADOS NO FIM DA COMPETENCIA            *
      *****************************************************
       01  REG-PROVFER.
           05 FD-PRV-CODFUN         PIC 9(5).
           05 FD-PRV-DEPTO          PIC X(04).
           05 FD-PRV-ADMISSAO       PIC 9(8).
           05 FD-PRV-COMPETENCIA    PIC 9(6).
           05 FD-PRV-INICIO-PERIODO PIC 9(8).
           05 FD-PRV-DIAS-VENCIDOS  PIC 9(3).
           05 FD-PRV-AVOS-FERIAS    PIC 9(2).
           05 FD-PRV-AVOS-13        PIC 9(2).
           05 FD-PRV-SALARIO        PIC 9(7)V99.
           05 FD-PRV-FERIAS         PIC 9(7)V99.
           05 FD-PRV-TERCO          PIC 9(7)V99.
           05 FD-PRV-13             PIC 9(7)V99.
           05 FILLER                PIC X(26).
