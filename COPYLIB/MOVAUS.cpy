      *****************************************************
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DO CADASTRO DE *
      *    FERIAS GOZADAS (ALUNO192)                      *
      *    FUNCAO: I=INCLUSAO (CODFUN TEM QUE EXISTIR EM  *
      *              EAD316.FUNCIONARIOS; GOZO DE 5 A 30  *
      *              DIAS, ABONO ATE 10, SOMA ATE 30)     *
      *            E=EXCLUSAO (SO ANTES DA PROVISAO DA    *
      *              COMPETENCIA DO INICIO DAS FERIAS)    *
      *****************************************************
       01  REG-MOVAUS.
           05 FD-MAU-FUNCAO         PIC X(01).
              88 MAU-INCLUSAO                  VALUE 'I'.
              88 MAU-EXCLUSAO                  VALUE 'E'.
           05 FD-MAU-CODFUN         PIC 9(5).
           05 FD-MAU-DATA-INICIO    PIC 9(8).
           05 FD-MAU-DIAS-GOZO      PIC 9(2).
           05 FD-MAU-DIAS-ABONO     PIC 9(2).
           05 FILLER                PIC X(62).
