      *    DECISAO (A=APROVADO R=RECUSADO, P=PENDENTE)    *
      *    E O SEU OPERADOR, E O ALUNO107 DEVOLVE OS      *
      *    APROVADOS - CARIMBADOS - PARA A PROXIMA        *
      *    RODADA DA MANUTENCAO DE ORIGEM. MOTIVO C =     *
      *    RETENCAO DO COMPLIANCE (INCLUSAO DE CLIENTE    *
      *    NA LISTA RESTRITIVA, ALUNO27); MOTIVO G =      *
      *    PROPOSTA DE EMPRESTIMO DO ALUNO116 QUE PASSA   *
      *    DO LIMITE DE EXPOSICAO DO GRUPO ECONOMICO;     *
      *    MOTIVO F = NOVO SALARIO FORA DA FAIXA SALARIAL *
      *    DO FUNCIONARIO (ALUNO23/ALUNO50)               *
      *****************************************************
       01  REG-PENDAPR.
           05 FD-PAP-ORIGEM         PIC X(08).
              88 PAP-DEC-APROVADO              VALUE 'A'.
              88 PAP-DEC-RECUSADO              VALUE 'R'.
           05 FD-PAP-OPERADOR2      PIC X(08).
           05 FD-PAP-MOTIVO         PIC X(01).
              88 PAP-MOT-COMPLIANCE            VALUE 'C'.
              88 PAP-MOT-GRUPO                 VALUE 'G'.
              88 PAP-MOT-FAIXA                 VALUE 'F'.
