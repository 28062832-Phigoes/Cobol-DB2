      *****************************************************
      *    LAYOUT DO HISTORICO MENSAL DO GAP DE           *
      *    VENCIMENTOS ATIVO X PASSIVO (ALUNO147): UM     *
      *    REGISTRO POR COMPETENCIA, EMPRESA E FAIXA DE   *
      *    PRAZO, COM ATIVO, PASSIVO, GAP (ATIVO MENOS    *
      *    PASSIVO) E GAP ACUMULADO ATE A FAIXA. A        *
      *    GERACAO DO MES ANTERIOR E A BASE DA            *
      *    COMPARACAO DO RELATORIO SEGUINTE               *
      *    FAIXA: 1=ATE 30 DIAS 2=31 A 90 3=91 A 180      *
      *           4=181 A 360 5=ACIMA DE 360              *
      *****************************************************
       01  REG-GAPHIST.
           05 FD-GAP-COMPETENCIA    PIC 9(6).
           05 FD-GAP-EMPRESA        PIC 99.
           05 FD-GAP-FAIXA          PIC 9(1).
           05 FD-GAP-ATIVO          PIC 9(11)V99.
           05 FD-GAP-PASSIVO        PIC 9(11)V99.
           05 FD-GAP-GAP            PIC S9(11)V99.
           05 FD-GAP-ACUMULADO      PIC S9(11)V99.
           05 FILLER                PIC X(19).
