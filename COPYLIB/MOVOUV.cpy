      *****************************************************
      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DA OUVIDORIA   *
      *    (ALUNO184)                                     *
      *    FUNCAO: I=REGISTRO DA RECLAMACAO (O PROTOCOLO  *
      *              E NUMERADO PELO PROGRAMA; DATA DE    *
      *              ABERTURA ZERADA = DATA DA RODADA)    *
      *            A=ALTERACAO (AREA, CATEGORIA, NOTA,    *
      *              CONTRATO E DESCRICAO INFORMADOS)     *
      *            R=RESPOSTA COM O RESULTADO E O         *
      *              RESSARCIMENTO (CONTA EM BRANCO =     *
      *              CONTA CORRENTE). O TEXTO E A         *
      *              DESCRICAO NA I/A E A RESPOSTA NA R   *
      *****************************************************
       01  REG-MOVOUV.
           05 FD-MOU-FUNCAO         PIC X(01).
              88 MOU-REGISTRO                  VALUE 'I'.
              88 MOU-ALTERACAO                 VALUE 'A'.
              88 MOU-RESPOSTA                  VALUE 'R'.
           05 FD-MOU-PROTOCOLO      PIC 9(7).
           05 FD-MOU-CODIGO         PIC 9(5).
           05 FD-MOU-CANAL          PIC X(01).
           05 FD-MOU-CATEGORIA      PIC X(02).
           05 FD-MOU-NOTA           PIC 9(6).
           05 FD-MOU-CONTRATO       PIC 9(6).
           05 FD-MOU-AREA           PIC X(08).
           05 FD-MOU-DATA-ABERTURA  PIC 9(8).
           05 FD-MOU-RESULTADO      PIC X(01).
           05 FD-MOU-VALOR-RESSARC  PIC 9(6)V99.
           05 FD-MOU-CONTA-RESSARC  PIC X(01).
           05 FD-MOU-ANALISTA       PIC X(08).
           05 FD-MOU-TEXTO          PIC X(60).
           05 FILLER                PIC X(28).
