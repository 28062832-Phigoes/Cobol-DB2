      *    LAYOUT DO ARQUIVO DE MOVIMENTOS DE MANUTENCAO  *
      *    DO CADASTRO DE CLIENTES (ALUNO27)              *
      *    FUNCAO: I=INCLUSAO A=ALTERACAO DE NOME         *
      *            E=ENCERRAMENTO (SO VIA LIQUIDACAO DO   *
      *              ALUNO165) S=MUDANCA DE SITUACAO      *
      *            G=TRANSFERENCIA DE AGENCIA DE          *
      *              RELACIONAMENTO (CARTEIRA)            *
      *    SITUACAO: A=ATIVO B=BLOQUEADO-JUDICIAL         *
      *              E=ENCERRADO F=FALECIDO               *
      *****************************************************
              88 MOV-ALTERACAO                 VALUE 'A'.
              88 MOV-ENCERRAMENTO              VALUE 'E'.
              88 MOV-SITUACAO                  VALUE 'S'.
              88 MOV-TRANSFERENCIA             VALUE 'G'.
           05 FD-MOV-CODIGO         PIC 9(5).
           05 FD-MOV-NOME           PIC X(25).
           05 FD-MOV-SITUACAO       PIC X(01).
           05 FD-MOV-APROVACAO      PIC X(01).
              88 MOV-APROVADO                  VALUE 'A'.
           05 FD-MOV-APROVADOR      PIC X(08).
      *    ENCERRAMENTO DE CONTA CONJUNTA: QUANTAS ASSINATURAS
      *    DE TITULARES ACOMPANHAM O PEDIDO (TODOS ASSINAM)
           05 FD-MOV-ASSINATURAS    PIC 99.
      *    AGENCIA DE RELACIONAMENTO: DESTINO NA FUNCAO G E
      *    AGENCIA INICIAL NA INCLUSAO (OPCIONAL)
           05 FD-MOV-AGENCIA        PIC 9(3).
      *    ENCERRAMENTO SO APLICA COM A MARCA DA LIQUIDACAO
      *    FINAL DA CONTA (GERADO PELO ALUNO165)
           05 FD-MOV-LIQUIDACAO     PIC X(01).
              88 MOV-LIQUIDADO                 VALUE 'L'.
      *    OPERADOR QUE CAPTOU O MOVIMENTO NO BALCAO (ALUNO170);
      *    EM BRANCO NO MOVIMENTO BATCH, QUE LEVA O OPERADOR
      *    DO CARTAO SYSIN DA RODADA
           05 FD-MOV-OPERADOR       PIC X(08).
           05 FILLER                PIC X(23).
