      *    SALDO, O PRAZO RESTANTE E A PRESTACAO        *
      *    RECALCULADA NA TAXA NOVA. O DEMONSTRATIVO    *
      *    DE REPACTUACAO MOSTRA A PRESTACAO ANTIGA E   *
      *    A NOVA DE CADA CONTRATO ATINGIDO. A TAXA     *
      *    MENSAL DO INDICE E CONVERTIDA NA TAXA        *
      *    EFETIVA DO MES DA COMPETENCIA PELO SERVICO   *
      *    DE CONTAGEM DE DIAS (ALUNO148), NA CONVENCAO *
      *    DO PARAMETRO ALUNO117/CONV-<INDEXADOR>       *
      *    (PADRAO DIAS UTEIS/252 NO CDI, 30/360 NOS    *
      *    DEMAIS)                                      *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
           05 FILLER                PIC X(65).
       FD   ARQ-EMPNOVO
            RECORDING MODE IS F.
       01  REG-EMPNOVO              PIC X(60).
       FD   ARQ-RELREP
            RECORDING MODE IS F.
       01  REG-RELREP               PIC X(100).
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 INDICE-ACHADO                     VALUE 'S'.
           88 INDICE-NAO-ACHADO                 VALUE 'N'.
      *
      *    A TAXA MENSAL DO INDICE VIRA A TAXA EFETIVA DO MES DA
      *    COMPETENCIA (DO ULTIMO DIA DO MES ANTERIOR AO ULTIMO
      *    DIA DO MES) NA CONVENCAO DO PARAMETRO ALUNO117/
      *    CONV-<INDEXADOR>: PADRAO DIAS UTEIS/252 PARA O CDI E
      *    30/360 PARA OS DEMAIS
       77  WK-CONVENCAO      PIC X(01)          VALUE SPACE.
       77  WK-MESES-ANO      PIC S9(3)          VALUE ZEROS.
       77  WK-FIM-COMPET     PIC 9(8)           VALUE ZEROS.
       77  WK-TAXA-EDIT      PIC Z9,9999        VALUE ZEROS.
       01  WK-PRIM-ANO       PIC 9(8)           VALUE ZEROS.
       01  WK-PRIM-ANO-R REDEFINES WK-PRIM-ANO.
           05 WK-PRA-ANO           PIC 9(4).
           05 WK-PRA-MMDD          PIC 9(4).
           COPY DIACONT.
           COPY PARMSRV.
      *
       77  WK-SALDO-DEVEDOR  PIC S9(8)V99       VALUE ZEROS.
       77  WK-PRAZO-RESTANTE PIC 9(3)           VALUE ZEROS.
       77  WK-PRESTACAO-ANT  PIC 9(7)V99        VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
       01  WK-LINHA-REPACTO.
              ' PREST.NOVA= '.
           05 WK-LR-PREST-NOVA     PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(14)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           COMPUTE WK-ANOMES = WK-EXE-ANO * 100 + WK-EXE-MES.
           OPEN INPUT  ARQ-EMPREST.
                    TO IDX-TAB-CODIGO(WK-TOT-INDICES)
               MOVE FD-IDX-TAXA-MENSAL
                    TO IDX-TAB-TAXA(WK-TOT-INDICES)
               PERFORM 115-TAXA-DA-COMPETENCIA
           END-IF.
           PERFORM 112-LER-INDEXADOR.
       112-LER-INDEXADOR.
               AT END
                   MOVE '10' TO WK-FS-INDEXADOR
           END-READ.
      *
      *    O ULTIMO DIA DE CADA MES SAI DE 31 DE JANEIRO SOMADO
      *    DOS MESES (O SERVICO LIMITA O DIA AO FIM DO MES)
       115-TAXA-DA-COMPETENCIA.
           PERFORM 116-DEFINIR-CONVENCAO.
           MOVE WK-EXE-ANO TO WK-PRA-ANO.
           MOVE 0131       TO WK-PRA-MMDD.
           SET LK-DCT-SOMAR-MESES TO TRUE.
           MOVE WK-PRIM-ANO TO LK-DCT-DATA-INICIO.
           COMPUTE WK-MESES-ANO = WK-EXE-MES - 1.
           MOVE WK-MESES-ANO TO LK-DCT-QTDE-MESES.
           CALL 'ALUNO148' USING LK-DCT-COM.
           MOVE LK-DCT-DATA-FIM TO WK-FIM-COMPET.
           SUBTRACT 1 FROM LK-DCT-QTDE-MESES.
           CALL 'ALUNO148' USING LK-DCT-COM.
           MOVE LK-DCT-DATA-FIM    TO LK-DCT-DATA-INICIO.
           MOVE WK-FIM-COMPET      TO LK-DCT-DATA-FIM.
           SET LK-DCT-ENTRE-DATAS  TO TRUE.
           MOVE WK-CONVENCAO       TO LK-DCT-CONVENCAO.
           SET LK-DCT-COMPOSTO     TO TRUE.
           MOVE FD-IDX-TAXA-MENSAL TO LK-DCT-TAXA-MENSAL.
           CALL 'ALUNO148' USING LK-DCT-COM.
           IF NOT LK-DCT-OK
               DISPLAY 'ERRO ' LK-DCT-STATUS
                       ' NA TAXA DA COMPETENCIA DO INDEXADOR '
                       FD-IDX-CODIGO ' - REPACTUACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE IDX-TAB-TAXA(WK-TOT-INDICES) ROUNDED =
                   (LK-DCT-FATOR - 1) * 100.
           MOVE IDX-TAB-TAXA(WK-TOT-INDICES) TO WK-TAXA-EDIT.
           DISPLAY 'INDEXADOR ' FD-IDX-CODIGO
                   ' CONVENCAO ' WK-CONVENCAO
                   ' DIAS ' LK-DCT-DIAS
                   ' TAXA DA COMPETENCIA = ' WK-TAXA-EDIT.
       116-DEFINIR-CONVENCAO.
           IF FD-IDX-CODIGO = 'CDI'
               MOVE 'U' TO WK-CONVENCAO
           ELSE
               MOVE 'T' TO WK-CONVENCAO
           END-IF.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO117'   TO LK-PRM-PROGRAMA.
           MOVE SPACES       TO LK-PRM-NOME.
           STRING 'CONV-' FD-IDX-CODIGO DELIMITED BY SIZE
                  INTO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:1) TO WK-CONVENCAO
           END-IF.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           MOVE FD-EMP-PRINCIPAL   TO LK-AMT-PRINCIPAL.
           MOVE FD-EMP-TAXA-MENSAL TO LK-AMT-TAXA-MENSAL.
           MOVE FD-EMP-PRAZO       TO LK-AMT-PRAZO.
           MOVE FD-EMP-SISTEMA     TO LK-AMT-SISTEMA.
           CALL 'ALUNO64' USING LK-AMT-COM.
           IF LK-AMT-OK
               IF FD-EMP-PARCELAS-FATUR = ZEROS
