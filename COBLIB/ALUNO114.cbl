      *    LIQUIDACAO ANTECIPADA E AMORTIZACAO PARCIAL  *
      *    DE EMPRESTIMOS: LE OS PEDIDOS DE QUITACAO    *
      *    (CONTRATO, TIPO T=TOTAL P=PARCIAL, VALOR),   *
      *    APURA O SALDO DEVEDOR PELO CRONOGRAMA DO     *
      *    SISTEMA DO CONTRATO, PRICE OU SAC (ALUNO64,  *
      *    NA PARCELA JA FATURADA PELO ALUNO65), GERA O *
      *    DEBITO DE QUITACAO NO LAYOUT LANCAM (FAIXA   *
      *    680000-689999, VIA BALANCE LINE) E: NO       *
      *    TOTAL, MARCA O CONTRATO L=LIQUIDADO; NO      *
      *    PARCIAL, REABRE O CONTRATO COM O SALDO       *
      *    REMANESCENTE, O PRAZO RESTANTE E A NOVA      *
      *    PRESTACAO RECALCULADA PELO ALUNO64 NO MESMO  *
      *    SISTEMA (NO SAC, A PRIMEIRA PARCELA DO NOVO  *
      *    CRONOGRAMA). PEDIDO DE CONTRATO BAIXADO COMO *
      *    PERDA (ALUNO139) E RECUPERACAO: O DEBITO SAI *
      *    DO MESMO JEITO, ATE O VALOR BAIXADO AINDA    *
      *    NAO RECUPERADO, E O RECEBIMENTO VAI PARA O   *
      *    ARQUIVO DE RECUPERACOES PENDENTES, QUE O     *
      *    ALUNO139 RECONHECE COMO RECEITA. O           *
      *    DEMONSTRATIVO DE QUITACAO SAI POR CLIENTE EM *
      *    TODOS OS CASOS. O SALDO DEVEDOR              *
      *    INCLUI OS JUROS PRO RATA DESDE O ULTIMO      *
      *    ANIVERSARIO DO CONTRATO, PELO SERVICO DE     *
      *    CONTAGEM DE DIAS (ALUNO148) NA CONVENCAO DO  *
      *    PARAMETRO ALUNO114/CONVENCAO                 *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-LANCPAG.
           SELECT ARQ-RELPAG   ASSIGN TO RELPAG
               FILE STATUS IS WK-FS-RELPAG.
           SELECT ARQ-BAIXEMP  ASSIGN TO BAIXEMP
               FILE STATUS IS WK-FS-BAIXEMP.
           SELECT ARQ-RECUPMOV ASSIGN TO RECUPMOV
               FILE STATUS IS WK-FS-RECUPMOV.
           SELECT ARQ-NOTACTL  ASSIGN TO NOTACTL
               FILE STATUS IS WK-FS-NOTACTL.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
           05 FILLER                PIC X(59).
       FD   ARQ-EMPNOVO
            RECORDING MODE IS F.
       01  REG-EMPNOVO              PIC X(60).
       FD   ARQ-LANCPAG
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-RELPAG
            RECORDING MODE IS F.
       01  REG-RELPAG               PIC X(100).
       FD   ARQ-BAIXEMP
            RECORDING MODE IS F.
           COPY BAIXAEMP.
       FD   ARQ-RECUPMOV
            RECORDING MODE IS F.
           COPY RECUPER.
       FD   ARQ-NOTACTL
            RECORDING MODE IS F.
       01  REG-NOTACTL.
       77  WK-FS-EMPNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-LANCPAG     PIC XX             VALUE SPACES.
       77  WK-FS-RELPAG      PIC XX             VALUE SPACES.
       77  WK-FS-BAIXEMP     PIC XX             VALUE SPACES.
       77  WK-FS-RECUPMOV    PIC XX             VALUE SPACES.
       77  WK-FS-NOTACTL     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-LIQUIDADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-PARCIAIS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-RECUPERADOS PIC 9(05)         VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 PEDIDO-ACHADO                     VALUE 'S'.
           88 PEDIDO-NAO-ACHADO                 VALUE 'N'.
      *
      *    CONTRATOS BAIXADOS COMO PERDA, COM O VALOR AINDA
      *    NAO RECUPERADO (BAIXA MENOS RECUPERADO NO MESTRE
      *    E MENOS OS RECEBIMENTOS AINDA PENDENTES)
       01  TABELA-BAIXADOS.
           05 BXT-ENTRADA            OCCURS 2000 TIMES.
              10 BXT-TAB-CODIGO      PIC 9(5).
              10 BXT-TAB-CONTRATO    PIC 9(6).
              10 BXT-TAB-EMPRESA     PIC 99.
              10 BXT-TAB-ABERTO      PIC 9(9)V99.
       77  WK-TOT-BAIXADOS   PIC 9(04)          VALUE ZEROS.
       77  WK-IND-BXT        PIC 9(04)          VALUE ZEROS.
       77  WK-ACHOU-BXT      PIC X              VALUE 'N'.
           88 BAIXADO-ACHADO                    VALUE 'S'.
           88 BAIXADO-NAO-ACHADO                VALUE 'N'.
       77  WK-VALOR-RECUP    PIC 9(7)V99        VALUE ZEROS.
      *
       77  WK-SALDO-DEVEDOR  PIC S9(8)V99       VALUE ZEROS.
       77  WK-PRAZO-RESTANTE PIC 9(3)           VALUE ZEROS.
       77  WK-SALDO-NOVO     PIC S9(8)V99       VALUE ZEROS.
      *
      *    JUROS PRO RATA DO ULTIMO ANIVERSARIO DO CONTRATO
      *    ATE A DATA DA QUITACAO, PELO SERVICO DE CONTAGEM DE DIAS
      *    (ALUNO148) NA CONVENCAO DO PARAMETRO
      *    ALUNO114/CONVENCAO (PADRAO 30/360)
       77  WK-CONVENCAO      PIC X(01)          VALUE 'T'.
       77  WK-JUROS-PRO-RATA PIC S9(8)V99       VALUE ZEROS.
       77  WK-TOT-JUROS-PRO-RATA PIC 9(9)V99    VALUE ZEROS.
       77  WK-JUROS-EDIT     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-MESES-ANIV     PIC S9(4)          VALUE ZEROS.
       01  WK-DATA-AUX       PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-AUX-R REDEFINES WK-DATA-AUX.
           05 WK-AUX-ANO           PIC 9(4).
           05 WK-AUX-MES           PIC 99.
           05 WK-AUX-DIA           PIC 99.
           COPY DIACONT.
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
       01  WK-LINHA-QUITACAO.
           05 WK-LQ-PAGO           PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LQ-SITUACAO       PIC X(33)     VALUE SPACES.
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
           OPEN INPUT  ARQ-EMPREST.
           OPEN OUTPUT ARQ-EMPNOVO.
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-PEDIDOS.
           PERFORM 115-CARREGAR-BAIXADOS.
           PERFORM 116-DESCONTAR-PENDENTES.
           OPEN EXTEND ARQ-RECUPMOV.
           PERFORM 120-LER-ULTIMA-NOTA.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO114'   TO LK-PRM-PROGRAMA.
           MOVE 'CONVENCAO'  TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:1) TO WK-CONVENCAO
           END-IF.
           PERFORM 301-LER-EMPREST.
       110-CARREGAR-PEDIDOS.
           OPEN INPUT ARQ-PAGANT.
                   MOVE '10' TO WK-FS-PAGANT
           END-READ.
      *
      *    SEM MESTRE DE BAIXADOS NAO HA RECUPERACAO
       115-CARREGAR-BAIXADOS.
           OPEN INPUT ARQ-BAIXEMP.
           EVALUATE WK-FS-BAIXEMP
               WHEN '00'
                   PERFORM 118-LER-BAIXEMP
                   PERFORM 117-ACUMULAR-BAIXADO
                       UNTIL WK-FS-BAIXEMP = '10'
                   CLOSE ARQ-BAIXEMP
               WHEN OTHER
                   DISPLAY 'ARQUIVO BAIXEMP NAO ENCONTRADO - '
                           'QUITACAO SEM RECUPERACAO DE BAIXADOS'
           END-EVALUATE.
       116-DESCONTAR-PENDENTES.
           OPEN INPUT ARQ-RECUPMOV.
           IF WK-FS-RECUPMOV = '00'
               PERFORM 119-LER-RECUPMOV
               PERFORM 121-DESCONTAR-RECEBIMENTO
                   UNTIL WK-FS-RECUPMOV = '10'
               CLOSE ARQ-RECUPMOV
           END-IF.
       117-ACUMULAR-BAIXADO.
           IF WK-TOT-BAIXADOS >= 2000
               DISPLAY 'TABELA DE BAIXADOS CHEIA (MAXIMO 2000 '
                       'REGISTROS) - QUITACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-BAIXADOS.
           MOVE FD-BXE-CODIGO   TO BXT-TAB-CODIGO(WK-TOT-BAIXADOS).
           MOVE FD-BXE-CONTRATO TO BXT-TAB-CONTRATO(WK-TOT-BAIXADOS).
           MOVE FD-BXE-EMPRESA  TO BXT-TAB-EMPRESA(WK-TOT-BAIXADOS).
           IF FD-BXE-RECUPERADO < FD-BXE-SALDO-BAIXA
               COMPUTE BXT-TAB-ABERTO(WK-TOT-BAIXADOS) =
                       FD-BXE-SALDO-BAIXA - FD-BXE-RECUPERADO
           ELSE
               MOVE ZEROS TO BXT-TAB-ABERTO(WK-TOT-BAIXADOS)
           END-IF.
           PERFORM 118-LER-BAIXEMP.
       118-LER-BAIXEMP.
           READ ARQ-BAIXEMP
               AT END
                   MOVE '10' TO WK-FS-BAIXEMP
           END-READ.
       119-LER-RECUPMOV.
           READ ARQ-RECUPMOV
               AT END
                   MOVE '10' TO WK-FS-RECUPMOV
           END-READ.
       121-DESCONTAR-RECEBIMENTO.
           PERFORM 510-PROCURAR-BAIXADO-RCP.
           IF BAIXADO-ACHADO
               IF FD-RCP-VALOR < BXT-TAB-ABERTO(WK-IND-BXT)
                   SUBTRACT FD-RCP-VALOR
                       FROM BXT-TAB-ABERTO(WK-IND-BXT)
               ELSE
                   MOVE ZEROS TO BXT-TAB-ABERTO(WK-IND-BXT)
               END-IF
           END-IF.
           PERFORM 119-LER-RECUPMOV.
      *
      *    A NUMERACAO DA FAIXA CONTINUA DA ULTIMA NOTA
      *    EMITIDA NA EXECUCAO ANTERIOR (ARQUIVO NOTACTL);
      *    SEM CONTROLE GRAVADO, COMECA NO INICIO DA FAIXA
      *
      *    SALDO DEVEDOR = SALDO DO CRONOGRAMA DA PRICE NA
      *    ULTIMA PARCELA JA FATURADA (SEM PARCELA FATURADA,
      *    O PROPRIO PRINCIPAL) MAIS OS JUROS PRO RATA DESDE
      *    O ULTIMO ANIVERSARIO DO CONTRATO
       220-QUITAR-CONTRATO.
           MOVE 'S' TO PED-TAB-ATENDIDO(WK-IND-PED).
           MOVE FD-EMP-CONTRATO TO WK-LQ-CONTRATO.
           MOVE FD-EMP-PRINCIPAL   TO LK-AMT-PRINCIPAL.
           MOVE FD-EMP-TAXA-MENSAL TO LK-AMT-TAXA-MENSAL.
           MOVE FD-EMP-PRAZO       TO LK-AMT-PRAZO.
           MOVE FD-EMP-SISTEMA     TO LK-AMT-SISTEMA.
           CALL 'ALUNO64' USING LK-AMT-COM.
           IF LK-AMT-OK
               IF FD-EMP-PARCELAS-FATUR = ZEROS
                   MOVE LK-AMT-SALDO(FD-EMP-PARCELAS-FATUR)
                        TO WK-SALDO-DEVEDOR
               END-IF
               PERFORM 235-APURAR-JUROS-PRO-RATA
           END-IF.
      *
      *    AS PARCELAS VENCEM NO DIA DO CONTRATO; DO ULTIMO
      *    ANIVERSARIO ATE A QUITACAO O SALDO RENDE A TAXA DO
      *    CONTRATO (JUROS COMPOSTOS, FRACAO DO MES NA
      *    CONVENCAO)
       235-APURAR-JUROS-PRO-RATA.
           MOVE ZEROS TO WK-JUROS-PRO-RATA.
           IF FD-EMP-DATA-CONTRATO > ZEROS
            AND FD-EMP-DATA-CONTRATO < WK-DATA-EXEC
               PERFORM 236-ACHAR-ANIVERSARIO
               IF LK-DCT-OK
                AND LK-DCT-DATA-FIM < WK-DATA-EXEC
                   MOVE LK-DCT-DATA-FIM    TO LK-DCT-DATA-INICIO
                   SET LK-DCT-ENTRE-DATAS  TO TRUE
                   MOVE WK-CONVENCAO       TO LK-DCT-CONVENCAO
                   SET LK-DCT-COMPOSTO     TO TRUE
                   MOVE WK-DATA-EXEC       TO LK-DCT-DATA-FIM
                   MOVE FD-EMP-TAXA-MENSAL TO LK-DCT-TAXA-MENSAL
                   CALL 'ALUNO148' USING LK-DCT-COM
                   IF LK-DCT-OK
                       COMPUTE WK-JUROS-PRO-RATA ROUNDED =
                               WK-SALDO-DEVEDOR * (LK-DCT-FATOR - 1)
                   END-IF
               END-IF
           END-IF.
           ADD WK-JUROS-PRO-RATA TO WK-SALDO-DEVEDOR.
      *
      *    ULTIMO ANIVERSARIO: O CONTRATO SOMADO DOS MESES
      *    ENTRE ELE E A RODADA, UM A MENOS SE CAIR DEPOIS
      *    DA RODADA (DIA LIMITADO AO FIM DO MES)
       236-ACHAR-ANIVERSARIO.
           MOVE WK-DATA-EXEC TO WK-DATA-AUX.
           COMPUTE WK-MESES-ANIV = WK-AUX-ANO * 12 + WK-AUX-MES.
           MOVE FD-EMP-DATA-CONTRATO TO WK-DATA-AUX.
           COMPUTE WK-MESES-ANIV = WK-MESES-ANIV
                                 - WK-AUX-ANO * 12 - WK-AUX-MES.
           SET LK-DCT-SOMAR-MESES TO TRUE.
           MOVE FD-EMP-DATA-CONTRATO TO LK-DCT-DATA-INICIO.
           MOVE WK-MESES-ANIV        TO LK-DCT-QTDE-MESES.
           CALL 'ALUNO148' USING LK-DCT-COM.
           IF LK-DCT-OK
            AND LK-DCT-DATA-FIM > WK-DATA-EXEC
               SUBTRACT 1 FROM LK-DCT-QTDE-MESES
               CALL 'ALUNO148' USING LK-DCT-COM
           END-IF.
       240-APLICAR-QUITACAO.
           MOVE WK-SALDO-DEVEDOR TO WK-LQ-SALDO.
           END-EVALUATE.
       250-LIQUIDAR-TOTAL.
           ADD 1 TO WK-TOT-LIQUIDADOS.
           ADD WK-JUROS-PRO-RATA TO WK-TOT-JUROS-PRO-RATA.
           MOVE WK-SALDO-DEVEDOR TO WK-LQ-PAGO.
           PERFORM 270-GERAR-DEBITO-SALDO.
           MOVE 'L' TO FD-EMP-SITUACAO.
      *
      *    AMORTIZACAO PARCIAL: O CONTRATO REABRE COM O
      *    SALDO REMANESCENTE NO PRAZO QUE FALTAVA E A NOVA
      *    PRESTACAO NO SISTEMA DO CONTRATO (NO SAC, A
      *    PRIMEIRA DO NOVO CRONOGRAMA; O ALUNO65 SEGUE
      *    RECALCULANDO AS SEGUINTES)
       260-AMORTIZAR-PARCIAL.
           ADD 1 TO WK-TOT-PARCIAIS.
           MOVE PED-TAB-VALOR(WK-IND-PED) TO WK-LQ-PAGO.
           MOVE WK-SALDO-NOVO      TO LK-AMT-PRINCIPAL.
           MOVE FD-EMP-TAXA-MENSAL TO LK-AMT-TAXA-MENSAL.
           MOVE WK-PRAZO-RESTANTE  TO LK-AMT-PRAZO.
           MOVE FD-EMP-SISTEMA     TO LK-AMT-SISTEMA.
           CALL 'ALUNO64' USING LK-AMT-COM.
           IF LK-AMT-OK
               PERFORM 275-GERAR-DEBITO-PARCIAL
               MOVE WK-PRAZO-RESTANTE TO FD-EMP-PRAZO
               MOVE ZEROS             TO FD-EMP-PARCELAS-FATUR
               MOVE LK-AMT-PRESTACAO  TO FD-EMP-PRESTACAO
               ADD WK-JUROS-PRO-RATA  TO WK-TOT-JUROS-PRO-RATA
               MOVE 'AMORTIZADO - NOVA PRESTACAO'
                    TO WK-LQ-SITUACAO
           ELSE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       500-APOIO SECTION.
       510-PROCURAR-BAIXADO-RCP.
           SET BAIXADO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-BXT FROM 1 BY 1
                   UNTIL WK-IND-BXT > WK-TOT-BAIXADOS
                   OR BAIXADO-ACHADO
               IF BXT-TAB-CODIGO(WK-IND-BXT) = FD-RCP-CODIGO
                AND BXT-TAB-CONTRATO(WK-IND-BXT) = FD-RCP-CONTRATO
                   SET BAIXADO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF BAIXADO-ACHADO
               SUBTRACT 1 FROM WK-IND-BXT
           END-IF.
       520-PROCURAR-BAIXADO-PED.
           SET BAIXADO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-BXT FROM 1 BY 1
                   UNTIL WK-IND-BXT > WK-TOT-BAIXADOS
                   OR BAIXADO-ACHADO
               IF BXT-TAB-CODIGO(WK-IND-BXT)
                        = PED-TAB-CODIGO(WK-IND-PED)
                AND BXT-TAB-CONTRATO(WK-IND-BXT)
                        = PED-TAB-CONTRATO(WK-IND-PED)
                   SET BAIXADO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF BAIXADO-ACHADO
               SUBTRACT 1 FROM WK-IND-BXT
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
               UNTIL WK-IND-PED > WK-TOT-PEDIDOS.
           DISPLAY 'CONTRATOS LIQUIDADOS   = ' WK-TOT-LIQUIDADOS.
           DISPLAY 'AMORTIZACOES PARCIAIS  = ' WK-TOT-PARCIAIS.
           DISPLAY 'RECUPERACOES DE BAIXADOS = '
                   WK-TOT-RECUPERADOS.
           DISPLAY 'PEDIDOS REJEITADOS     = ' WK-TOT-REJEITADOS.
           MOVE WK-TOT-JUROS-PRO-RATA TO WK-JUROS-EDIT.
           DISPLAY 'JUROS PRO RATA COBRADOS= ' WK-JUROS-EDIT
                   ' CONVENCAO ' WK-CONVENCAO.
           IF WK-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ARQ-EMPNOVO.
           CLOSE ARQ-LANCPAG.
           CLOSE ARQ-RELPAG.
           CLOSE ARQ-RECUPMOV.
      *
      *    PEDIDO SEM CONTRATO NO EMPREST: CONTRATO BAIXADO
      *    COMO PERDA VIRA RECUPERACAO
       905-CONFERIR-SOBRAS.
           IF PED-TAB-ATENDIDO(WK-IND-PED) = 'N'
               PERFORM 520-PROCURAR-BAIXADO-PED
           END-IF.
           IF PED-TAB-ATENDIDO(WK-IND-PED) = 'N'
            AND BAIXADO-ACHADO
               PERFORM 906-RECUPERAR-BAIXADO
           END-IF.
           IF PED-TAB-ATENDIDO(WK-IND-PED) = 'N'
               ADD 1 TO WK-TOT-REJEITADOS
               MOVE PED-TAB-CONTRATO(WK-IND-PED)
                    TO WK-LQ-SITUACAO
               WRITE REG-RELPAG FROM WK-LINHA-QUITACAO
           END-IF.
       906-RECUPERAR-BAIXADO.
           MOVE 'S' TO PED-TAB-ATENDIDO(WK-IND-PED).
           MOVE PED-TAB-CONTRATO(WK-IND-PED) TO WK-LQ-CONTRATO.
           MOVE PED-TAB-CODIGO(WK-IND-PED)   TO WK-LQ-CODIGO.
           MOVE BXT-TAB-ABERTO(WK-IND-BXT)   TO WK-LQ-SALDO.
           EVALUATE TRUE
               WHEN BXT-TAB-ABERTO(WK-IND-BXT) = ZEROS
                   ADD 1 TO WK-TOT-REJEITADOS
                   MOVE ZEROS TO WK-LQ-PAGO
                   MOVE 'REJEITADO - BAIXA JA RECUPERADA'
                        TO WK-LQ-SITUACAO
                   WRITE REG-RELPAG FROM WK-LINHA-QUITACAO
               WHEN PED-TAB-TIPO(WK-IND-PED) = 'T'
                   MOVE BXT-TAB-ABERTO(WK-IND-BXT) TO WK-VALOR-RECUP
                   PERFORM 907-GERAR-RECUPERACAO
               WHEN PED-TAB-TIPO(WK-IND-PED) = 'P'
                AND PED-TAB-VALOR(WK-IND-PED) > ZEROS
                AND PED-TAB-VALOR(WK-IND-PED)
                        <= BXT-TAB-ABERTO(WK-IND-BXT)
                   MOVE PED-TAB-VALOR(WK-IND-PED) TO WK-VALOR-RECUP
                   PERFORM 907-GERAR-RECUPERACAO
               WHEN OTHER
                   ADD 1 TO WK-TOT-REJEITADOS
                   MOVE ZEROS TO WK-LQ-PAGO
                   MOVE 'REJEITADO - VALOR INVALIDO'
                        TO WK-LQ-SITUACAO
                   WRITE REG-RELPAG FROM WK-LINHA-QUITACAO
           END-EVALUATE.
      *
      *    O DEBITO NA CONTA E O DA QUITACAO; O RECEBIMENTO
      *    NAO ABATE CONTRATO ATIVO, VAI PARA RECUPERACAO
       907-GERAR-RECUPERACAO.
           ADD 1 TO WK-TOT-RECUPERADOS.
           MOVE SPACES           TO REG-LANCAM.
           MOVE PED-TAB-CODIGO(WK-IND-PED) TO FD-LAN-CODIGO.
           MOVE 'D'              TO FD-LAN-TIPO.
           MOVE WK-VALOR-RECUP   TO FD-LAN-VALOR.
           PERFORM 280-PROXIMA-NOTA.
           MOVE 'C'              TO FD-LAN-CONTA.
           MOVE WK-DATA-EXEC     TO FD-LAN-DATA.
           MOVE ZEROS            TO FD-LAN-NOTA-ORIG.
           MOVE ZEROS            TO FD-LAN-AGENCIA.
           MOVE 'I'              TO FD-LAN-CANAL.
           MOVE BXT-TAB-EMPRESA(WK-IND-BXT) TO FD-LAN-EMPRESA.
           WRITE REG-LANCAM.
           MOVE SPACES           TO REG-RECUPER.
           MOVE PED-TAB-CODIGO(WK-IND-PED)   TO FD-RCP-CODIGO.
           MOVE PED-TAB-CONTRATO(WK-IND-PED) TO FD-RCP-CONTRATO.
           MOVE WK-DATA-EXEC     TO FD-RCP-DATA.
           MOVE WK-VALOR-RECUP   TO FD-RCP-VALOR.
           MOVE FD-LAN-NOTA      TO FD-RCP-NOTA.
           MOVE BXT-TAB-EMPRESA(WK-IND-BXT) TO FD-RCP-EMPRESA.
           WRITE REG-RECUPER.
           SUBTRACT WK-VALOR-RECUP FROM BXT-TAB-ABERTO(WK-IND-BXT).
           MOVE WK-VALOR-RECUP   TO WK-LQ-PAGO.
           MOVE 'RECUPERADO - CONTRATO BAIXADO'
                TO WK-LQ-SITUACAO.
           WRITE REG-RELPAG FROM WK-LINHA-QUITACAO.
      ***************************************
       940-GRAVAR-NOTACTL.
           OPEN OUTPUT ARQ-NOTACTL.
