      *    COMO DEBITO LANCAM EM CONTA CORRENTE (FAIXA  *
      *    DE NOTA 800000+), DE MODO QUE A COBRANCA     *
      *    FLUI PELO BALANCE LINE DO ALUNO09 E APARECE  *
      *    NO EXTRATO. A PRESTACAO VEM DO ALUNO64: NA   *
      *    PRICE E CALCULADA NA PRIMEIRA COBRANCA E     *
      *    FICA GRAVADA NO CONTRATO; NO SAC E A PARCELA *
      *    DO MES (JUROS + AMORTIZACAO DO CRONOGRAMA),  *
      *    RECALCULADA A CADA COBRANCA; CONTRATO COM    *
      *    TODAS AS PARCELAS FATURADAS E LIQUIDADO.     *
      *    PARCELA RECUSADA POR LIMITE NA RODADA        *
      *    ANTERIOR (ARQUIVO RECUSAS) E DEVOLVIDA AO    *
      *    CONTRATO E REFATURADA NESTA COBRANCA; A      *
      *    ULTIMA NOTA EMITIDA PERSISTE NO ARQUIVO      *
      *    NOTACTL PARA A NUMERACAO NAO REPETIR ENTRE   *
      *    EXECUCOES. CONTRATO CONSIGNADO NAO E         *
      *    FATURADO EM CONTA: AVANCA PELAS PARCELAS     *
      *    DESCONTADAS NA FOLHA DESDE A ULTIMA          *
      *    COBRANCA (ARQUIVO DESCCSG DO ALUNO96,        *
      *    CONSUMIDO AQUI); SEM DESCONTO NO PERIODO     *
      *    SAI NO RELATORIO PARA A RETAGUARDA           *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-RELEMP.
           SELECT ARQ-RECUSAS  ASSIGN TO RECUSAS
               FILE STATUS IS WK-FS-RECUSAS.
           SELECT ARQ-DESCCSG  ASSIGN TO DESCCSG
               FILE STATUS IS WK-FS-DESCCSG.
           SELECT ARQ-NOTACTL  ASSIGN TO NOTACTL
               FILE STATUS IS WK-FS-NOTACTL.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
           COPY EMPREST.
       FD   ARQ-EMPNOVO
            RECORDING MODE IS F.
       01  REG-EMPNOVO              PIC X(60).
       FD   ARQ-LANCEMP
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-RECUSAS
            RECORDING MODE IS F.
           COPY SUSPLAN.
       FD   ARQ-DESCCSG
            RECORDING MODE IS F.
           COPY DESCCSG.
       FD   ARQ-NOTACTL
            RECORDING MODE IS F.
       01  REG-NOTACTL.
       77  WK-FS-LANCEMP     PIC XX             VALUE SPACES.
       77  WK-FS-RELEMP      PIC XX             VALUE SPACES.
       77  WK-FS-RECUSAS     PIC XX             VALUE SPACES.
       77  WK-FS-DESCCSG     PIC XX             VALUE SPACES.
       77  WK-FS-NOTACTL     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(7)           VALUE ZEROS.
       77  WK-TOT-COBRADAS   PIC 9(5)           VALUE ZEROS.
       77  WK-TOT-LIQUIDADOS PIC 9(5)           VALUE ZEROS.
       77  WK-TOT-REPROGRAM  PIC 9(5)           VALUE ZEROS.
       77  WK-TOT-DESCONTADAS PIC 9(5)          VALUE ZEROS.
       77  WK-TOT-SEM-DESC   PIC 9(5)           VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-PROXIMA-NOTA   PIC 9(6)           VALUE 800000.
           88 RECUSA-ACHADA                     VALUE 'S'.
           88 RECUSA-NAO-ACHADA                 VALUE 'N'.
      *
      *    PARCELAS DE CONSIGNADO DESCONTADAS NA FOLHA DESDE A
      *    ULTIMA COBRANCA, ACUMULADAS POR CONTRATO
       01  TABELA-DESCONTOS.
           05 DSC-ENTRADA            OCCURS 1000 TIMES.
              10 DSC-TAB-CODIGO      PIC 9(5).
              10 DSC-TAB-CONTRATO    PIC 9(6).
              10 DSC-TAB-QTDE        PIC 9(3).
              10 DSC-TAB-VALOR       PIC 9(9)V99.
       77  WK-TOT-DESCONTOS  PIC 9(4)           VALUE ZEROS.
       77  WK-IND-DSC        PIC 9(4)           VALUE ZEROS.
       77  WK-QTDE-APLICAR   PIC 9(3)           VALUE ZEROS.
       77  WK-DSC-CODIGO     PIC 9(5)           VALUE ZEROS.
       77  WK-DSC-CONTRATO   PIC 9(6)           VALUE ZEROS.
       77  WK-ACHOU-DSC      PIC X              VALUE 'N'.
           88 DESCONTO-ACHADO                   VALUE 'S'.
           88 DESCONTO-NAO-ACHADO               VALUE 'N'.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
       01  WK-LINHA-COBRANCA.
           05 WK-LC-VALOR          PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 WK-LC-OBS            PIC X(16)   VALUE SPACES.
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
           END-EVALUATE.
           PERFORM 110-CARREGAR-RECUSAS.
           PERFORM 120-LER-ULTIMA-NOTA.
           PERFORM 130-CARREGAR-DESCONTOS.
           PERFORM 301-LER-EMPREST.
      *
      *    PARCELAS DE EMPRESTIMO (FAIXA 800000+) RECUSADAS
                   DISPLAY 'ARQUIVO NOTACTL NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO DA FAIXA'
           END-EVALUATE.
      *
      *    DESCONTOS EM FOLHA DE CONSIGNADO GRAVADOS PELO
      *    ALUNO96 DESDE A ULTIMA COBRANCA: ACUMULADOS POR
      *    CONTRATO PARA AVANCAR AS PARCELAS
       130-CARREGAR-DESCONTOS.
           OPEN INPUT ARQ-DESCCSG.
           EVALUATE WK-FS-DESCCSG
               WHEN '00'
                   PERFORM 133-LER-DESCONTOS
                   PERFORM 131-ANOTAR-DESCONTO
                       UNTIL WK-FS-DESCCSG = '10'
                   CLOSE ARQ-DESCCSG
               WHEN OTHER
                   DISPLAY 'ARQUIVO DESCCSG NAO ENCONTRADO - '
                           'CONSIGNADOS SEM DESCONTO EM FOLHA'
           END-EVALUATE.
       131-ANOTAR-DESCONTO.
           MOVE FD-DSC-CODIGO   TO WK-DSC-CODIGO.
           MOVE FD-DSC-CONTRATO TO WK-DSC-CONTRATO.
           PERFORM 510-PROCURAR-DESCONTO.
           IF DESCONTO-NAO-ACHADO
               IF WK-TOT-DESCONTOS >= 1000
                   DISPLAY 'TABELA DE DESCONTOS CHEIA (MAXIMO 1000 '
                           'CONTRATOS) - COBRANCA ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-DESCONTOS
               MOVE WK-TOT-DESCONTOS TO WK-IND-DSC
               MOVE WK-DSC-CODIGO   TO DSC-TAB-CODIGO(WK-IND-DSC)
               MOVE WK-DSC-CONTRATO TO DSC-TAB-CONTRATO(WK-IND-DSC)
               MOVE ZEROS TO DSC-TAB-QTDE(WK-IND-DSC)
               MOVE ZEROS TO DSC-TAB-VALOR(WK-IND-DSC)
           END-IF.
           ADD 1 TO DSC-TAB-QTDE(WK-IND-DSC).
           ADD FD-DSC-VALOR TO DSC-TAB-VALOR(WK-IND-DSC).
           PERFORM 133-LER-DESCONTOS.
       133-LER-DESCONTOS.
           READ ARQ-DESCCSG
               AT END
                   MOVE '10' TO WK-FS-DESCCSG
           END-READ.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF EMP-CONSIGNADO
               IF EMP-SIT-ATIVO
                AND FD-EMP-PARCELAS-FATUR < FD-EMP-PRAZO
                   PERFORM 240-APLICAR-DESCONTOS
               END-IF
           ELSE
               PERFORM 205-DEVOLVER-RECUSAS
               IF EMP-SIT-ATIVO
                AND FD-EMP-PARCELAS-FATUR < FD-EMP-PRAZO
                   PERFORM 210-COBRAR-PARCELA
               END-IF
           END-IF.
           WRITE REG-EMPNOVO FROM REG-EMPREST.
           PERFORM 301-LER-EMPREST.
           END-IF.
       210-COBRAR-PARCELA.
           IF FD-EMP-PRESTACAO = ZEROS
            OR EMP-SIS-SAC
               PERFORM 220-CALCULAR-PRESTACAO
           END-IF.
           MOVE SPACES              TO REG-LANCAM.
           WRITE REG-RELEMP FROM WK-LINHA-COBRANCA.
      *
      *    NA PRIMEIRA COBRANCA A PRESTACAO DA PRICE E
      *    CALCULADA PELO ALUNO64 E GRAVADA NO CONTRATO.
      *    NO SAC A PARCELA MUDA TODO MES: VALE JUROS MAIS
      *    AMORTIZACAO DA PROXIMA PARCELA DO CRONOGRAMA
       220-CALCULAR-PRESTACAO.
           MOVE FD-EMP-PRINCIPAL   TO LK-AMT-PRINCIPAL.
           MOVE FD-EMP-TAXA-MENSAL TO LK-AMT-TAXA-MENSAL.
           MOVE FD-EMP-PRAZO       TO LK-AMT-PRAZO.
           MOVE FD-EMP-SISTEMA     TO LK-AMT-SISTEMA.
           CALL 'ALUNO64' USING LK-AMT-COM.
           IF LK-AMT-OK
               IF EMP-SIS-SAC
                   COMPUTE FD-EMP-PRESTACAO =
                       LK-AMT-JUROS(FD-EMP-PARCELAS-FATUR + 1)
                     + LK-AMT-AMORT(FD-EMP-PARCELAS-FATUR + 1)
               ELSE
                   MOVE LK-AMT-PRESTACAO TO FD-EMP-PRESTACAO
               END-IF
           ELSE
               DISPLAY 'CONTRATO ' FD-EMP-CONTRATO
                       ' COM DADOS INVALIDOS - NAO COBRADO'
           END-IF.
           ADD 1 TO WK-PROXIMA-NOTA.
           MOVE WK-PROXIMA-NOTA TO FD-LAN-NOTA.
      *
      *    CONSIGNADO: AS PARCELAS RETIDAS NA FOLHA ENTRAM
      *    COMO FATURADAS (SEM DEBITO EM CONTA); SEM
      *    DESCONTO NO PERIODO O CONTRATO SO E LISTADO
       240-APLICAR-DESCONTOS.
           MOVE FD-EMP-CODIGO   TO WK-DSC-CODIGO.
           MOVE FD-EMP-CONTRATO TO WK-DSC-CONTRATO.
           PERFORM 510-PROCURAR-DESCONTO.
           IF DESCONTO-ACHADO
               PERFORM 245-AVANCAR-CONTRATO
           ELSE
               ADD 1 TO WK-TOT-SEM-DESC
               MOVE FD-EMP-CONTRATO       TO WK-LC-CONTRATO
               MOVE FD-EMP-CODIGO         TO WK-LC-CODIGO
               MOVE FD-EMP-PARCELAS-FATUR TO WK-LC-PARCELA
               MOVE FD-EMP-PRAZO          TO WK-LC-PRAZO
               MOVE ZEROS                 TO WK-LC-VALOR
               MOVE 'SEM DESC FOLHA'      TO WK-LC-OBS
               WRITE REG-RELEMP FROM WK-LINHA-COBRANCA
           END-IF.
       245-AVANCAR-CONTRATO.
           IF FD-EMP-PRESTACAO = ZEROS
            AND NOT EMP-SIS-SAC
               PERFORM 220-CALCULAR-PRESTACAO
           END-IF.
           COMPUTE WK-QTDE-APLICAR =
               FD-EMP-PRAZO - FD-EMP-PARCELAS-FATUR.
           IF DSC-TAB-QTDE(WK-IND-DSC) < WK-QTDE-APLICAR
               MOVE DSC-TAB-QTDE(WK-IND-DSC) TO WK-QTDE-APLICAR
           END-IF.
           ADD WK-QTDE-APLICAR TO FD-EMP-PARCELAS-FATUR.
           ADD WK-QTDE-APLICAR TO WK-TOT-DESCONTADAS.
           SUBTRACT WK-QTDE-APLICAR FROM DSC-TAB-QTDE(WK-IND-DSC).
           MOVE 'DESCONTO FOLHA' TO WK-LC-OBS.
           IF FD-EMP-PARCELAS-FATUR = FD-EMP-PRAZO
               MOVE 'L' TO FD-EMP-SITUACAO
               ADD 1 TO WK-TOT-LIQUIDADOS
               MOVE 'CONTRATO QUITADO' TO WK-LC-OBS
           END-IF.
           MOVE FD-EMP-CONTRATO       TO WK-LC-CONTRATO.
           MOVE FD-EMP-CODIGO         TO WK-LC-CODIGO.
           MOVE FD-EMP-PARCELAS-FATUR TO WK-LC-PARCELA.
           MOVE FD-EMP-PRAZO          TO WK-LC-PRAZO.
           MOVE DSC-TAB-VALOR(WK-IND-DSC) TO WK-LC-VALOR.
           WRITE REG-RELEMP FROM WK-LINHA-COBRANCA.
      ***************************************
       300-LER-EMPREST SECTION.
       301-LER-EMPREST.
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       500-APOIO SECTION.
       510-PROCURAR-DESCONTO.
           SET DESCONTO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-DSC FROM 1 BY 1
                   UNTIL WK-IND-DSC > WK-TOT-DESCONTOS
                   OR DESCONTO-ACHADO
               IF DSC-TAB-CODIGO(WK-IND-DSC) = WK-DSC-CODIGO
                AND DSC-TAB-CONTRATO(WK-IND-DSC) = WK-DSC-CONTRATO
                   SET DESCONTO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF DESCONTO-ACHADO
               SUBTRACT 1 FROM WK-IND-DSC
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'PARCELAS COBRADAS     = ' WK-TOT-COBRADAS.
           DISPLAY 'PARCELAS DEVOLVIDAS   = ' WK-TOT-REPROGRAM.
           DISPLAY 'CONTRATOS LIQUIDADOS  = ' WK-TOT-LIQUIDADOS.
           DISPLAY 'PARCELAS DESC. FOLHA  = ' WK-TOT-DESCONTADAS.
           DISPLAY 'CONSIGNADOS SEM DESC. = ' WK-TOT-SEM-DESC.
           PERFORM 905-CONFERIR-SOBRAS
               VARYING WK-IND-REC FROM 1 BY 1
               UNTIL WK-IND-REC > WK-TOT-RECUSAS.
           PERFORM 906-CONFERIR-DESCONTOS
               VARYING WK-IND-DSC FROM 1 BY 1
               UNTIL WK-IND-DSC > WK-TOT-DESCONTOS.
           PERFORM 940-GRAVAR-NOTACTL.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-EMPREST.
                       REC-TAB-CODIGO(WK-IND-REC)
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
      *    DESCONTO RETIDO SEM CONTRATO CONSIGNADO ATIVO QUE O
      *    ABSORVA (CONTRATO BAIXADO, RENEGOCIADO OU JA
      *    QUITADO) E VALOR A DEVOLVER PELA RETAGUARDA
       906-CONFERIR-DESCONTOS.
           IF DSC-TAB-QTDE(WK-IND-DSC) > ZEROS
               DISPLAY 'DESCONTO EM FOLHA SEM PARCELA A PAGAR - '
                       'CONTRATO ' DSC-TAB-CONTRATO(WK-IND-DSC)
                       ' CLIENTE ' DSC-TAB-CODIGO(WK-IND-DSC)
               MOVE 4 TO RETURN-CODE
           END-IF.
      ***************************************
       940-GRAVAR-NOTACTL.
           OPEN OUTPUT ARQ-NOTACTL.
