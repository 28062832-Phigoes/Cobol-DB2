      *    HEADER; LOTE QUE NAO FECHA E REJEITADO       *
      *    INTEIRO COM RELATORIO. O LOTE LIMPO VIRA     *
      *    CREDITOS NO LAYOUT LANCAM PARA A MESCLA      *
      *    SORTLAN. ANTES DO CREDITO, A PRESTACAO DO    *
      *    MES DOS CONTRATOS CONSIGNADOS DO EMPREGADO   *
      *    NO CONVENIO DA EMPRESA E RETIDA NA FONTE,    *
      *    ATE A MARGEM CONSIGNAVEL (PARAMETRO          *
      *    MARGEM-CONSIG DO ALUNO46 OU CARTAO SYSIN,    *
      *    PERCENTUAL DO CREDITO, PADRAO 35); O CREDITO *
      *    SAI LIQUIDO E O DESCONTO VAI PARA O ARQUIVO  *
      *    DE PENDENTES QUE O ALUNO65 APLICA AO         *
      *    CONTRATO. O RELCSG LISTA OS DESCONTOS, AS    *
      *    PARCELAS SEM MARGEM E OS EMPREGADOS COM      *
      *    CONSIGNADO ABERTO QUE SAIRAM DA FOLHA. CADA  *
      *    CREDITO GERADO GRAVA O EVENTO DE CAPTACAO NO *
      *    RASTRO DOS LANCAMENTOS (ALUNO175)            *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-LANCFOL.
           SELECT ARQ-RELFOL   ASSIGN TO RELFOL
               FILE STATUS IS WK-FS-RELFOL.
           SELECT ARQ-EMPREST  ASSIGN TO EMPREST
               FILE STATUS IS WK-FS-EMPREST.
           SELECT ARQ-DESCCSG  ASSIGN TO DESCCSG
               FILE STATUS IS WK-FS-DESCCSG.
           SELECT ARQ-RELCSG   ASSIGN TO RELCSG
               FILE STATUS IS WK-FS-RELCSG.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
           SELECT ARQ-RASTRO   ASSIGN TO RASTRO
               FILE STATUS IS WK-FS-RASTRO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-RELFOL
            RECORDING MODE IS F.
       01  REG-RELFOL               PIC X(80).
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-DESCCSG
            RECORDING MODE IS F.
           COPY DESCCSG.
       FD   ARQ-RELCSG
            RECORDING MODE IS F.
       01  REG-RELCSG               PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       FD   ARQ-RASTRO
            RECORDING MODE IS F.
           COPY RASTRO.
       WORKING-STORAGE SECTION.
       77  WK-FS-FOLHAPAG    PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-LANCFOL     PIC XX             VALUE SPACES.
       77  WK-FS-RELFOL      PIC XX             VALUE SPACES.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-DESCCSG     PIC XX             VALUE SPACES.
       77  WK-FS-RELCSG      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-FS-RASTRO      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DETALHES   PIC 9(06)          VALUE ZEROS.
       77  WK-TOT-ERROS      PIC 9(05)          VALUE ZEROS.
       77  WK-HDR-DATA       PIC 9(8)           VALUE ZEROS.
       77  WK-HDR-QTDE       PIC 9(6)           VALUE ZEROS.
       77  WK-HDR-TOTAL      PIC 9(13)V99       VALUE ZEROS.
       77  WK-PARM-MARGEM    PIC 9(03)          VALUE ZEROS.
       77  WK-VALOR-MARGEM   PIC 9(6)V99        VALUE ZEROS.
       77  WK-VALOR-DESCONTO PIC 9(6)V99        VALUE ZEROS.
       77  WK-TOT-DESCONTADAS PIC 9(05)         VALUE ZEROS.
       77  WK-TOT-SEM-MARGEM PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-FORA-FOLHA PIC 9(05)          VALUE ZEROS.
       77  WK-SOMA-DESCONTOS PIC 9(13)V99       VALUE ZEROS.
      *
      *    O LOTE INTEIRO E GUARDADO E SO POSTA DEPOIS DE
      *    TODAS AS CRITICAS PASSAREM
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    CONTRATOS CONSIGNADOS ATIVOS NO CONVENIO DA
      *    EMPRESA DO LOTE, COM A PARCELA A DESCONTAR
      *    (FATURADAS + DESCONTOS AINDA PENDENTES + 1)
       01  TABELA-CONSIGNADOS.
           05 CSG-ENTRADA            OCCURS 1000 TIMES.
              10 CSG-TAB-CODIGO      PIC 9(5).
              10 CSG-TAB-CONTRATO    PIC 9(6).
              10 CSG-TAB-PRINCIPAL   PIC 9(7)V99.
              10 CSG-TAB-TAXA        PIC 9(2)V9(4).
              10 CSG-TAB-PRAZO       PIC 9(3).
              10 CSG-TAB-SISTEMA     PIC X(01).
              10 CSG-TAB-PRESTACAO   PIC 9(7)V99.
              10 CSG-TAB-PARCELA     PIC 9(3).
              10 CSG-TAB-PENDENTES   PIC 9(3).
              10 CSG-TAB-SITUACAO    PIC X(01).
                 88 CSG-A-DESCONTAR             VALUE ' '.
                 88 CSG-JA-DESCONTADO           VALUE 'J'.
                 88 CSG-SEM-PARCELA             VALUE 'Q'.
                 88 CSG-DESCONTADO              VALUE 'D'.
                 88 CSG-SEM-MARGEM              VALUE 'M'.
              10 CSG-TAB-NA-FOLHA    PIC X(01).
                 88 CSG-NA-FOLHA                VALUE 'S'.
       77  WK-TOT-CSG        PIC 9(04)          VALUE ZEROS.
       77  WK-IND-CSG        PIC 9(04)          VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO64 (PRICE/SAC)
           COPY AMORTCAL.
      *
      *    AREA DE COMUNICACAO COM O ALUNO46 (PARAMETROS)
           COPY PARMSRV.
      *
       01  WK-LINHA-ERRO.
           05 FILLER               PIC X(08)     VALUE 'DETALHE '.
           05 FILLER               PIC X(09)     VALUE ' MOTIVO: '.
           05 WK-LE-MOTIVO         PIC X(35)     VALUE SPACES.
           05 FILLER               PIC X(08)     VALUE SPACES.
      *
       01  WK-LINHA-CONSIG.
           05 FILLER               PIC X(09)   VALUE 'CONTRATO '.
           05 WK-LCS-CONTRATO      PIC 9(6).
           05 FILLER               PIC X(09)   VALUE ' CLIENTE '.
           05 WK-LCS-CODIGO        PIC 9(5).
           05 FILLER               PIC X(06)   VALUE ' PARC '.
           05 WK-LCS-PARCELA       PIC ZZ9.
           05 FILLER               PIC X(01)   VALUE '/'.
           05 WK-LCS-PRAZO         PIC ZZ9.
           05 FILLER               PIC X(07)   VALUE ' VALOR '.
           05 WK-LCS-VALOR         PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 WK-LCS-OBS           PIC X(20)   VALUE SPACES.
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
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO96' TO LK-PRM-PROGRAMA.
           MOVE 'MARGEM-CONSIG' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:3) TO WK-PARM-MARGEM
           ELSE
               ACCEPT WK-PARM-MARGEM FROM SYSIN
           END-IF.
           IF WK-PARM-MARGEM NOT NUMERIC
            OR WK-PARM-MARGEM = ZEROS
            OR WK-PARM-MARGEM > 100
               MOVE 35 TO WK-PARM-MARGEM
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-FOLHAPAG.
           OPEN OUTPUT ARQ-LANCFOL.
           OPEN OUTPUT ARQ-RELFOL.
           OPEN OUTPUT ARQ-RELCSG.
           OPEN EXTEND ARQ-RASTRO.
           EVALUATE WK-FS-FOLHAPAG
               WHEN '00'
                   CONTINUE
                   CONTINUE
           END-EVALUATE.
           IF WK-TOT-ERROS = ZEROS
               PERFORM 602-CARREGAR-CONSIGNADOS
               PERFORM 605-CARREGAR-PENDENTES
               PERFORM 608-CALCULAR-PARCELA
                   VARYING WK-IND-CSG FROM 1 BY 1
                   UNTIL WK-IND-CSG > WK-TOT-CSG
               OPEN EXTEND ARQ-DESCCSG
               PERFORM 610-POSTAR-CREDITO
                   VARYING WK-IND-CRE FROM 1 BY 1
                   UNTIL WK-IND-CRE > WK-TOT-DETALHES
               CLOSE ARQ-DESCCSG
               PERFORM 630-LISTAR-FORA-FOLHA
                   VARYING WK-IND-CSG FROM 1 BY 1
                   UNTIL WK-IND-CSG > WK-TOT-CSG
           ELSE
               DISPLAY 'LOTE DE FOLHA REJEITADO INTEIRO - '
                       WK-TOT-ERROS ' ERRO(S)'
           END-IF.
      *
      *    CONTRATOS CONSIGNADOS DO CONVENIO DA EMPRESA DO
      *    LOTE AINDA COM PARCELA A PAGAR. SEM O MESTRE NAO
      *    HA COMO RETER A PRESTACAO: O LOTE NAO E POSTADO
       602-CARREGAR-CONSIGNADOS.
           OPEN INPUT ARQ-EMPREST.
           IF WK-FS-EMPREST NOT = '00'
               DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO - LOTE '
                       'NAO POSTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 604-LER-EMPREST.
           PERFORM 603-AVALIAR-CONTRATO
               UNTIL WK-FS-EMPREST = '10'.
           CLOSE ARQ-EMPREST.
       603-AVALIAR-CONTRATO.
           IF EMP-CONSIGNADO
            AND EMP-SIT-ATIVO
            AND FD-EMP-CONVENIO = WK-HDR-EMPRESA
            AND FD-EMP-PARCELAS-FATUR < FD-EMP-PRAZO
               IF WK-TOT-CSG >= 1000
                   DISPLAY 'TABELA DE CONSIGNADOS CHEIA (MAXIMO '
                           '1000 REGISTROS) - INTAKE ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-CSG
               MOVE FD-EMP-CODIGO   TO CSG-TAB-CODIGO(WK-TOT-CSG)
               MOVE FD-EMP-CONTRATO TO CSG-TAB-CONTRATO(WK-TOT-CSG)
               MOVE FD-EMP-PRINCIPAL
                    TO CSG-TAB-PRINCIPAL(WK-TOT-CSG)
               MOVE FD-EMP-TAXA-MENSAL
                    TO CSG-TAB-TAXA(WK-TOT-CSG)
               MOVE FD-EMP-PRAZO    TO CSG-TAB-PRAZO(WK-TOT-CSG)
               MOVE FD-EMP-SISTEMA  TO CSG-TAB-SISTEMA(WK-TOT-CSG)
               MOVE FD-EMP-PRESTACAO
                    TO CSG-TAB-PRESTACAO(WK-TOT-CSG)
               MOVE FD-EMP-PARCELAS-FATUR
                    TO CSG-TAB-PARCELA(WK-TOT-CSG)
               MOVE ZEROS TO CSG-TAB-PENDENTES(WK-TOT-CSG)
               MOVE SPACE TO CSG-TAB-SITUACAO(WK-TOT-CSG)
               MOVE 'N'   TO CSG-TAB-NA-FOLHA(WK-TOT-CSG)
           END-IF.
           PERFORM 604-LER-EMPREST.
       604-LER-EMPREST.
           READ ARQ-EMPREST
               AT END
                   MOVE '10' TO WK-FS-EMPREST
           END-READ.
      *
      *    DESCONTOS DE FOLHAS ANTERIORES AINDA NAO APLICADOS
      *    PELO ALUNO65 CONTAM COMO PARCELAS PAGAS; CONTRATO
      *    JA DESCONTADO EM FOLHA DO MESMO MES NAO E
      *    DESCONTADO DE NOVO
       605-CARREGAR-PENDENTES.
           OPEN INPUT ARQ-DESCCSG.
           IF WK-FS-DESCCSG = '00'
               PERFORM 607-LER-PENDENTES
               PERFORM 606-AVALIAR-PENDENTE
                   UNTIL WK-FS-DESCCSG = '10'
               CLOSE ARQ-DESCCSG
           END-IF.
       606-AVALIAR-PENDENTE.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CSG FROM 1 BY 1
                   UNTIL WK-IND-CSG > WK-TOT-CSG
                   OR ITEM-ACHADO
               IF CSG-TAB-CODIGO(WK-IND-CSG) = FD-DSC-CODIGO
                AND CSG-TAB-CONTRATO(WK-IND-CSG) = FD-DSC-CONTRATO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-CSG
               ADD 1 TO CSG-TAB-PENDENTES(WK-IND-CSG)
               IF FD-DSC-DATA(1:6) = WK-HDR-DATA(1:6)
                   SET CSG-JA-DESCONTADO(WK-IND-CSG) TO TRUE
               END-IF
           END-IF.
           PERFORM 607-LER-PENDENTES.
       607-LER-PENDENTES.
           READ ARQ-DESCCSG
               AT END
                   MOVE '10' TO WK-FS-DESCCSG
           END-READ.
      *
      *    PRESTACAO DA PARCELA A DESCONTAR PELO ALUNO64: NA
      *    PRICE A FIXA (A GRAVADA NO CONTRATO, SE HOUVER);
      *    NO SAC JUROS MAIS AMORTIZACAO DA PROPRIA PARCELA
       608-CALCULAR-PARCELA.
           ADD CSG-TAB-PENDENTES(WK-IND-CSG) 1
               TO CSG-TAB-PARCELA(WK-IND-CSG).
           IF CSG-TAB-PARCELA(WK-IND-CSG) > CSG-TAB-PRAZO(WK-IND-CSG)
               SET CSG-SEM-PARCELA(WK-IND-CSG) TO TRUE
           END-IF.
           IF CSG-A-DESCONTAR(WK-IND-CSG)
            AND (CSG-TAB-PRESTACAO(WK-IND-CSG) = ZEROS
                 OR CSG-TAB-SISTEMA(WK-IND-CSG) = 'S')
               MOVE CSG-TAB-PRINCIPAL(WK-IND-CSG)
                    TO LK-AMT-PRINCIPAL
               MOVE CSG-TAB-TAXA(WK-IND-CSG) TO LK-AMT-TAXA-MENSAL
               MOVE CSG-TAB-PRAZO(WK-IND-CSG) TO LK-AMT-PRAZO
               MOVE CSG-TAB-SISTEMA(WK-IND-CSG) TO LK-AMT-SISTEMA
               CALL 'ALUNO64' USING LK-AMT-COM
               IF LK-AMT-ERRO
                   DISPLAY 'CONTRATO ' CSG-TAB-CONTRATO(WK-IND-CSG)
                           ' COM DADOS INVALIDOS - INTAKE ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF CSG-TAB-SISTEMA(WK-IND-CSG) = 'S'
                   COMPUTE CSG-TAB-PRESTACAO(WK-IND-CSG) =
                       LK-AMT-JUROS(CSG-TAB-PARCELA(WK-IND-CSG))
                     + LK-AMT-AMORT(CSG-TAB-PARCELA(WK-IND-CSG))
               ELSE
                   MOVE LK-AMT-PRESTACAO
                        TO CSG-TAB-PRESTACAO(WK-IND-CSG)
               END-IF
           END-IF.
      *
      *    O CREDITO SAI LIQUIDO DA PRESTACAO RETIDA; COM A
      *    MARGEM EM 100 PCT O CREDITO PODE ZERAR E NAO SAI
       610-POSTAR-CREDITO.
           PERFORM 620-DESCONTAR-CONSIGNADO.
           IF WK-VALOR-DESCONTO < CRE-TAB-VALOR(WK-IND-CRE)
               PERFORM 615-GRAVAR-CREDITO
           END-IF.
       615-GRAVAR-CREDITO.
           MOVE SPACES          TO REG-LANCAM.
           MOVE CRE-TAB-CODIGO(WK-IND-CRE) TO FD-LAN-CODIGO.
           MOVE 'C'             TO FD-LAN-TIPO.
           COMPUTE FD-LAN-VALOR = CRE-TAB-VALOR(WK-IND-CRE)
                                - WK-VALOR-DESCONTO.
           MOVE CRE-TAB-NOTA(WK-IND-CRE)   TO FD-LAN-NOTA.
           MOVE 'C'             TO FD-LAN-CONTA.
           MOVE WK-HDR-DATA     TO FD-LAN-DATA.
           MOVE 'I'             TO FD-LAN-CANAL.
           MOVE WK-HDR-EMPRESA  TO FD-LAN-EMPRESA.
           WRITE REG-LANCAM.
           PERFORM 940-GRAVAR-RASTRO.
           ADD 1 TO WK-TOT-POSTADOS.
      *
      *    AS PARCELAS DOS CONTRATOS DO EMPREGADO SAO RETIDAS
      *    NA ORDEM DO MESTRE ENQUANTO COUBEREM NA MARGEM;
      *    A QUE NAO CABE FICA PARA A RETAGUARDA
       620-DESCONTAR-CONSIGNADO.
           MOVE ZEROS TO WK-VALOR-DESCONTO.
           COMPUTE WK-VALOR-MARGEM =
               CRE-TAB-VALOR(WK-IND-CRE) * WK-PARM-MARGEM / 100.
           PERFORM 621-DESCONTAR-PARCELA
               VARYING WK-IND-CSG FROM 1 BY 1
               UNTIL WK-IND-CSG > WK-TOT-CSG.
       621-DESCONTAR-PARCELA.
           IF CSG-TAB-CODIGO(WK-IND-CSG) = CRE-TAB-CODIGO(WK-IND-CRE)
               MOVE 'S' TO CSG-TAB-NA-FOLHA(WK-IND-CSG)
               IF CSG-A-DESCONTAR(WK-IND-CSG)
                   IF WK-VALOR-DESCONTO + CSG-TAB-PRESTACAO(WK-IND-CSG)
                      > WK-VALOR-MARGEM
                       SET CSG-SEM-MARGEM(WK-IND-CSG) TO TRUE
                       ADD 1 TO WK-TOT-SEM-MARGEM
                       MOVE 'SEM MARGEM NA FOLHA' TO WK-LCS-OBS
                   ELSE
                       PERFORM 622-GRAVAR-DESCONTO
                       MOVE 'DESCONTADO NA FOLHA' TO WK-LCS-OBS
                   END-IF
                   PERFORM 640-GRAVAR-LINHA-CSG
               END-IF
           END-IF.
       622-GRAVAR-DESCONTO.
           SET CSG-DESCONTADO(WK-IND-CSG) TO TRUE.
           ADD CSG-TAB-PRESTACAO(WK-IND-CSG) TO WK-VALOR-DESCONTO.
           MOVE SPACES          TO REG-DESCCSG.
           MOVE CSG-TAB-CODIGO(WK-IND-CSG)    TO FD-DSC-CODIGO.
           MOVE CSG-TAB-CONTRATO(WK-IND-CSG)  TO FD-DSC-CONTRATO.
           MOVE WK-HDR-EMPRESA  TO FD-DSC-CONVENIO.
           MOVE CSG-TAB-PARCELA(WK-IND-CSG)   TO FD-DSC-PARCELA.
           MOVE WK-HDR-DATA     TO FD-DSC-DATA.
           MOVE CSG-TAB-PRESTACAO(WK-IND-CSG) TO FD-DSC-VALOR.
           MOVE CRE-TAB-NOTA(WK-IND-CRE)      TO FD-DSC-NOTA.
           WRITE REG-DESCCSG.
           ADD 1 TO WK-TOT-DESCONTADAS.
           ADD CSG-TAB-PRESTACAO(WK-IND-CSG) TO WK-SOMA-DESCONTOS.
      *
      *    CONTRATO COM PARCELA A DESCONTAR CUJO EMPREGADO NAO
      *    VEIO NA FOLHA: DESLIGADO OU AFASTADO DO CONVENIO
       630-LISTAR-FORA-FOLHA.
           IF CSG-A-DESCONTAR(WK-IND-CSG)
            AND NOT CSG-NA-FOLHA(WK-IND-CSG)
               ADD 1 TO WK-TOT-FORA-FOLHA
               MOVE 'EMPREGADO FORA FOLHA' TO WK-LCS-OBS
               PERFORM 640-GRAVAR-LINHA-CSG
           END-IF.
       640-GRAVAR-LINHA-CSG.
           MOVE CSG-TAB-CONTRATO(WK-IND-CSG)  TO WK-LCS-CONTRATO.
           MOVE CSG-TAB-CODIGO(WK-IND-CSG)    TO WK-LCS-CODIGO.
           MOVE CSG-TAB-PARCELA(WK-IND-CSG)   TO WK-LCS-PARCELA.
           MOVE CSG-TAB-PRAZO(WK-IND-CSG)     TO WK-LCS-PRAZO.
           MOVE CSG-TAB-PRESTACAO(WK-IND-CSG) TO WK-LCS-VALOR.
           WRITE REG-RELCSG FROM WK-LINHA-CONSIG.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'DETALHES LIDOS DO LOTE = ' WK-TOT-DETALHES.
           DISPLAY 'ERROS DE CRITICA       = ' WK-TOT-ERROS.
           DISPLAY 'CREDITOS POSTADOS      = ' WK-TOT-POSTADOS.
           DISPLAY 'MARGEM CONSIGNAVEL PCT = ' WK-PARM-MARGEM.
           DISPLAY 'PARCELAS DESCONTADAS   = ' WK-TOT-DESCONTADAS.
           DISPLAY 'VALOR DESCONTADO       = ' WK-SOMA-DESCONTOS.
           DISPLAY 'PARCELAS SEM MARGEM    = ' WK-TOT-SEM-MARGEM.
           DISPLAY 'EMPREGADOS FORA FOLHA  = ' WK-TOT-FORA-FOLHA.
           IF WK-TOT-ERROS > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WK-TOT-SEM-MARGEM > ZEROS
                OR WK-TOT-FORA-FOLHA > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-FOLHAPAG.
           CLOSE ARQ-LANCFOL.
           CLOSE ARQ-RELFOL.
           CLOSE ARQ-RELCSG.
           CLOSE ARQ-RASTRO.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE WK-TOT-ERROS    TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
      ***************************************
      *    EVENTO DE CAPTACAO NO RASTRO DOS LANCAMENTOS
       940-GRAVAR-RASTRO.
           MOVE SPACES            TO REG-RASTRO.
           MOVE FD-LAN-CODIGO     TO FD-RAS-CODIGO.
           MOVE FD-LAN-NOTA       TO FD-RAS-NOTA.
           MOVE WK-DATA-EXEC      TO FD-RAS-DATA.
           MOVE WK-HORA-EXEC      TO FD-RAS-HORA.
           MOVE 'CP'              TO FD-RAS-ETAPA.
           MOVE 'ALUNO96'         TO FD-RAS-PROGRAMA.
           MOVE FD-LAN-TIPO       TO FD-RAS-TIPO.
           MOVE FD-LAN-CONTA      TO FD-RAS-CONTA.
           MOVE FD-LAN-VALOR      TO FD-RAS-VALOR.
           MOVE ZEROS             TO FD-RAS-NOITES.
           MOVE 'FOLHA DE PAGAMENTO'
                                  TO FD-RAS-TEXTO.
           WRITE REG-RASTRO.
