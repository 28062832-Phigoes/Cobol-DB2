       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO153.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    PROCESSAMENTO INTRADIA DOS PAGAMENTOS        *
      *    INSTANTANEOS (ARQUIVO PIXMOV ENTREGUE PELA   *
      *    MENSAGERIA): CREDITOS RECEBIDOS PELA CHAVE   *
      *    DO RECEBEDOR NO DIRETORIO CHAVEPIX E PEDIDOS *
      *    DE DEBITO ENVIADOS PELO CODIGO DO PAGADOR.   *
      *    CADA ITEM ACEITO VIRA UM PENDENTE NO MOVPEND *
      *    (NOTAS DA FAIXA 790000-799999, CONTROLE NO   *
      *    ARQUIVO PIXCTL), APLICADO NA SOMBRA DO       *
      *    CLIVSAM PELO ALUNO80 NO PASSO SEGUINTE E     *
      *    POSTADO NA RODADA NOTURNA PELA DESCARGA DO   *
      *    ALUNO69. O DEBITO SO E ACEITO COM SALDO DO   *
      *    DIA MAIS LIMITE SUFICIENTE, DESCONTADOS OS   *
      *    DEBITOS JA ACEITOS NA MESMA RODADA. TODO     *
      *    ITEM, ACEITO OU RECUSADO, E ACRESCENTADO AO  *
      *    ACUMULADO DO DIA (PIXPROC), QUE TAMBEM BARRA *
      *    O IDENTIFICADOR REPETIDO E E A BASE DA       *
      *    CONCILIACAO DO ALUNO154. RODA QUANTAS VEZES  *
      *    A OPERACAO QUISER AO LONGO DO DIA; RELATORIO *
      *    RELPIX E RC 4 QUANDO HA RECUSAS              *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PIXMOV   ASSIGN TO PIXMOV
               FILE STATUS IS WK-FS-PIXMOV.
           SELECT ARQ-PIXPROC  ASSIGN TO PIXPROC
               FILE STATUS IS WK-FS-PIXPROC.
           SELECT ARQ-CHAVEPIX ASSIGN TO CHAVEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-CHP-CHAVE
               FILE STATUS IS WK-FS-CHAVEPIX.
           SELECT ARQ-CLIVSAM  ASSIGN TO CLIVSAM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-VSM-CODIGO
               FILE STATUS IS WK-FS-CLIVSAM.
           SELECT ARQ-MOVPEND  ASSIGN TO MOVPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-MVP-CHAVE
               FILE STATUS IS WK-FS-MOVPEND.
           SELECT ARQ-PIXCTL   ASSIGN TO PIXCTL
               FILE STATUS IS WK-FS-PIXCTL.
           SELECT ARQ-RELPIX   ASSIGN TO RELPIX
               FILE STATUS IS WK-FS-RELPIX.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-PIXMOV
            RECORDING MODE IS F.
           COPY PIXMOV.
       FD   ARQ-PIXPROC
            RECORDING MODE IS F.
       01  REG-PIXPROC.
           05 FD-PPR-ID             PIC X(20).
           05 FILLER                PIC X(130).
       FD   ARQ-CHAVEPIX.
           COPY CHAVEPIX.
       FD   ARQ-CLIVSAM.
           COPY CLIVSAM.
       FD   ARQ-MOVPEND.
       01  REG-MOVPEND.
           05 FD-MVP-CHAVE.
              10 FD-MVP-CODIGO      PIC 9(5).
              10 FD-MVP-NOTA        PIC 9(6).
           05 FD-MVP-TIPO           PIC X(01).
           05 FD-MVP-CONTA          PIC X(01).
           05 FD-MVP-VALOR          PIC 9(6)V99.
           05 FD-MVP-DATA           PIC 9(8).
           05 FD-MVP-EMPRESA        PIC 99.
           05 FD-MVP-APLICADO       PIC X(01).
           05 FILLER                PIC X(48).
       FD   ARQ-PIXCTL
            RECORDING MODE IS F.
       01  REG-PIXCTL.
           05 FD-PXC-ULTIMA-NOTA    PIC 9(6).
           05 FILLER                PIC X(14).
       FD   ARQ-RELPIX
            RECORDING MODE IS F.
       01  REG-RELPIX               PIC X(132).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-PIXMOV      PIC XX             VALUE SPACES.
       77  WK-FS-PIXPROC     PIC XX             VALUE SPACES.
       77  WK-FS-CHAVEPIX    PIC XX             VALUE SPACES.
       77  WK-FS-CLIVSAM     PIC XX             VALUE SPACES.
       77  WK-FS-MOVPEND     PIC XX             VALUE SPACES.
       77  WK-FS-PIXCTL      PIC XX             VALUE SPACES.
       77  WK-FS-RELPIX      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-RECUSADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-RECEBIDOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ENVIADOS   PIC 9(05)          VALUE ZEROS.
       77  WK-VLR-RECEBIDOS  PIC 9(11)V99       VALUE ZEROS.
       77  WK-VLR-ENVIADOS   PIC 9(11)V99       VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-CODIGO-CLIENTE PIC 9(5)           VALUE ZEROS.
       77  WK-CONTA-CLIENTE  PIC X(01)          VALUE SPACES.
       77  WK-EMPRESA        PIC 99             VALUE ZEROS.
       77  WK-DISPONIVEL     PIC S9(11)V99      VALUE ZEROS.
      *
      *    NUMERACAO DOS PENDENTES (FAIXA DE NOTAS
      *    RESERVADA 790000-799999)
       77  WK-PROXIMA-NOTA   PIC 9(6)           VALUE 789999.
      *
      *    IDENTIFICADORES JA TRATADOS NO DIA (ACUMULADO
      *    PIXPROC MAIS OS DESTA RODADA)
       01  TABELA-IDS.
           05 IDS-ENTRADA            OCCURS 5000 TIMES.
              10 IDS-TAB-ID          PIC X(20).
       77  WK-TOT-IDS        PIC 9(05)          VALUE ZEROS.
       77  WK-ID-NOVO        PIC X(20)          VALUE SPACES.
       77  WK-IND-IDS        PIC 9(05)          VALUE ZEROS.
      *
      *    DEBITOS ACEITOS NESTA RODADA POR CLIENTE, AINDA
      *    NAO APLICADOS NA SOMBRA DO CLIVSAM
       01  TABELA-DEBITOS.
           05 DEB-ENTRADA            OCCURS 5000 TIMES.
              10 DEB-TAB-CODIGO      PIC 9(5).
              10 DEB-TAB-VALOR       PIC 9(9)V99.
       77  WK-TOT-DEBITOS    PIC 9(05)          VALUE ZEROS.
       77  WK-IND-DEB        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(03)     VALUE 'ID '.
           05 WK-LINHA-ID          PIC X(20).
           05 FILLER               PIC X(09)     VALUE ' SENTIDO '.
           05 WK-LINHA-SENTIDO     PIC X(01).
           05 FILLER               PIC X(09)     VALUE ' CLIENTE '.
           05 WK-LINHA-CODIGO      PIC 9(5).
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LINHA-VALOR       PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(06)     VALUE ' NOTA '.
           05 WK-LINHA-NOTA        PIC 9(6).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(40).
           05 FILLER               PIC X(15)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-PIXMOV = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           PERFORM 110-CARREGAR-IDS.
           PERFORM 120-LER-ULTIMA-NOTA.
           OPEN INPUT  ARQ-PIXMOV.
           OPEN EXTEND ARQ-PIXPROC.
           OPEN INPUT  ARQ-CHAVEPIX.
           OPEN INPUT  ARQ-CLIVSAM.
           OPEN I-O    ARQ-MOVPEND.
           OPEN OUTPUT ARQ-RELPIX.
           EVALUATE WK-FS-PIXMOV
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO PIXMOV NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PIXMOV
                           ' NO COMANDO OPEN PIXMOV'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-FS-PIXPROC NOT = '00'
               DISPLAY 'ERRO ' WK-FS-PIXPROC
                       ' NO COMANDO OPEN PIXPROC'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-FS-CHAVEPIX NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CHAVEPIX
                       ' NO COMANDO OPEN CHAVEPIX'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-FS-CLIVSAM NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CLIVSAM
                       ' NO COMANDO OPEN CLIVSAM'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-FS-MOVPEND NOT = '00'
               DISPLAY 'ERRO ' WK-FS-MOVPEND
                       ' NO COMANDO OPEN MOVPEND'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 301-LER-PIXMOV.
      *
      *    O ACUMULADO DO DIA E LIDO UMA VEZ PARA GUARDAR OS
      *    IDENTIFICADORES JA TRATADOS E DEPOIS REABERTO
      *    PARA ACRESCIMO; NA PRIMEIRA RODADA ESTA VAZIO
       110-CARREGAR-IDS.
           OPEN INPUT ARQ-PIXPROC.
           EVALUATE WK-FS-PIXPROC
               WHEN '00'
                   PERFORM 112-LER-PIXPROC
                   PERFORM 111-ACUMULAR-ID
                       UNTIL WK-FS-PIXPROC = '10'
                   CLOSE ARQ-PIXPROC
               WHEN OTHER
                   DISPLAY 'ARQUIVO PIXPROC NAO ENCONTRADO - '
                           'PRIMEIRA RODADA DO DIA'
           END-EVALUATE.
       111-ACUMULAR-ID.
           MOVE FD-PPR-ID TO WK-ID-NOVO.
           PERFORM 260-GUARDAR-ID.
           PERFORM 112-LER-PIXPROC.
       112-LER-PIXPROC.
           READ ARQ-PIXPROC
               AT END
                   MOVE '10' TO WK-FS-PIXPROC
           END-READ.
      *
      *    A NUMERACAO DA FAIXA CONTINUA DA ULTIMA NOTA
      *    EMITIDA NA EXECUCAO ANTERIOR (ARQUIVO PIXCTL);
      *    SEM CONTROLE GRAVADO, COMECA NO INICIO DA FAIXA
       120-LER-ULTIMA-NOTA.
           OPEN INPUT ARQ-PIXCTL.
           EVALUATE WK-FS-PIXCTL
               WHEN '00'
                   READ ARQ-PIXCTL
                       AT END
                           MOVE '10' TO WK-FS-PIXCTL
                   END-READ
                   IF WK-FS-PIXCTL = '00'
                    AND FD-PXC-ULTIMA-NOTA >= 790000
                    AND FD-PXC-ULTIMA-NOTA <= 799999
                       MOVE FD-PXC-ULTIMA-NOTA TO WK-PROXIMA-NOTA
                   END-IF
                   CLOSE ARQ-PIXCTL
               WHEN OTHER
                   DISPLAY 'ARQUIVO PIXCTL NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO DA FAIXA'
           END-EVALUATE.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE SPACES TO FD-PIX-SITUACAO.
           MOVE SPACES TO FD-PIX-MOTIVO.
           MOVE ZEROS  TO FD-PIX-NOTA.
           PERFORM 250-LOCALIZAR-ID.
           EVALUATE TRUE
               WHEN ITEM-ACHADO
                   MOVE 'DP' TO FD-PIX-MOTIVO
                   MOVE 'RECUSADO - IDENTIFICADOR REPETIDO'
                        TO WK-LINHA-SITUACAO
               WHEN FD-PIX-ID = SPACES
                OR FD-PIX-VALOR NOT NUMERIC
                OR FD-PIX-VALOR = ZEROS
                OR (NOT PIX-RECEBIDO AND NOT PIX-ENVIADO)
                   MOVE 'VI' TO FD-PIX-MOTIVO
                   MOVE 'RECUSADO - VALOR OU SENTIDO INVALIDO'
                        TO WK-LINHA-SITUACAO
               WHEN PIX-RECEBIDO
                   PERFORM 210-TRATAR-RECEBIDO
               WHEN OTHER
                   PERFORM 220-TRATAR-ENVIADO
           END-EVALUATE.
           IF FD-PIX-MOTIVO = SPACES
               PERFORM 240-GRAVAR-PENDENTE
           ELSE
               SET PIX-RECUSADO TO TRUE
               ADD 1 TO WK-TOT-RECUSADOS
           END-IF.
           IF FD-PIX-ID NOT = SPACES
            AND FD-PIX-MOTIVO NOT = 'DP'
               MOVE FD-PIX-ID TO WK-ID-NOVO
               PERFORM 260-GUARDAR-ID
           END-IF.
           WRITE REG-PIXPROC FROM REG-PIXMOV.
           PERFORM 270-GRAVAR-LINHA-RELATO.
           PERFORM 301-LER-PIXMOV.
      *
      *    CREDITO RECEBIDO: A CHAVE ATIVA DO DIRETORIO DA
      *    O CLIENTE E A CONTA DO RECEBEDOR
       210-TRATAR-RECEBIDO.
           MOVE FD-PIX-CHAVE TO FD-CHP-CHAVE.
           READ ARQ-CHAVEPIX.
           EVALUATE WK-FS-CHAVEPIX
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   MOVE 'E' TO FD-CHP-SITUACAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CHAVEPIX
                           ' NO COMANDO READ CHAVEPIX'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF NOT CHP-SIT-ATIVA
               MOVE 'CI' TO FD-PIX-MOTIVO
               MOVE 'RECUSADO - CHAVE INEXISTENTE OU EXCLUIDA'
                    TO WK-LINHA-SITUACAO
           ELSE
               MOVE FD-CHP-CODIGO TO WK-CODIGO-CLIENTE
               MOVE FD-CHP-CONTA  TO WK-CONTA-CLIENTE
               MOVE FD-CHP-CODIGO TO FD-PIX-CODIGO
               PERFORM 230-LER-CLIVSAM
           END-IF.
      *
      *    DEBITO ENVIADO: SEMPRE NA CONTA CORRENTE DO
      *    PAGADOR, COM SALDO DO DIA MAIS LIMITE
       220-TRATAR-ENVIADO.
           MOVE FD-PIX-CODIGO TO WK-CODIGO-CLIENTE.
           MOVE 'C'           TO WK-CONTA-CLIENTE.
           PERFORM 230-LER-CLIVSAM.
           IF FD-PIX-MOTIVO = SPACES
               PERFORM 225-LOCALIZAR-DEBITOS
               COMPUTE WK-DISPONIVEL = FD-VSM-SALDO-INTRA
                                     + FD-VSM-LIMITE
               IF ITEM-ACHADO
                   SUBTRACT DEB-TAB-VALOR(WK-IND-DEB)
                       FROM WK-DISPONIVEL
               END-IF
               IF WK-DISPONIVEL < FD-PIX-VALOR
                   MOVE 'SI' TO FD-PIX-MOTIVO
                   MOVE 'RECUSADO - SALDO INSUFICIENTE'
                        TO WK-LINHA-SITUACAO
               ELSE
                   IF ITEM-NAO-ACHADO
                       IF WK-TOT-DEBITOS >= 5000
                           DISPLAY 'TABELA DE DEBITOS CHEIA (MAXIMO '
                                   '5000 REGISTROS) - ABORTADO'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WK-TOT-DEBITOS
                       MOVE WK-TOT-DEBITOS TO WK-IND-DEB
                       MOVE FD-PIX-CODIGO
                            TO DEB-TAB-CODIGO(WK-IND-DEB)
                       MOVE ZEROS TO DEB-TAB-VALOR(WK-IND-DEB)
                   END-IF
                   ADD FD-PIX-VALOR TO DEB-TAB-VALOR(WK-IND-DEB)
               END-IF
           END-IF.
       225-LOCALIZAR-DEBITOS.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-DEB FROM 1 BY 1
                   UNTIL WK-IND-DEB > WK-TOT-DEBITOS
                      OR ITEM-ACHADO
               IF DEB-TAB-CODIGO(WK-IND-DEB) = FD-PIX-CODIGO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-DEB
           END-IF.
       230-LER-CLIVSAM.
           MOVE WK-CODIGO-CLIENTE TO FD-VSM-CODIGO.
           READ ARQ-CLIVSAM.
           EVALUATE WK-FS-CLIVSAM
               WHEN '00'
                   IF FD-VSM-SITUACAO NOT = 'A'
                    AND FD-VSM-SITUACAO NOT = SPACE
                       MOVE 'CL' TO FD-PIX-MOTIVO
                       MOVE 'RECUSADO - CLIENTE NAO ATIVO'
                            TO WK-LINHA-SITUACAO
                   END-IF
               WHEN '23'
                   MOVE 'CL' TO FD-PIX-MOTIVO
                   MOVE 'RECUSADO - CLIENTE INEXISTENTE'
                        TO WK-LINHA-SITUACAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIVSAM
                           ' NO COMANDO READ CLIVSAM'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    GRAVA O PENDENTE; UMA NOTA JA CAPTADA ON-LINE
      *    PARA O MESMO CLIENTE FAZ PULAR PARA A SEGUINTE
       240-GRAVAR-PENDENTE.
           MOVE FD-VSM-EMPRESA TO WK-EMPRESA.
           IF WK-EMPRESA = ZEROS
               MOVE 01 TO WK-EMPRESA
           END-IF.
           MOVE '22' TO WK-FS-MOVPEND.
           PERFORM 245-GRAVAR-MOVPEND
               UNTIL WK-FS-MOVPEND NOT = '22'.
           IF WK-FS-MOVPEND NOT = '00'
               DISPLAY 'ERRO ' WK-FS-MOVPEND
                       ' NO COMANDO WRITE MOVPEND'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET PIX-LIQUIDADO TO TRUE.
           MOVE FD-MVP-NOTA TO FD-PIX-NOTA.
           MOVE WK-EMPRESA  TO FD-PIX-EMPRESA.
           IF PIX-RECEBIDO
               ADD 1            TO WK-TOT-RECEBIDOS
               ADD FD-PIX-VALOR TO WK-VLR-RECEBIDOS
               MOVE 'CREDITADO' TO WK-LINHA-SITUACAO
           ELSE
               ADD 1            TO WK-TOT-ENVIADOS
               ADD FD-PIX-VALOR TO WK-VLR-ENVIADOS
               MOVE 'DEBITADO'  TO WK-LINHA-SITUACAO
           END-IF.
       245-GRAVAR-MOVPEND.
           IF WK-PROXIMA-NOTA >= 799999
               DISPLAY 'FAIXA DE NOTAS DE PAGAMENTO INSTANTANEO '
                       'ESGOTADA (790000-799999) - ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-PROXIMA-NOTA.
           MOVE SPACES            TO REG-MOVPEND.
           MOVE WK-CODIGO-CLIENTE TO FD-MVP-CODIGO.
           MOVE WK-PROXIMA-NOTA   TO FD-MVP-NOTA.
           IF PIX-RECEBIDO
               MOVE 'C'           TO FD-MVP-TIPO
           ELSE
               MOVE 'D'           TO FD-MVP-TIPO
           END-IF.
           MOVE WK-CONTA-CLIENTE  TO FD-MVP-CONTA.
           MOVE FD-PIX-VALOR      TO FD-MVP-VALOR.
           MOVE WK-DATA-EXEC      TO FD-MVP-DATA.
           MOVE WK-EMPRESA        TO FD-MVP-EMPRESA.
           MOVE 'N'               TO FD-MVP-APLICADO.
           WRITE REG-MOVPEND.
       250-LOCALIZAR-ID.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-IDS FROM 1 BY 1
                   UNTIL WK-IND-IDS > WK-TOT-IDS
                      OR ITEM-ACHADO
               IF IDS-TAB-ID(WK-IND-IDS) = FD-PIX-ID
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
       260-GUARDAR-ID.
           IF WK-TOT-IDS >= 5000
               DISPLAY 'TABELA DE IDENTIFICADORES CHEIA (MAXIMO '
                       '5000 REGISTROS) - ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-IDS.
           MOVE WK-ID-NOVO TO IDS-TAB-ID(WK-TOT-IDS).
       270-GRAVAR-LINHA-RELATO.
           MOVE FD-PIX-ID       TO WK-LINHA-ID.
           MOVE FD-PIX-SENTIDO  TO WK-LINHA-SENTIDO.
           MOVE FD-PIX-CODIGO   TO WK-LINHA-CODIGO.
           MOVE FD-PIX-VALOR    TO WK-LINHA-VALOR.
           MOVE FD-PIX-NOTA     TO WK-LINHA-NOTA.
           WRITE REG-RELPIX FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER-PIXMOV SECTION.
       301-LER-PIXMOV.
           READ ARQ-PIXMOV.
           EVALUATE WK-FS-PIXMOV
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-PIXMOV
                           ' NO COMANDO READ PIXMOV'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'CREDITOS RECEBIDOS             = '
                   WK-TOT-RECEBIDOS ' VALOR ' WK-VLR-RECEBIDOS.
           DISPLAY 'DEBITOS ENVIADOS               = '
                   WK-TOT-ENVIADOS ' VALOR ' WK-VLR-ENVIADOS.
           DISPLAY 'ITENS RECUSADOS                = '
                   WK-TOT-RECUSADOS.
           DISPLAY 'ULTIMA NOTA EMITIDA            = '
                   WK-PROXIMA-NOTA.
           IF WK-TOT-RECUSADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 940-GRAVAR-PIXCTL.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-PIXMOV.
           CLOSE ARQ-PIXPROC.
           CLOSE ARQ-CHAVEPIX.
           CLOSE ARQ-CLIVSAM.
           CLOSE ARQ-MOVPEND.
           CLOSE ARQ-RELPIX.
      ***************************************
       940-GRAVAR-PIXCTL.
           OPEN OUTPUT ARQ-PIXCTL.
           MOVE SPACES          TO REG-PIXCTL.
           MOVE WK-PROXIMA-NOTA TO FD-PXC-ULTIMA-NOTA.
           WRITE REG-PIXCTL.
           CLOSE ARQ-PIXCTL.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO153'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-RECUSADOS  TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
