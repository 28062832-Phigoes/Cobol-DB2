       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO150.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    COMPENSACAO NOTURNA DOS CHEQUES APRESENTADOS *
      *    (ARQUIVO CHQAPRES, ORDENADO PELO JOB POR     *
      *    CLIENTE E NUMERO DO CHEQUE): CADA CHEQUE E   *
      *    CONFERIDO CONTRA O CADASTRO DE TALOES, O     *
      *    HISTORICO DE CHEQUES E AS SUSTACOES DO       *
      *    SUSTFILE. O CHEQUE BOM VIRA DEBITO NO LAYOUT *
      *    LANCAM (NOTA = NUMERO DO CHEQUE, FAIXA       *
      *    750000-789999) PARA A MESCLA SORTLAN; O      *
      *    IRREGULAR E DEVOLVIDO COM O MOTIVO PADRAO DA *
      *    COMPENSACAO (31 ERRO FORMAL, 13 CONTA        *
      *    ENCERRADA, 24 CONTA BLOQUEADA, 35 CHEQUE NAO *
      *    EMITIDO PELA CASA, 20 TALAO CANCELADO, 49    *
      *    REMESSA NULA, 21/43 SUSTACAO, 44 PRESCRITO). *
      *    O MOVIMENTO DA NOITE (CHQMOV) SEGUE PARA O   *
      *    ALUNO151, QUE DEVOLVE OS DEBITOS QUE O       *
      *    BALANCE LINE NAO POSTOU (RECUSAS E SUSPENSO) *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CHQAPRES ASSIGN TO CHQAPRES
               FILE STATUS IS WK-FS-CHQAPRES.
           SELECT ARQ-TALAO    ASSIGN TO TALAO
               FILE STATUS IS WK-FS-TALAO.
           SELECT ARQ-CHQHIST  ASSIGN TO CHQHIST
               FILE STATUS IS WK-FS-CHQHIST.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-SUSTFILE ASSIGN TO SUSTFILE
               FILE STATUS IS WK-FS-SUSTFILE.
           SELECT ARQ-LANCCHQ  ASSIGN TO LANCCHQ
               FILE STATUS IS WK-FS-LANCCHQ.
           SELECT ARQ-CHQMOV   ASSIGN TO CHQMOV
               FILE STATUS IS WK-FS-CHQMOV.
           SELECT ARQ-RELCHQ   ASSIGN TO RELCHQ
               FILE STATUS IS WK-FS-RELCHQ.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CHQAPRES
            RECORDING MODE IS F.
           COPY CHEQUE.
       FD   ARQ-TALAO
            RECORDING MODE IS F.
           COPY TALAO.
       FD   ARQ-CHQHIST
            RECORDING MODE IS F.
       01  REG-CHQHIST.
           05 HIS-CHAVE.
              10 HIS-CODIGO         PIC 9(5).
              10 HIS-NUMERO         PIC 9(6).
           05 FILLER                PIC X(31).
           05 HIS-SITUACAO          PIC X(01).
           05 HIS-MOTIVO            PIC 99.
           05 HIS-QTDE-APRES        PIC 9(1).
           05 FILLER                PIC X(34).
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-SUSTFILE
            RECORDING MODE IS F.
       01  REG-SUSTFILE.
           05 FD-STP-CODIGO         PIC 9(5).
           05 FD-STP-NOTA-INI       PIC 9(6).
           05 FD-STP-NOTA-FIM       PIC 9(6).
           05 FD-STP-DATA-VALIDADE  PIC 9(8).
           05 FILLER                PIC X(55).
       FD   ARQ-LANCCHQ
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-CHQMOV
            RECORDING MODE IS F.
       01  REG-CHQMOV               PIC X(80).
       FD   ARQ-RELCHQ
            RECORDING MODE IS F.
       01  REG-RELCHQ               PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CHQAPRES    PIC XX             VALUE SPACES.
       77  WK-FS-TALAO       PIC XX             VALUE SPACES.
       77  WK-FS-CHQHIST     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-SUSTFILE    PIC XX             VALUE SPACES.
       77  WK-FS-LANCCHQ     PIC XX             VALUE SPACES.
       77  WK-FS-CHQMOV      PIC XX             VALUE SPACES.
       77  WK-FS-RELCHQ      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-ACEITOS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-DEVOLVIDOS PIC 9(05)          VALUE ZEROS.
       77  WK-VLR-ACEITOS    PIC 9(9)V99        VALUE ZEROS.
       77  WK-VLR-DEVOLVIDOS PIC 9(9)V99        VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-ULTIMA-CHAVE   PIC X(11)          VALUE LOW-VALUES.
       77  WK-MOTIVO         PIC 99             VALUE ZEROS.
       77  WK-SIT-CLIENTE    PIC X(01)          VALUE SPACES.
       77  WK-SW-CHQAPRES    PIC X              VALUE 'N'.
           88 CHQAPRES-ABERTO                   VALUE 'S'.
       77  WK-SW-CHQHIST     PIC X              VALUE 'N'.
           88 CHQHIST-ABERTO                    VALUE 'S'.
      *
      *    PRAZO DE APRESENTACAO MAIS PRESCRICAO, EM DIAS
      *    CORRIDOS: CHEQUE EMITIDO ANTES DA DATA LIMITE E
      *    DEVOLVIDO COMO PRESCRITO (MOTIVO 44)
       77  WK-PARM-PRAZO     PIC 9(3)           VALUE ZEROS.
       77  WK-DATA-PRESCRICAO PIC 9(8)          VALUE ZEROS.
      *
      *    CLIENTES DO CADASTRO (SITUACAO DA CONTA E EMPRESA
      *    DO DEBITO)
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA            OCCURS 5000 TIMES.
              10 CLI-TAB-CODIGO      PIC 9(5).
              10 CLI-TAB-SITUACAO    PIC X(01).
              10 CLI-TAB-EMPRESA     PIC 99.
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CLI        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-CLI      PIC X              VALUE 'N'.
           88 CLIENTE-ACHADO                    VALUE 'S'.
           88 CLIENTE-NAO-ACHADO                VALUE 'N'.
      *
      *    SUSTACOES VIGENTES (MESMA REGRA DO ALUNO09: A
      *    FAIXA DE NOTAS DO SUSTFILE E A FAIXA DE CHEQUES)
       01  TABELA-SUSTACOES.
           05 STP-ENTRADA            OCCURS 1000 TIMES.
              10 STP-TAB-CODIGO      PIC 9(5).
              10 STP-TAB-NOTA-INI    PIC 9(6).
              10 STP-TAB-NOTA-FIM    PIC 9(6).
              10 STP-TAB-VALIDADE    PIC 9(8).
       77  WK-TOT-SUSTACOES  PIC 9(4)           VALUE ZEROS.
       77  WK-IND-STP        PIC 9(4)           VALUE ZEROS.
       77  WK-ACHOU-STP      PIC X              VALUE 'N'.
           88 SUSTACAO-ACHADA                   VALUE 'S'.
           88 SUSTACAO-NAO-ACHADA               VALUE 'N'.
      *
       77  WK-ACHOU-HIS      PIC X              VALUE 'N'.
           88 HISTORICO-ACHADO                  VALUE 'S'.
           88 HISTORICO-NAO-ACHADO              VALUE 'N'.
       77  WK-ACHOU-TAL      PIC X              VALUE 'N'.
           88 TALAO-ACHADO                      VALUE 'S'.
           88 TALAO-NAO-ACHADO                  VALUE 'N'.
      *
      *    AREA DE COMUNICACAO COM O ALUNO46 (PARAMETROS)
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO148 (CONTAGEM DE
      *    DIAS)
           COPY DIACONT.
      *
       01  WK-LINHA-CHEQUE.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
           05 WK-LC-CODIGO         PIC 9(5).
           05 FILLER               PIC X(08)     VALUE ' CHEQUE '.
           05 WK-LC-NUMERO         PIC 9(6).
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LC-VALOR          PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LC-SITUACAO       PIC X(17)     VALUE SPACES.
           05 WK-LC-MOTIVO         PIC XX        VALUE SPACES.
           05 FILLER               PIC X(16)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-CHQAPRES = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO150' TO LK-PRM-PROGRAMA.
           MOVE 'PRAZO-PRESCR' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:3) TO WK-PARM-PRAZO
           END-IF.
           IF WK-PARM-PRAZO NOT NUMERIC
            OR WK-PARM-PRAZO = ZEROS
               MOVE 210 TO WK-PARM-PRAZO
           END-IF.
           PERFORM 105-CALCULAR-PRESCRICAO.
           OPEN INPUT  ARQ-CHQAPRES.
           OPEN INPUT  ARQ-TALAO.
           OPEN OUTPUT ARQ-LANCCHQ.
           OPEN OUTPUT ARQ-CHQMOV.
           OPEN OUTPUT ARQ-RELCHQ.
           EVALUATE WK-FS-CHQAPRES
               WHEN '00'
                   SET CHQAPRES-ABERTO TO TRUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CHQAPRES NAO ENCONTRADO - '
                           'NOITE SEM CHEQUES APRESENTADOS'
                   MOVE '10' TO WK-FS-CHQAPRES
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CHQAPRES
                           ' NO COMANDO OPEN CHQAPRES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           EVALUATE WK-FS-TALAO
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO TALAO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-TALAO
                           ' NO COMANDO OPEN TALAO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-CLIENTES.
           PERFORM 115-CARREGAR-SUSTACOES.
           PERFORM 120-ABRIR-HISTORICO.
           PERFORM 311-LER-TALAO.
           IF WK-FS-CHQAPRES NOT = '10'
               PERFORM 301-LER-CHQAPRES
           END-IF.
      *
      *    DATA LIMITE DA PRESCRICAO = DATA DA RODADA
      *    RECUADA DO PRAZO EM DIAS CORRIDOS (ALUNO148)
       105-CALCULAR-PRESCRICAO.
           SET LK-DCT-PRO-RATA      TO TRUE.
           SET LK-DCT-CORRIDOS-365  TO TRUE.
           SET LK-DCT-SIMPLES       TO TRUE.
           MOVE WK-DATA-EXEC        TO LK-DCT-DATA-FIM.
           MOVE WK-PARM-PRAZO       TO LK-DCT-QTDE-DIAS.
           MOVE ZEROS               TO LK-DCT-QTDE-MESES.
           MOVE ZEROS               TO LK-DCT-TAXA-MENSAL.
           CALL 'ALUNO148' USING LK-DCT-COM.
           IF LK-DCT-OK
               MOVE LK-DCT-DATA-INICIO TO WK-DATA-PRESCRICAO
           ELSE
               DISPLAY 'ERRO ' LK-DCT-STATUS ' NO CALCULO DA '
                       'DATA DE PRESCRICAO - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       110-CARREGAR-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   PERFORM 112-LER-CLIENTES
                   PERFORM 111-ACUMULAR-CLIENTE
                       UNTIL WK-FS-CLIENTES = '10'
                   CLOSE ARQ-CLIENTES
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       111-ACUMULAR-CLIENTE.
           IF WK-TOT-CLIENTES >= 5000
               DISPLAY 'TABELA DE CLIENTES CHEIA (MAXIMO 5000 '
                       'REGISTROS) - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CLIENTES.
           MOVE FD-CLI-CODIGO   TO CLI-TAB-CODIGO(WK-TOT-CLIENTES).
           MOVE FD-CLI-SITUACAO TO CLI-TAB-SITUACAO(WK-TOT-CLIENTES).
           MOVE FD-CLI-EMPRESA  TO CLI-TAB-EMPRESA(WK-TOT-CLIENTES).
           PERFORM 112-LER-CLIENTES.
       112-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
      *
      *    SUSTACOES DE PAGAMENTO REGISTRADAS PELA MANUTENCAO
      *    (ALUNO74); SEM O ARQUIVO, NENHUM CHEQUE E SUSTADO
       115-CARREGAR-SUSTACOES.
           OPEN INPUT ARQ-SUSTFILE.
           EVALUATE WK-FS-SUSTFILE
               WHEN '00'
                   PERFORM 117-LER-SUSTFILE
                   PERFORM 116-ACUMULAR-SUSTACAO
                       UNTIL WK-FS-SUSTFILE = '10'
                   CLOSE ARQ-SUSTFILE
               WHEN OTHER
                   DISPLAY 'ARQUIVO SUSTFILE NAO ENCONTRADO - '
                           'RODADA SEM SUSTACOES DE PAGAMENTO'
           END-EVALUATE.
       116-ACUMULAR-SUSTACAO.
           IF WK-TOT-SUSTACOES >= 1000
               DISPLAY 'TABELA DE SUSTACOES CHEIA (MAXIMO 1000 '
                       'REGISTROS) - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-SUSTACOES.
           MOVE FD-STP-CODIGO
                TO STP-TAB-CODIGO(WK-TOT-SUSTACOES).
           MOVE FD-STP-NOTA-INI
                TO STP-TAB-NOTA-INI(WK-TOT-SUSTACOES).
           MOVE FD-STP-NOTA-FIM
                TO STP-TAB-NOTA-FIM(WK-TOT-SUSTACOES).
           MOVE FD-STP-DATA-VALIDADE
                TO STP-TAB-VALIDADE(WK-TOT-SUSTACOES).
           PERFORM 117-LER-SUSTFILE.
       117-LER-SUSTFILE.
           READ ARQ-SUSTFILE
               AT END
                   MOVE '10' TO WK-FS-SUSTFILE
           END-READ.
      *
      *    SEM GERACAO ANTERIOR DO HISTORICO, NENHUM CHEQUE
      *    FOI APRESENTADO ANTES (A IMPLANTACAO CATALOGA UMA
      *    GERACAO VAZIA)
       120-ABRIR-HISTORICO.
           OPEN INPUT ARQ-CHQHIST.
           EVALUATE WK-FS-CHQHIST
               WHEN '00'
                   SET CHQHIST-ABERTO TO TRUE
                   PERFORM 321-LER-CHQHIST
               WHEN OTHER
                   DISPLAY 'ARQUIVO CHQHIST NAO ENCONTRADO - '
                           'SEM HISTORICO DE CHEQUES'
                   MOVE '10' TO WK-FS-CHQHIST
           END-EVALUATE.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE WK-DATA-EXEC TO FD-CHQ-DATA-APRES.
           MOVE 1            TO FD-CHQ-QTDE-APRES.
           MOVE ZEROS        TO FD-CHQ-EMPRESA.
           MOVE ZEROS        TO WK-MOTIVO.
           SET HISTORICO-NAO-ACHADO TO TRUE.
           SET TALAO-NAO-ACHADO     TO TRUE.
           IF FD-CHQ-CODIGO NOT NUMERIC
            OR FD-CHQ-NUMERO NOT NUMERIC
            OR FD-CHQ-VALOR NOT NUMERIC
            OR FD-CHQ-DATA-EMISSAO NOT NUMERIC
            OR FD-CHQ-VALOR = ZEROS
            OR FD-CHQ-DATA-EMISSAO = ZEROS
               MOVE 31 TO WK-MOTIVO
           ELSE
               PERFORM 210-POSICIONAR-CADASTROS
               PERFORM 220-CRITICAR-CHEQUE
           END-IF.
           IF WK-MOTIVO = ZEROS
               PERFORM 240-GERAR-DEBITO
           ELSE
               PERFORM 250-DEVOLVER-CHEQUE
           END-IF.
           WRITE REG-CHQMOV FROM REG-CHEQUE.
           PERFORM 260-RELATAR-CHEQUE.
           MOVE FD-CHQ-CHAVE TO WK-ULTIMA-CHAVE.
           PERFORM 301-LER-CHQAPRES.
      *
      *    CHEQUES, TALOES E HISTORICO ESTAO TODOS EM ORDEM
      *    DE CLIENTE E NUMERO: OS DOIS CADASTROS SO ANDAM
      *    PARA A FRENTE
       210-POSICIONAR-CADASTROS.
           PERFORM 311-LER-TALAO
               UNTIL WK-FS-TALAO = '10'
                  OR FD-TAL-CODIGO > FD-CHQ-CODIGO
                  OR (FD-TAL-CODIGO = FD-CHQ-CODIGO
                      AND FD-TAL-CHEQUE-FIM >= FD-CHQ-NUMERO).
           IF WK-FS-TALAO NOT = '10'
            AND FD-TAL-CODIGO = FD-CHQ-CODIGO
            AND FD-TAL-CHEQUE-INI <= FD-CHQ-NUMERO
               SET TALAO-ACHADO TO TRUE
           END-IF.
           PERFORM 321-LER-CHQHIST
               UNTIL WK-FS-CHQHIST = '10'
                  OR HIS-CHAVE >= FD-CHQ-CHAVE.
           IF WK-FS-CHQHIST NOT = '10'
            AND HIS-CHAVE = FD-CHQ-CHAVE
               SET HISTORICO-ACHADO TO TRUE
               IF HIS-QTDE-APRES NUMERIC
                AND HIS-QTDE-APRES < 9
                   COMPUTE FD-CHQ-QTDE-APRES = HIS-QTDE-APRES + 1
               ELSE
                   MOVE 9 TO FD-CHQ-QTDE-APRES
               END-IF
           END-IF.
      *
      *    O CHEQUE DEVOLVIDO SEM FUNDOS NA PRIMEIRA VEZ (11)
      *    PODE VOLTAR; O JA PAGO, O AINDA PENDENTE E O
      *    DEVOLVIDO EM DEFINITIVO SAO REMESSA NULA (49). A
      *    SUSTACAO QUE PERSISTE NA REAPRESENTACAO E 43
       220-CRITICAR-CHEQUE.
           PERFORM 230-PROCURAR-CLIENTE.
           IF CLIENTE-ACHADO
               MOVE CLI-TAB-EMPRESA(WK-IND-CLI) TO FD-CHQ-EMPRESA
               MOVE CLI-TAB-SITUACAO(WK-IND-CLI) TO WK-SIT-CLIENTE
           ELSE
               MOVE 'E' TO WK-SIT-CLIENTE
           END-IF.
           PERFORM 235-VERIFICAR-SUSTACAO.
           EVALUATE TRUE
               WHEN FD-CHQ-CHAVE = WK-ULTIMA-CHAVE
                   MOVE 49 TO WK-MOTIVO
               WHEN WK-SIT-CLIENTE = 'E'
                   MOVE 13 TO WK-MOTIVO
               WHEN WK-SIT-CLIENTE NOT = 'A'
                AND WK-SIT-CLIENTE NOT = SPACE
                   MOVE 24 TO WK-MOTIVO
               WHEN TALAO-NAO-ACHADO
                   MOVE 35 TO WK-MOTIVO
               WHEN TAL-SIT-CANCELADO
                   MOVE 20 TO WK-MOTIVO
               WHEN HISTORICO-ACHADO
                AND (HIS-SITUACAO NOT = 'D'
                     OR (HIS-MOTIVO NOT = 11 AND HIS-MOTIVO NOT = 21
                         AND HIS-MOTIVO NOT = 43))
                   MOVE 49 TO WK-MOTIVO
               WHEN SUSTACAO-ACHADA
                AND HISTORICO-ACHADO
                AND HIS-MOTIVO NOT = 11
                   MOVE 43 TO WK-MOTIVO
               WHEN SUSTACAO-ACHADA
                   MOVE 21 TO WK-MOTIVO
               WHEN FD-CHQ-DATA-EMISSAO < WK-DATA-PRESCRICAO
                   MOVE 44 TO WK-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       230-PROCURAR-CLIENTE.
           SET CLIENTE-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                   UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                   OR CLIENTE-ACHADO
               IF CLI-TAB-CODIGO(WK-IND-CLI) = FD-CHQ-CODIGO
                   SET CLIENTE-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF CLIENTE-ACHADO
               SUBTRACT 1 FROM WK-IND-CLI
           END-IF.
      *
      *    SUSTACAO VIGENTE SOBRE O NUMERO DO CHEQUE (MESMA
      *    REGRA DO ALUNO09)
       235-VERIFICAR-SUSTACAO.
           SET SUSTACAO-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-STP FROM 1 BY 1
                   UNTIL WK-IND-STP > WK-TOT-SUSTACOES
                   OR SUSTACAO-ACHADA
               IF STP-TAB-CODIGO(WK-IND-STP) = FD-CHQ-CODIGO
                AND FD-CHQ-NUMERO >= STP-TAB-NOTA-INI(WK-IND-STP)
                AND FD-CHQ-NUMERO <= STP-TAB-NOTA-FIM(WK-IND-STP)
                AND STP-TAB-VALIDADE(WK-IND-STP) >= WK-DATA-EXEC
                   SET SUSTACAO-ACHADA TO TRUE
               END-IF
           END-PERFORM.
      *
      *    DEBITO NA CONTA CORRENTE COM A NOTA = NUMERO DO
      *    CHEQUE; CANAL I COMO OS DEMAIS DEBITOS GERADOS
      *    PELO SISTEMA (FORA DO TETO DIARIO POR CANAL)
       240-GERAR-DEBITO.
           MOVE 'A'              TO FD-CHQ-SITUACAO.
           MOVE ZEROS            TO FD-CHQ-MOTIVO.
           MOVE SPACES           TO REG-LANCAM.
           MOVE FD-CHQ-CODIGO    TO FD-LAN-CODIGO.
           MOVE 'D'              TO FD-LAN-TIPO.
           MOVE FD-CHQ-VALOR     TO FD-LAN-VALOR.
           MOVE FD-CHQ-NUMERO    TO FD-LAN-NOTA.
           MOVE 'C'              TO FD-LAN-CONTA.
           MOVE WK-DATA-EXEC     TO FD-LAN-DATA.
           MOVE ZEROS            TO FD-LAN-NOTA-ORIG.
           MOVE ZEROS            TO FD-LAN-AGENCIA.
           MOVE 'I'              TO FD-LAN-CANAL.
           MOVE FD-CHQ-EMPRESA   TO FD-LAN-EMPRESA.
           WRITE REG-LANCAM.
           ADD 1 TO WK-TOT-ACEITOS.
           ADD FD-CHQ-VALOR TO WK-VLR-ACEITOS.
           MOVE 'LANCADO' TO WK-LC-SITUACAO.
           MOVE SPACES    TO WK-LC-MOTIVO.
       250-DEVOLVER-CHEQUE.
           MOVE 'D'              TO FD-CHQ-SITUACAO.
           MOVE WK-MOTIVO        TO FD-CHQ-MOTIVO.
           ADD 1 TO WK-TOT-DEVOLVIDOS.
           IF FD-CHQ-VALOR NUMERIC
               ADD FD-CHQ-VALOR TO WK-VLR-DEVOLVIDOS
           END-IF.
           MOVE 'DEVOLVIDO MOTIVO' TO WK-LC-SITUACAO.
           MOVE FD-CHQ-MOTIVO      TO WK-LC-MOTIVO.
       260-RELATAR-CHEQUE.
           MOVE FD-CHQ-CODIGO    TO WK-LC-CODIGO.
           MOVE FD-CHQ-NUMERO    TO WK-LC-NUMERO.
           IF FD-CHQ-VALOR NUMERIC
               MOVE FD-CHQ-VALOR TO WK-LC-VALOR
           ELSE
               MOVE ZEROS        TO WK-LC-VALOR
           END-IF.
           WRITE REG-RELCHQ FROM WK-LINHA-CHEQUE.
      ***************************************
       300-LER-ARQUIVOS SECTION.
       301-LER-CHQAPRES.
           READ ARQ-CHQAPRES.
           EVALUATE WK-FS-CHQAPRES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CHQAPRES
                           ' NO COMANDO READ CHQAPRES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF WK-FS-CHQAPRES = '00'
            AND FD-CHQ-CHAVE < WK-ULTIMA-CHAVE
               DISPLAY 'CHQAPRES FORA DE SEQUENCIA NO CHEQUE '
                       FD-CHQ-CHAVE ' - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       311-LER-TALAO.
           READ ARQ-TALAO.
           EVALUATE WK-FS-TALAO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-TALAO
                           ' NO COMANDO READ TALAO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       321-LER-CHQHIST.
           READ ARQ-CHQHIST
               AT END
                   MOVE '10' TO WK-FS-CHQHIST
           END-READ.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'CHEQUES APRESENTADOS     = ' WK-REGS-LIDOS.
           DISPLAY 'CHEQUES LANCADOS         = ' WK-TOT-ACEITOS
                   ' VALOR ' WK-VLR-ACEITOS.
           DISPLAY 'CHEQUES DEVOLVIDOS       = ' WK-TOT-DEVOLVIDOS
                   ' VALOR ' WK-VLR-DEVOLVIDOS.
           DISPLAY 'DATA LIMITE DE PRESCRICAO = '
                   WK-DATA-PRESCRICAO.
           PERFORM 930-GRAVAR-CTLLOG.
           IF CHQAPRES-ABERTO
               CLOSE ARQ-CHQAPRES
           END-IF.
           CLOSE ARQ-TALAO.
           IF CHQHIST-ABERTO
               CLOSE ARQ-CHQHIST
           END-IF.
           CLOSE ARQ-LANCCHQ.
           CLOSE ARQ-CHQMOV.
           CLOSE ARQ-RELCHQ.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO150'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-DEVOLVIDOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
