      *    MANUTENCAO DO CADASTRO DE CLIENTES:          *
      *    INCLUSAO, ALTERACAO DE NOME E ENCERRAMENTO   *
      *    DIRIGIDAS POR ARQUIVO DE MOVIMENTOS, COM     *
      *    AUDITORIA ANTES/DEPOIS E RELATORIO. CONTROLE *
      *    A QUATRO OLHOS: ENCERRAMENTO E MUDANCA DE    *
      *    SITUACAO PARA ENCERRADO SO APLICAM QUANDO O  *
      *    MOVIMENTO VOLTA DA FILA DE APROVACAO         *
      *    (ALUNO107) COM O CARIMBO DO REVISOR; SEM O   *
      *    CARIMBO O MOVIMENTO VALIDO E DESVIADO PARA A *
      *    FILA PENDAPR E OS DOIS OPERADORES FICAM NA   *
      *    TRILHA AUDCLI. A INCLUSAO PASSA ANTES PELA   *
      *    TRIAGEM NA LISTA RESTRITIVA DE SANCOES E PEP *
      *    (ALUNO132): COM OCORRENCIA - OU SEM A LISTA  *
      *    - O CLIENTE NAO E CRIADO E O MOVIMENTO VAI   *
      *    PARA A PENDAPR COMO RETENCAO DO COMPLIANCE   *
      *    (MOTIVO C); SO VOLTA CARIMBADO PELO ALUNO107 *
      *    E ENTAO E INCLUIDO SEM NOVA TRIAGEM. O       *
      *    ENCERRAMENTO DE CONTA CONJUNTA (VINCULOS DO  *
      *    ALUNO160) EXIGE NO MOVIMENTO AS ASSINATURAS  *
      *    DE TODOS OS TITULARES EM VIGOR; A MUDANCA DE *
      *    SITUACAO PARA ENCERRADO E ADMINISTRATIVA E   *
      *    NAO PEDE ASSINATURAS. A AGENCIA DE           *
      *    RELACIONAMENTO DE CADA CLIENTE (CLIAGENC) E  *
      *    LIDA EM PARALELO COM O MESTRE E REGRAVADA    *
      *    INTEIRA NO CLIAGNOV: A INCLUSAO TRAZ A       *
      *    AGENCIA INICIAL E A FUNCAO G TRANSFERE O     *
      *    CLIENTE DE CARTEIRA (AGENCIA CONFERIDA NO    *
      *    CADASTRO AGENCIAS), COM TRILHA NO AUDCLI.    *
      *    O ENCERRAMENTO (FUNCAO E) SO E ACEITO COM A  *
      *    MARCA DE LIQUIDACAO DO ALUNO165, QUE ANTES   *
      *    CONFERE OS PRODUTOS LIGADOS E ZERA A CONTA.  *
      *    O MOVIMENTO CAPTADO NO BALCAO (ALUNO170,     *
      *    DESCARREGADO PELO ALUNO171) TRAZ O OPERADOR  *
      *    QUE O DIGITOU, E E ELE QUE VAI PARA A        *
      *    TRILHA AUDCLI E PARA A FILA PENDAPR NO LUGAR  *
      *    DO OPERADOR DO CARTAO SYSIN                  *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-OPERSEC.
           SELECT ARQ-PENDAPR  ASSIGN TO PENDAPR
               FILE STATUS IS WK-FS-PENDAPR.
           SELECT ARQ-VINCCTA  ASSIGN TO VINCCTA
               FILE STATUS IS WK-FS-VINCCTA.
           SELECT ARQ-CLIAGENC ASSIGN TO CLIAGENC
               FILE STATUS IS WK-FS-CLIAGENC.
           SELECT ARQ-CLIAGNOV ASSIGN TO CLIAGNOV
               FILE STATUS IS WK-FS-CLIAGNOV.
           SELECT ARQ-AGENCIAS ASSIGN TO AGENCIAS
               FILE STATUS IS WK-FS-AGENCIAS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-PENDAPR
            RECORDING MODE IS F.
           COPY PENDAPR.
       FD   ARQ-VINCCTA
            RECORDING MODE IS F.
           COPY VINCCTA.
       FD   ARQ-CLIAGENC
            RECORDING MODE IS F.
           COPY CLIAGENC.
       FD   ARQ-CLIAGNOV
            RECORDING MODE IS F.
       01  REG-CLIAGNOV             PIC X(30).
       FD   ARQ-AGENCIAS
            RECORDING MODE IS F.
           COPY AGENCIA.
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-MOVCLI      PIC XX             VALUE SPACES.
       77  WK-ULTIMO-INCLUIDO PIC 9(5)          VALUE ZEROS.
       77  WK-FS-PENDAPR     PIC XX             VALUE SPACES.
       77  WK-TOT-PENDENTES  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-RETIDOS    PIC 9(05)          VALUE ZEROS.
       77  WK-MOTIVO-PENDENCIA PIC X(01)        VALUE SPACES.
       77  WK-FS-VINCCTA     PIC XX             VALUE SPACES.
      *
      *    CONTAS CONJUNTAS: QUANTOS COTITULARES EM VIGOR E
      *    VIVOS CADA CONTA TEM ALEM DO CLIENTE DO CODIGO
       01  TABELA-CONJUNTAS.
           05 CNJ-ENTRADA            OCCURS 5000 TIMES.
              10 CNJ-TAB-CODIGO      PIC 9(5).
              10 CNJ-TAB-COTITULARES PIC 9(3).
       77  WK-TOT-CONJUNTAS  PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CNJ        PIC 9(05)          VALUE ZEROS.
       77  WK-COTITULARES    PIC 9(03)          VALUE ZEROS.
       77  WK-ASSINATURAS    PIC 9(03)          VALUE ZEROS.
      *
      *    AGENCIA DE RELACIONAMENTO DO CLIENTE CORRENTE DO
      *    MESTRE (ZEROS QUANDO NAO HA REGISTRO NO CLIAGENC)
       77  WK-FS-CLIAGENC    PIC XX             VALUE SPACES.
       77  WK-FS-CLIAGNOV    PIC XX             VALUE SPACES.
       77  WK-FS-AGENCIAS    PIC XX             VALUE SPACES.
       77  WK-AGE-CORRENTE   PIC 9(03)          VALUE ZEROS.
       77  WK-AGE-DESDE      PIC 9(08)          VALUE ZEROS.
       77  WK-AGE-ANTERIOR   PIC 9(03)          VALUE ZEROS.
       77  WK-AGE-INCLUSAO   PIC 9(03)          VALUE ZEROS.
       77  WK-AGE-PROCURA    PIC 9(03)          VALUE ZEROS.
       77  WK-TOT-TRANSFERIDOS PIC 9(05)        VALUE ZEROS.
       01  WK-REG-AGENCIA.
           05 WK-RAG-CODIGO        PIC 9(5).
           05 WK-RAG-AGENCIA       PIC 9(3).
           05 WK-RAG-DATA-DESDE    PIC 9(8).
           05 WK-RAG-AGENCIA-ANT   PIC 9(3).
           05 FILLER               PIC X(11)     VALUE SPACES.
      *
      *    CADASTRO DE AGENCIAS PARA CONFERIR O DESTINO
       01  TABELA-AGENCIAS.
           05 AGE-ENTRADA            OCCURS 200 TIMES.
              10 AGE-TAB-CODIGO      PIC 9(3).
       77  WK-TOT-AGENCIAS   PIC 9(03)          VALUE ZEROS.
       77  WK-IND-AGE        PIC 9(03)          VALUE ZEROS.
       77  WK-ACHOU-AGE      PIC X              VALUE 'N'.
           88 AGENCIA-ACHADA                    VALUE 'S'.
           88 AGENCIA-NAO-ACHADA                VALUE 'N'.
      *
      *    NOME ANTES/DEPOIS DO AUDCLI NA TRANSFERENCIA
       01  WK-TEXTO-AGENCIA.
           05 FILLER               PIC X(08)     VALUE 'AGENCIA '.
           05 WK-TXA-AGENCIA       PIC 9(3).
           05 FILLER               PIC X(14)     VALUE SPACES.
      *
           COPY TRIASRV.
      *
       77  WK-PAGINA         PIC 9(4)           VALUE ZEROS.
       77  WK-LINHA          PIC 9(3)           VALUE ZEROS.
           05 WK-LINHA-NOME        PIC X(25).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(31).
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       101-INICIAR.
           ACCEPT WK-OPERADOR FROM SYSIN.
           PERFORM 105-VALIDAR-OPERADOR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-SISTEMA.
           MOVE WK-DATA-SISTEMA TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-CLIENTES.
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 108-CARREGAR-CONJUNTAS.
           PERFORM 111-CARREGAR-AGENCIAS.
           PERFORM 114-ABRIR-CLIAGENC.
           PERFORM 301-LER-CLIENTES.
           PERFORM 401-LER-MOVCLI.
      *
               AT END
                   MOVE '10' TO WK-FS-OPERSEC
           END-READ.
      *
      *    SO O VINCULO CONJUNTO EM VIGOR NA DATA DA RODADA E
      *    SEM OBITO EXIGE ASSINATURA NO ENCERRAMENTO; O
      *    CADASTRO VEM EM ORDEM DE CONTA (ALUNO160)
       108-CARREGAR-CONJUNTAS.
           OPEN INPUT ARQ-VINCCTA.
           IF WK-FS-VINCCTA NOT = '00'
               DISPLAY 'ARQUIVO VINCCTA NAO ENCONTRADO - '
                       'MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 110-LER-VINCCTA.
           PERFORM 109-ACUMULAR-CONJUNTA
               UNTIL WK-FS-VINCCTA = '10'.
           CLOSE ARQ-VINCCTA.
       109-ACUMULAR-CONJUNTA.
           IF VNC-CONJUNTA
            AND NOT VNC-SIT-FALECIDO
            AND FD-VNC-DATA-INICIO <= WK-DATA-EXEC
            AND (FD-VNC-DATA-FIM = ZEROS
                 OR FD-VNC-DATA-FIM >= WK-DATA-EXEC)
               IF WK-TOT-CONJUNTAS = 0
                OR CNJ-TAB-CODIGO(WK-TOT-CONJUNTAS) NOT =
                   FD-VNC-CODIGO
                   IF WK-TOT-CONJUNTAS >= 5000
                       DISPLAY 'TABELA DE CONJUNTAS CHEIA (MAXIMO '
                               '5000 REGISTROS) - MANUTENCAO '
                               'ABORTADA'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WK-TOT-CONJUNTAS
                   MOVE FD-VNC-CODIGO
                        TO CNJ-TAB-CODIGO(WK-TOT-CONJUNTAS)
                   MOVE ZEROS
                        TO CNJ-TAB-COTITULARES(WK-TOT-CONJUNTAS)
               END-IF
               ADD 1 TO CNJ-TAB-COTITULARES(WK-TOT-CONJUNTAS)
           END-IF.
           PERFORM 110-LER-VINCCTA.
       110-LER-VINCCTA.
           READ ARQ-VINCCTA
               AT END
                   MOVE '10' TO WK-FS-VINCCTA
           END-READ.
       111-CARREGAR-AGENCIAS.
           OPEN INPUT ARQ-AGENCIAS.
           IF WK-FS-AGENCIAS NOT = '00'
               DISPLAY 'ARQUIVO AGENCIAS NAO ENCONTRADO - '
                       'MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 113-LER-AGENCIAS.
           PERFORM 112-GUARDAR-AGENCIA
               UNTIL WK-FS-AGENCIAS = '10'.
           CLOSE ARQ-AGENCIAS.
       112-GUARDAR-AGENCIA.
           IF WK-TOT-AGENCIAS >= 200
               DISPLAY 'TABELA DE AGENCIAS CHEIA (MAXIMO 200 '
                       'REGISTROS) - MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-AGENCIAS.
           MOVE FD-AGE-CODIGO TO AGE-TAB-CODIGO(WK-TOT-AGENCIAS).
           PERFORM 113-LER-AGENCIAS.
       113-LER-AGENCIAS.
           READ ARQ-AGENCIAS
               AT END
                   MOVE '10' TO WK-FS-AGENCIAS
           END-READ.
      *
      *    O CLIAGENC VEM EM ORDEM DE CODIGO, COMO O MESTRE
      *    (NA IMPLANTACAO A OPERACAO O CATALOGA VAZIO)
       114-ABRIR-CLIAGENC.
           OPEN INPUT  ARQ-CLIAGENC.
           IF WK-FS-CLIAGENC NOT = '00'
               DISPLAY 'ARQUIVO CLIAGENC NAO ENCONTRADO - '
                       'MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-CLIAGNOV.
           PERFORM 312-LER-CLIAGENC.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           EVALUATE TRUE
               WHEN MOV-INCLUSAO
                   PERFORM 220-INCLUIR-CLIENTE
               WHEN MOV-TRANSFERENCIA
                   PERFORM 247-TRANSFERIR-AGENCIA
               WHEN MOV-ALTERACAO
                   PERFORM 230-ALTERAR-CLIENTE
               WHEN MOV-ENCERRAMENTO
           END-EVALUATE.
       210-AVANCAR-MESTRE.
           WRITE REG-CLINOVO FROM REG-CLIENTES.
           MOVE FD-CLI-CODIGO   TO WK-RAG-CODIGO.
           MOVE WK-AGE-CORRENTE TO WK-RAG-AGENCIA.
           MOVE WK-AGE-DESDE    TO WK-RAG-DATA-DESDE.
           MOVE WK-AGE-ANTERIOR TO WK-RAG-AGENCIA-ANT.
           WRITE REG-CLIAGNOV FROM WK-REG-AGENCIA.
           PERFORM 301-LER-CLIENTES.
      *
      *    O CODIGO JA INCLUIDO NESTE LOTE NAO ESTA NO MESTRE
                    TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               PERFORM 221-CONFERIR-AGENCIA-INICIAL
               EVALUATE TRUE
                   WHEN FD-MOV-NOME = SPACES
                       MOVE 'REJEITADO - NOME NAO INFORMADO'
                            TO WK-LINHA-SITUACAO
                       PERFORM 260-GRAVAR-REJEICAO
                   WHEN AGENCIA-NAO-ACHADA
                       MOVE 'REJEITADO - AGENCIA INVALIDA'
                            TO WK-LINHA-SITUACAO
                       PERFORM 260-GRAVAR-REJEICAO
                   WHEN OTHER
                       PERFORM 222-INCLUIR-TRIADO
               END-EVALUATE
           END-IF.
      *
      *    AGENCIA INICIAL OPCIONAL: EM BRANCO OU ZEROS O
      *    CLIENTE ENTRA SEM AGENCIA DE RELACIONAMENTO
       221-CONFERIR-AGENCIA-INICIAL.
           MOVE ZEROS TO WK-AGE-INCLUSAO.
           SET AGENCIA-ACHADA TO TRUE.
           IF FD-MOV-AGENCIA NOT = SPACES
               IF FD-MOV-AGENCIA NUMERIC
                   MOVE FD-MOV-AGENCIA TO WK-AGE-INCLUSAO
               ELSE
                   SET AGENCIA-NAO-ACHADA TO TRUE
               END-IF
           END-IF.
           IF WK-AGE-INCLUSAO > ZEROS
               MOVE WK-AGE-INCLUSAO TO WK-AGE-PROCURA
               PERFORM 510-PROCURAR-AGENCIA
           END-IF.
       222-INCLUIR-TRIADO.
           PERFORM 225-TRIAR-INCLUSAO.
           IF LK-TRI-SEM-OCORRENCIA
               MOVE SPACES TO WK-NOME-ANTES
               MOVE SPACES TO WK-SIT-ANTES
               PERFORM 250-GRAVAR-INCLUSAO
           ELSE
               PERFORM 275-RETER-COMPLIANCE
           END-IF.
      *
      *    INCLUSAO JA LIBERADA PELO COMPLIANCE (CARIMBO DO
      *    ALUNO107) NAO E TRIADA DE NOVO
       225-TRIAR-INCLUSAO.
           IF MOV-APROVADO
               SET LK-TRI-SEM-OCORRENCIA TO TRUE
           ELSE
               SET LK-TRI-TRIAR TO TRUE
               MOVE FD-MOV-NOME TO LK-TRI-NOME
               MOVE SPACES      TO LK-TRI-DOCUMENTO
               MOVE ZEROS       TO LK-TRI-LISTA
               CALL 'ALUNO132' USING LK-TRI-COM
           END-IF.
      *
      *    A INCLUSAO E GRAVADA ANTES DO REGISTRO CORRENTE DO
      *    MESTRE, QUE AINDA NAO FOI GRAVADO: A IMAGEM CORRENTE
               MOVE 01             TO FD-CLI-EMPRESA
           END-IF.
           WRITE REG-CLINOVO FROM REG-CLIENTES.
           MOVE FD-MOV-CODIGO   TO WK-RAG-CODIGO.
           MOVE WK-AGE-INCLUSAO TO WK-RAG-AGENCIA.
           MOVE WK-DATA-EXEC    TO WK-RAG-DATA-DESDE.
           MOVE ZEROS           TO WK-RAG-AGENCIA-ANT.
           WRITE REG-CLIAGNOV FROM WK-REG-AGENCIA.
           MOVE WK-MESTRE-CORRENTE TO REG-CLIENTES.
           MOVE FD-MOV-CODIGO      TO WK-ULTIMO-INCLUIDO.
           MOVE 'APLICADO - CLIENTE INCLUIDO'
                   PERFORM 255-GRAVAR-APLICACAO
               END-IF
           END-IF.
      *
      *    O ENCERRAMENTO CAPTADO DIRETO, SEM A LIQUIDACAO DO
      *    ALUNO165, DEIXARIA PRODUTOS LIGADOS PARA TRAS
       240-ENCERRAR-CLIENTE.
           IF WK-FS-CLIENTES = '10'
            OR FD-CLI-CODIGO NOT = FD-MOV-CODIGO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               EVALUATE TRUE
                   WHEN NOT MOV-LIQUIDADO
                       MOVE 'REJEITADO - SEM LIQUIDACAO'
                            TO WK-LINHA-SITUACAO
                       PERFORM 260-GRAVAR-REJEICAO
                   WHEN FD-CLI-SALDO NOT = ZEROS
                    OR FD-CLI-SALDO-POUP NOT = ZEROS
                       MOVE 'REJEITADO - SALDO NAO ZERADO'
                            TO WK-LINHA-SITUACAO
                       PERFORM 260-GRAVAR-REJEICAO
                   WHEN OTHER
                       PERFORM 241-CONFERIR-ASSINATURAS
                       PERFORM 242-ENCERRAR-ASSINADO
               END-EVALUATE
           END-IF.
      *
      *    CONTA CONJUNTA SO ENCERRA COM A ASSINATURA DE TODOS
      *    OS TITULARES: O CLIENTE DO CODIGO E CADA COTITULAR
      *    EM VIGOR
       241-CONFERIR-ASSINATURAS.
           MOVE ZEROS TO WK-COTITULARES.
           PERFORM VARYING WK-IND-CNJ FROM 1 BY 1
                   UNTIL WK-IND-CNJ > WK-TOT-CONJUNTAS
               IF CNJ-TAB-CODIGO(WK-IND-CNJ) = FD-MOV-CODIGO
                   MOVE CNJ-TAB-COTITULARES(WK-IND-CNJ)
                        TO WK-COTITULARES
               END-IF
           END-PERFORM.
           IF FD-MOV-ASSINATURAS NUMERIC
               MOVE FD-MOV-ASSINATURAS TO WK-ASSINATURAS
           ELSE
               MOVE ZEROS              TO WK-ASSINATURAS
           END-IF.
       242-ENCERRAR-ASSINADO.
           IF WK-COTITULARES > 0
            AND WK-ASSINATURAS < WK-COTITULARES + 1
               MOVE 'REJEITADO - FALTAM ASSINATURAS'
                    TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               EVALUATE TRUE
                   WHEN NOT MOV-APROVADO
                       PERFORM 270-ENVIAR-PARA-APROVACAO
                   WHEN OTHER
               END-EVALUATE
           END-IF.
      *
      *    TRANSFERENCIA DE CARTEIRA: A NOVA AGENCIA FICA NA
      *    IMAGEM CORRENTE E SAI NO CLIAGNOV QUANDO O MESTRE
      *    AVANCA; CLIENTE ENCERRADO NAO MUDA DE CARTEIRA
       247-TRANSFERIR-AGENCIA.
           IF WK-FS-CLIENTES = '10'
            OR FD-CLI-CODIGO NOT = FD-MOV-CODIGO
               MOVE 'REJEITADO - CODIGO NAO CADASTRADO'
                    TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               SET AGENCIA-NAO-ACHADA TO TRUE
               IF FD-MOV-AGENCIA NUMERIC
                   MOVE FD-MOV-AGENCIA TO WK-AGE-PROCURA
                   PERFORM 510-PROCURAR-AGENCIA
               END-IF
               EVALUATE TRUE
                   WHEN CLI-SIT-ENCERRADO
                       MOVE 'REJEITADO - CLIENTE ENCERRADO'
                            TO WK-LINHA-SITUACAO
                       PERFORM 260-GRAVAR-REJEICAO
                   WHEN AGENCIA-NAO-ACHADA
                       MOVE 'REJEITADO - AGENCIA INVALIDA'
                            TO WK-LINHA-SITUACAO
                       PERFORM 260-GRAVAR-REJEICAO
                   WHEN FD-MOV-AGENCIA = WK-AGE-CORRENTE
                       MOVE 'REJEITADO - JA NA AGENCIA'
                            TO WK-LINHA-SITUACAO
                       PERFORM 260-GRAVAR-REJEICAO
                   WHEN OTHER
                       PERFORM 248-APLICAR-TRANSFERENCIA
               END-EVALUATE
           END-IF.
       248-APLICAR-TRANSFERENCIA.
           ADD 1 TO WK-TOT-TRANSFERIDOS.
           MOVE WK-AGE-CORRENTE  TO WK-TXA-AGENCIA.
           MOVE WK-TEXTO-AGENCIA TO WK-NOME-ANTES.
           MOVE FD-CLI-SITUACAO  TO WK-SIT-ANTES.
           MOVE WK-AGE-CORRENTE  TO WK-AGE-ANTERIOR.
           MOVE FD-MOV-AGENCIA   TO WK-AGE-CORRENTE.
           MOVE WK-DATA-EXEC     TO WK-AGE-DESDE.
           MOVE 'APLICADO - AGENCIA TRANSFERIDA'
                TO WK-LINHA-SITUACAO.
           PERFORM 255-GRAVAR-APLICACAO.
      *
      *    O MOVIMENTO VALIDO MAS SEM O CARIMBO DO REVISOR
      *    ESPERA NA FILA DE APROVACAO; SO A PROXIMA RODADA,
      *    JA COM O CARIMBO DO ALUNO107, O APLICA
       270-ENVIAR-PARA-APROVACAO.
           MOVE SPACES        TO WK-MOTIVO-PENDENCIA.
           PERFORM 272-GRAVAR-PENDENCIA.
           MOVE 'PENDENTE DE APROVACAO (4 OLHOS)'
                TO WK-LINHA-SITUACAO.
           PERFORM 265-GRAVAR-LINHA-RELATO.
      *
      *    OCORRENCIA NA LISTA RESTRITIVA (OU LISTA FORA DO
      *    AR): A INCLUSAO ESPERA A LIBERACAO DO COMPLIANCE
       275-RETER-COMPLIANCE.
           ADD 1 TO WK-TOT-RETIDOS.
           MOVE 'C'           TO WK-MOTIVO-PENDENCIA.
           PERFORM 272-GRAVAR-PENDENCIA.
           IF LK-TRI-SEM-LISTA
               MOVE 'RETIDO - LISTA INDISPONIVEL'
                    TO WK-LINHA-SITUACAO
           ELSE
               MOVE 'RETIDO - LISTA RESTRITIVA'
                    TO WK-LINHA-SITUACAO
           END-IF.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       272-GRAVAR-PENDENCIA.
           ADD 1 TO WK-TOT-PENDENTES.
           MOVE SPACES        TO REG-PENDAPR.
           MOVE 'ALUNO27'     TO FD-PAP-ORIGEM.
           MOVE REG-MOVCLI    TO FD-PAP-MOVIMENTO.
           IF FD-MOV-OPERADOR NOT = SPACES
               MOVE FD-MOV-OPERADOR TO FD-PAP-OPERADOR1
           ELSE
               MOVE WK-OPERADOR     TO FD-PAP-OPERADOR1
           END-IF.
           MOVE WK-DATA-EXEC  TO FD-PAP-DATA.
           MOVE WK-HORA-EXEC  TO FD-PAP-HORA.
           SET PAP-DEC-PENDENTE TO TRUE.
           MOVE SPACES        TO FD-PAP-OPERADOR2.
           MOVE WK-MOTIVO-PENDENCIA TO FD-PAP-MOTIVO.
           WRITE REG-PENDAPR.
       255-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           MOVE FD-MOV-FUNCAO     TO FD-AUC-FUNCAO.
           MOVE FD-MOV-SITUACAO   TO FD-AUC-SIT-DEPOIS.
           MOVE WK-DATA-EXEC      TO FD-AUC-DATA.
           MOVE WK-HORA-EXEC      TO FD-AUC-HORA.
           IF FD-MOV-OPERADOR NOT = SPACES
               MOVE FD-MOV-OPERADOR TO FD-AUC-OPERADOR
           ELSE
               MOVE WK-OPERADOR     TO FD-AUC-OPERADOR
           END-IF.
           IF MOV-APROVADO
               MOVE FD-MOV-APROVADOR TO FD-AUC-APROVADOR
           ELSE
               MOVE SPACES           TO FD-AUC-APROVADOR
           END-IF.
           IF MOV-TRANSFERENCIA
               MOVE WK-AGE-CORRENTE  TO WK-TXA-AGENCIA
               MOVE WK-TEXTO-AGENCIA TO FD-AUC-NOME-DEPOIS
               MOVE WK-SIT-ANTES     TO FD-AUC-SIT-DEPOIS
           END-IF.
           WRITE REG-AUDCLI.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       260-GRAVAR-REJEICAO.
           MOVE FD-MOV-FUNCAO     TO WK-LINHA-FUNCAO.
           MOVE FD-MOV-CODIGO     TO WK-LINHA-CODIGO.
           MOVE FD-MOV-NOME       TO WK-LINHA-NOME.
           IF MOV-TRANSFERENCIA
               MOVE FD-MOV-AGENCIA    TO WK-TXA-AGENCIA
               MOVE WK-TEXTO-AGENCIA  TO WK-LINHA-NOME
           END-IF.
           MOVE WK-LINHA-DETALHE  TO REG-RELMANUT.
           WRITE REG-RELMANUT.
           ADD 1 TO WK-LINHA.
           READ ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   PERFORM 311-POSICIONAR-AGENCIA
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    AGENCIA DO CLIENTE QUE ACABA DE SER LIDO DO MESTRE;
      *    REGISTROS DO CLIAGENC SEM CLIENTE SAO DESCARTADOS
       311-POSICIONAR-AGENCIA.
           PERFORM 312-LER-CLIAGENC
               UNTIL WK-FS-CLIAGENC = '10'
                   OR FD-CAG-CODIGO >= FD-CLI-CODIGO.
           IF WK-FS-CLIAGENC NOT = '10'
            AND FD-CAG-CODIGO = FD-CLI-CODIGO
               MOVE FD-CAG-AGENCIA     TO WK-AGE-CORRENTE
               MOVE FD-CAG-DATA-DESDE  TO WK-AGE-DESDE
               MOVE FD-CAG-AGENCIA-ANT TO WK-AGE-ANTERIOR
           ELSE
               MOVE ZEROS TO WK-AGE-CORRENTE
               MOVE ZEROS TO WK-AGE-DESDE
               MOVE ZEROS TO WK-AGE-ANTERIOR
           END-IF.
       312-LER-CLIAGENC.
           READ ARQ-CLIAGENC
               AT END
                   MOVE '10' TO WK-FS-CLIAGENC
           END-READ.
      ***************************************
       400-LER-MOVCLI SECTION.
       401-LER-MOVCLI.
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       500-APOIO SECTION.
       510-PROCURAR-AGENCIA.
           SET AGENCIA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-AGE FROM 1 BY 1
                   UNTIL WK-IND-AGE > WK-TOT-AGENCIAS
                   OR AGENCIA-ACHADA
               IF AGE-TAB-CODIGO(WK-IND-AGE) = WK-AGE-PROCURA
                   SET AGENCIA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
                   WK-TOT-REJEITADOS.
           DISPLAY 'TOTAL PENDENTES DE APROVACAO   = '
                   WK-TOT-PENDENTES.
           DISPLAY 'RETIDOS PELA LISTA RESTRITIVA  = '
                   WK-TOT-RETIDOS.
           DISPLAY 'TRANSFERENCIAS DE AGENCIA      = '
                   WK-TOT-TRANSFERIDOS.
           IF WK-TOT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ARQ-AUDCLI.
           CLOSE ARQ-PENDAPR.
           CLOSE ARQ-RELMANUT.
           CLOSE ARQ-CLIAGENC.
           CLOSE ARQ-CLIAGNOV.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
