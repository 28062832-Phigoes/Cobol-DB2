       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO158.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DO CADASTRO DE PREFERENCIAS DE    *
      *    ALERTA DOS CLIENTES (SMS/E-MAIL): INCLUSAO,  *
      *    ALTERACAO E EXCLUSAO DIRIGIDAS POR ARQUIVO   *
      *    DE MOVIMENTOS, NO MESMO BALANCE LINE DO      *
      *    ALUNO142, PELO CODIGO DO CLIENTE. O CLIENTE  *
      *    TEM QUE EXISTIR NO CLIENTES; O CANAL E SMS,  *
      *    E-MAIL OU AMBOS; O SMS SEM FONE NO MOVIMENTO *
      *    USA O FONE DO CLIDEMOG (QUE ENTAO TEM QUE    *
      *    EXISTIR), O E-MAIL PRECISA DE ENDERECO COM   *
      *    UMA ARROBA; CADA TIPO DE ALERTA (DEBITO,     *
      *    SALDO, NEGATIVO, SALARIO, RECUSA) TEM OPCAO  *
      *    S/N E O DEBITO EXIGE O LIMITE. CADA CLIENTE  *
      *    ALTERADO VAI PARA A TRILHA AUDALRT COM AS    *
      *    IMAGENS ANTES/DEPOIS E O OPERADOR DO CARTAO  *
      *    SYSIN. OS ALERTAS SAO GERADOS NA RODADA      *
      *    NOTURNA PELO ALUNO159                        *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALERTPRF ASSIGN TO ALERTPRF
               FILE STATUS IS WK-FS-ALERTPRF.
           SELECT ARQ-MOVALRT  ASSIGN TO MOVALRT
               FILE STATUS IS WK-FS-MOVALRT.
           SELECT ARQ-ALRNOVO  ASSIGN TO ALRNOVO
               FILE STATUS IS WK-FS-ALRNOVO.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-AUDALRT  ASSIGN TO AUDALRT
               FILE STATUS IS WK-FS-AUDALRT.
           SELECT ARQ-RELMANUT ASSIGN TO RELMANUT
               FILE STATUS IS WK-FS-RELMANUT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-ALERTPRF
            RECORDING MODE IS F.
           COPY ALERTPRF.
       FD   ARQ-MOVALRT
            RECORDING MODE IS F.
           COPY MOVALRT.
       FD   ARQ-ALRNOVO
            RECORDING MODE IS F.
       01  REG-ALRNOVO              PIC X(120).
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
       FD   ARQ-AUDALRT
            RECORDING MODE IS F.
           COPY AUDALRT.
       FD   ARQ-RELMANUT
            RECORDING MODE IS F.
       01  REG-RELMANUT             PIC X(100).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-ALERTPRF    PIC XX             VALUE SPACES.
       77  WK-FS-MOVALRT     PIC XX             VALUE SPACES.
       77  WK-FS-ALRNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-AUDALRT     PIC XX             VALUE SPACES.
       77  WK-FS-RELMANUT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-ULTIMO-MOV-CHAVE PIC X(05)        VALUE LOW-VALUES.
       77  WK-ULTIMO-INCLUIDO PIC X(05)         VALUE LOW-VALUES.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE SPACES.
       77  WK-MESTRE-CORRENTE PIC X(120)        VALUE SPACES.
       77  WK-IMAGEM-ANTES   PIC X(120)         VALUE SPACES.
       77  WK-IMAGEM-DEPOIS  PIC X(120)         VALUE SPACES.
       77  WK-CRITICA        PIC X(40)          VALUE SPACES.
       77  WK-QTDE-ARROBA    PIC 9(02)          VALUE ZEROS.
      *
      *    CLIENTES DA CASA, COM O FONE DO CLIDEMOG PARA O
      *    CANAL SMS SEM FONE NO MOVIMENTO
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA            OCCURS 5000 TIMES.
              10 CLI-TAB-CODIGO      PIC 9(5).
              10 CLI-TAB-FONE        PIC X(11).
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CLI        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(09)     VALUE ' CLIENTE '.
           05 WK-LINHA-CODIGO      PIC 9(5).
           05 FILLER               PIC X(07)     VALUE ' CANAL '.
           05 WK-LINHA-CANAL       PIC X(01).
           05 FILLER               PIC X(08)     VALUE ' OPCOES '.
           05 WK-LINHA-OPCOES      PIC X(05).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(40).
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
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVALRT = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-OPERADOR FROM SYSIN.
           IF WK-OPERADOR = SPACES
               DISPLAY 'OPERADOR NAO INFORMADO NO CARTAO SYSIN - '
                       'MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-ALERTPRF.
           OPEN INPUT  ARQ-MOVALRT.
           OPEN OUTPUT ARQ-ALRNOVO.
           OPEN EXTEND ARQ-AUDALRT.
           OPEN OUTPUT ARQ-RELMANUT.
           EVALUATE WK-FS-ALERTPRF
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO ALERTPRF NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-ALERTPRF
                           ' NO COMANDO OPEN ALERTPRF'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           EVALUATE WK-FS-MOVALRT
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVALRT NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVALRT
                           ' NO COMANDO OPEN MOVALRT'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-CLIENTES.
           PERFORM 120-CARREGAR-FONES.
           PERFORM 301-LER-ALERTPRF.
           PERFORM 401-LER-MOVALRT.
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
                       'REGISTROS) - MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CLIENTES.
           MOVE FD-CLI-CODIGO TO CLI-TAB-CODIGO(WK-TOT-CLIENTES).
           MOVE SPACES        TO CLI-TAB-FONE(WK-TOT-CLIENTES).
           PERFORM 112-LER-CLIENTES.
       112-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
      *
      *    SEM O CLIDEMOG A MANUTENCAO SEGUE, MAS O CANAL SMS
      *    PASSA A EXIGIR O FONE NO MOVIMENTO
       120-CARREGAR-FONES.
           OPEN INPUT ARQ-CLIDEMOG.
           EVALUATE WK-FS-CLIDEMOG
               WHEN '00'
                   PERFORM 122-LER-CLIDEMOG
                   PERFORM 121-ANOTAR-FONE
                       UNTIL WK-FS-CLIDEMOG = '10'
                   CLOSE ARQ-CLIDEMOG
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIDEMOG NAO ENCONTRADO - '
                           'SMS SO COM FONE NO MOVIMENTO'
           END-EVALUATE.
       121-ANOTAR-FONE.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                   UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                   OR ITEM-ACHADO
               IF CLI-TAB-CODIGO(WK-IND-CLI) = FD-DEM-CODIGO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-CLI
               MOVE FD-DEM-FONE TO CLI-TAB-FONE(WK-IND-CLI)
           END-IF.
           PERFORM 122-LER-CLIDEMOG.
       122-LER-CLIDEMOG.
           READ ARQ-CLIDEMOG
               AT END
                   MOVE '10' TO WK-FS-CLIDEMOG
           END-READ.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-MAL-CODIGO < WK-ULTIMO-MOV-CHAVE
               MOVE 'REJEITADO - FORA DE SEQUENCIA'
                    TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               MOVE FD-MAL-CODIGO TO WK-ULTIMO-MOV-CHAVE
               PERFORM 202-APLICAR-MOVIMENTO
           END-IF.
           PERFORM 401-LER-MOVALRT.
      *
      *    O BALANCE LINE EXIGE OS MOVIMENTOS EM ORDEM
      *    ASCENDENTE DE CODIGO DE CLIENTE
       202-APLICAR-MOVIMENTO.
           PERFORM 210-AVANCAR-MESTRE
               UNTIL WK-FS-ALERTPRF = '10'
                   OR FD-ALP-CODIGO >= FD-MAL-CODIGO.
           EVALUATE TRUE
               WHEN MAL-INCLUSAO
                   PERFORM 220-INCLUIR
               WHEN MAL-ALTERACAO
                   PERFORM 230-ALTERAR
               WHEN MAL-EXCLUSAO
                   PERFORM 240-EXCLUIR
               WHEN OTHER
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
           END-EVALUATE.
       210-AVANCAR-MESTRE.
           WRITE REG-ALRNOVO FROM REG-ALERTPRF.
           PERFORM 301-LER-ALERTPRF.
      *
      *    O CLIENTE JA INCLUIDO NESTE LOTE NAO ESTA NO
      *    CADASTRO CORRENTE, SO NO ALRNOVO: A SEGUNDA
      *    INCLUSAO E BARRADA PELO ULTIMO INCLUIDO GUARDADO
       220-INCLUIR.
           PERFORM 250-CRITICAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN (WK-FS-ALERTPRF NOT = '10'
                     AND FD-ALP-CODIGO = FD-MAL-CODIGO)
                OR FD-MAL-CODIGO = WK-ULTIMO-INCLUIDO
                   MOVE 'REJEITADO - CLIENTE JA CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN WK-CRITICA NOT = SPACES
                   MOVE WK-CRITICA TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE REG-ALERTPRF TO WK-MESTRE-CORRENTE
                   MOVE SPACES       TO REG-ALERTPRF
                   PERFORM 254-MONTAR-REGISTRO
                   WRITE REG-ALRNOVO FROM REG-ALERTPRF
                   MOVE SPACES       TO WK-IMAGEM-ANTES
                   MOVE REG-ALERTPRF TO WK-IMAGEM-DEPOIS
                   MOVE WK-MESTRE-CORRENTE TO REG-ALERTPRF
                   MOVE FD-MAL-CODIGO TO WK-ULTIMO-INCLUIDO
                   MOVE 'APLICADO - PREFERENCIAS INCLUIDAS'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
           END-EVALUATE.
       230-ALTERAR.
           PERFORM 250-CRITICAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN WK-FS-ALERTPRF = '10'
                OR FD-ALP-CODIGO NOT = FD-MAL-CODIGO
                   MOVE 'REJEITADO - CLIENTE NAO CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN WK-CRITICA NOT = SPACES
                   MOVE WK-CRITICA TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE REG-ALERTPRF TO WK-IMAGEM-ANTES
                   PERFORM 254-MONTAR-REGISTRO
                   MOVE REG-ALERTPRF TO WK-IMAGEM-DEPOIS
                   MOVE 'APLICADO - PREFERENCIAS ALTERADAS'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
           END-EVALUATE.
      *
      *    A EXCLUSAO DESLIGA TODOS OS ALERTAS DO CLIENTE
       240-EXCLUIR.
           EVALUATE TRUE
               WHEN WK-FS-ALERTPRF = '10'
                OR FD-ALP-CODIGO NOT = FD-MAL-CODIGO
                   MOVE 'REJEITADO - CLIENTE NAO CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE REG-ALERTPRF TO WK-IMAGEM-ANTES
                   MOVE SPACES       TO WK-IMAGEM-DEPOIS
                   MOVE 'APLICADO - PREFERENCIAS EXCLUIDAS'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
                   PERFORM 301-LER-ALERTPRF
           END-EVALUATE.
      *
      *    CRITICA DA INCLUSAO E DA ALTERACAO; WK-CRITICA EM
      *    BRANCO = MOVIMENTO BOM. O SMS SEM FONE NO
      *    MOVIMENTO USA O DO CLIDEMOG, QUE TEM QUE EXISTIR
       250-CRITICAR-MOVIMENTO.
           MOVE SPACES TO WK-CRITICA.
           SET ITEM-NAO-ACHADO TO TRUE.
           IF FD-MAL-CODIGO NUMERIC
               PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                       UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                       OR ITEM-ACHADO
                   IF CLI-TAB-CODIGO(WK-IND-CLI) = FD-MAL-CODIGO
                       SET ITEM-ACHADO TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-CLI
           END-IF.
           MOVE ZEROS TO WK-QTDE-ARROBA.
           INSPECT FD-MAL-EMAIL TALLYING WK-QTDE-ARROBA
                   FOR ALL '@'.
           EVALUATE TRUE
               WHEN ITEM-NAO-ACHADO
                   MOVE 'REJEITADO - CLIENTE INEXISTENTE'
                        TO WK-CRITICA
               WHEN NOT MAL-CANAL-VALIDO
                   MOVE 'REJEITADO - CANAL INVALIDO'
                        TO WK-CRITICA
               WHEN MAL-CANAL-SMS
                AND FD-MAL-FONE = SPACES
                AND CLI-TAB-FONE(WK-IND-CLI) = SPACES
                   MOVE 'REJEITADO - SEM FONE PARA O SMS'
                        TO WK-CRITICA
               WHEN MAL-CANAL-EMAIL
                AND (FD-MAL-EMAIL = SPACES OR WK-QTDE-ARROBA NOT = 1)
                   MOVE 'REJEITADO - E-MAIL INVALIDO'
                        TO WK-CRITICA
               WHEN NOT MAL-OPC-DEBITO-OK
                OR NOT MAL-OPC-SALDO-OK
                OR NOT MAL-OPC-NEGATIVO-OK
                OR NOT MAL-OPC-SALARIO-OK
                OR NOT MAL-OPC-RECUSA-OK
                   MOVE 'REJEITADO - OPCAO DE ALERTA INVALIDA'
                        TO WK-CRITICA
               WHEN FD-MAL-LIMITE-DEBITO NOT NUMERIC
                OR (FD-MAL-OPC-DEBITO = 'S'
                    AND FD-MAL-LIMITE-DEBITO = ZEROS)
                   MOVE 'REJEITADO - LIMITE DE DEBITO INVALIDO'
                        TO WK-CRITICA
               WHEN FD-MAL-SALDO-MINIMO NOT NUMERIC
                   MOVE 'REJEITADO - SALDO MINIMO INVALIDO'
                        TO WK-CRITICA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    O FONE FICA EM BRANCO QUANDO NAO VEM NO MOVIMENTO:
      *    O ALUNO159 PEGA O DO CLIDEMOG NA HORA DO ENVIO, E A
      *    TROCA DE FONE NO CADASTRO VALE PARA OS ALERTAS
       254-MONTAR-REGISTRO.
           MOVE FD-MAL-CODIGO TO FD-ALP-CODIGO.
           MOVE FD-MAL-DADOS  TO FD-ALP-DADOS.
           MOVE WK-DATA-EXEC  TO FD-ALP-DATA-ATUALIZ.
           MOVE WK-OPERADOR   TO FD-ALP-OPERADOR.
       255-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           PERFORM 256-GRAVAR-AUDITORIA.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       256-GRAVAR-AUDITORIA.
           MOVE SPACES           TO REG-AUDALRT.
           MOVE FD-MAL-FUNCAO    TO FD-AUA-FUNCAO.
           MOVE WK-DATA-EXEC     TO FD-AUA-DATA.
           MOVE WK-HORA-EXEC     TO FD-AUA-HORA.
           MOVE WK-OPERADOR      TO FD-AUA-OPERADOR.
           MOVE WK-IMAGEM-ANTES  TO FD-AUA-ANTES.
           MOVE WK-IMAGEM-DEPOIS TO FD-AUA-DEPOIS.
           WRITE REG-AUDALRT.
       260-GRAVAR-REJEICAO.
           ADD 1 TO WK-TOT-REJEITADOS.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       265-GRAVAR-LINHA-RELATO.
           MOVE FD-MAL-FUNCAO     TO WK-LINHA-FUNCAO.
           MOVE FD-MAL-CODIGO     TO WK-LINHA-CODIGO.
           MOVE FD-MAL-CANAL      TO WK-LINHA-CANAL.
           MOVE FD-MAL-OPCOES     TO WK-LINHA-OPCOES.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER-ALERTPRF SECTION.
       301-LER-ALERTPRF.
           READ ARQ-ALERTPRF.
           EVALUATE WK-FS-ALERTPRF
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-ALERTPRF
                           ' NO COMANDO READ ALERTPRF'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       400-LER-MOVALRT SECTION.
       401-LER-MOVALRT.
           READ ARQ-MOVALRT.
           EVALUATE WK-FS-MOVALRT
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVALRT
                           ' NO COMANDO READ MOVALRT'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 210-AVANCAR-MESTRE UNTIL WK-FS-ALERTPRF = '10'.
           DISPLAY 'TOTAL DE MOVIMENTOS APLICADOS  = '
                   WK-TOT-APLICADOS.
           DISPLAY 'TOTAL DE MOVIMENTOS REJEITADOS = '
                   WK-TOT-REJEITADOS.
           IF WK-TOT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-ALERTPRF.
           CLOSE ARQ-MOVALRT.
           CLOSE ARQ-ALRNOVO.
           CLOSE ARQ-AUDALRT.
           CLOSE ARQ-RELMANUT.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO158'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
