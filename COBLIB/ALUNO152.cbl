       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO152.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DO DIRETORIO DE CHAVES DE         *
      *    PAGAMENTO INSTANTANEO (KSDS CHAVEPIX):       *
      *    INCLUI E EXCLUI CHAVES (CPF/CNPJ, TELEFONE,  *
      *    E-MAIL E CHAVE ALEATORIA) LIGADAS AO CODIGO  *
      *    DO CLIENTE E A CONTA CORRENTE OU POUPANCA.   *
      *    NA INCLUSAO O CLIENTE TEM DE ESTAR ATIVO NO  *
      *    CLIENTES E A POSSE DA CHAVE E CONFERIDA NOS  *
      *    DADOS CADASTRAIS (CLIDEMOG): O DOCUMENTO E   *
      *    O TELEFONE TEM DE SER OS DO PROPRIO          *
      *    CLIENTE; O CADASTRO NAO GUARDA E-MAIL, QUE   *
      *    E CONFIRMADO NO CANAL ANTES DE GERAR O       *
      *    MOVIMENTO E AQUI SO TEM O FORMATO            *
      *    CRITICADO. A CHAVE ALEATORIA E GERADA PELO   *
      *    PROGRAMA. CADA CLIENTE TEM NO MAXIMO         *
      *    MAX-CHAVES ATIVAS (PARAMETRO DO ALUNO152 NO  *
      *    ARQUIVO CENTRAL, PADRAO 5); A EXCLUSAO SO    *
      *    VALE PARA O DONO DA CHAVE E A CHAVE          *
      *    EXCLUIDA PODE SER INCLUIDA DE NOVO.          *
      *    OPERADOR NO CARTAO SYSIN; RELATORIO          *
      *    RELCHAVE E RC 4 QUANDO HA REJEICOES          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CHAVEPIX ASSIGN TO CHAVEPIX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CHP-CHAVE
               FILE STATUS IS WK-FS-CHAVEPIX.
           SELECT ARQ-MOVCHAVE ASSIGN TO MOVCHAVE
               FILE STATUS IS WK-FS-MOVCHAVE.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-RELCHAVE ASSIGN TO RELCHAVE
               FILE STATUS IS WK-FS-RELCHAVE.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CHAVEPIX.
           COPY CHAVEPIX.
       FD   ARQ-MOVCHAVE
            RECORDING MODE IS F.
           COPY MOVCHAVE.
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
       FD   ARQ-RELCHAVE
            RECORDING MODE IS F.
       01  REG-RELCHAVE             PIC X(132).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CHAVEPIX    PIC XX             VALUE SPACES.
       77  WK-FS-MOVCHAVE    PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-RELCHAVE    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-INCLUIDAS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REATIVADAS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-EXCLUIDAS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ATIVAS     PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE SPACES.
       77  WK-CRITICA        PIC X(40)          VALUE SPACES.
       77  WK-SIT-CLIENTE    PIC X(01)          VALUE SPACES.
       77  WK-CODIGO-PROCURA PIC 9(5)           VALUE ZEROS.
      *
      *    QUANTIDADE MAXIMA DE CHAVES ATIVAS POR CLIENTE
       77  WK-MAX-CHAVES     PIC 9(03)          VALUE ZEROS.
      *
      *    CRITICA DE FORMATO DA CHAVE (TAMANHO UTIL E
      *    QUANTIDADE DE ARROBAS DO E-MAIL)
       77  WK-TAM-VALOR      PIC 9(03)          VALUE ZEROS.
       77  WK-QTDE-ARROBA    PIC 9(03)          VALUE ZEROS.
      *
      *    CHAVE ALEATORIA: DATA, HORA COM CENTESIMOS,
      *    CLIENTE E SEQUENCIA DA RODADA - NAO REPETE
       77  WK-SEQ-ALEATORIA  PIC 9(05)          VALUE ZEROS.
       01  WK-CHAVE-GERADA.
           05 WK-GER-DATA           PIC 9(8).
           05 FILLER                PIC X(01)     VALUE '-'.
           05 WK-GER-HORA           PIC 9(8).
           05 FILLER                PIC X(01)     VALUE '-'.
           05 WK-GER-CODIGO         PIC 9(5).
           05 FILLER                PIC X(01)     VALUE '-'.
           05 WK-GER-SEQ            PIC 9(5).
      *
      *    CLIENTES DO CADASTRO, COM A QUANTIDADE DE
      *    CHAVES ATIVAS CONTADA NO DIRETORIO
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA            OCCURS 5000 TIMES.
              10 CLI-TAB-CODIGO      PIC 9(5).
              10 CLI-TAB-SITUACAO    PIC X(01).
              10 CLI-TAB-QTDE-CHAVES PIC 9(03).
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CLI        PIC 9(05)          VALUE ZEROS.
      *
      *    DOCUMENTO E TELEFONE DO CADASTRO, PARA A
      *    CONFERENCIA DA POSSE DA CHAVE
       01  TABELA-DEMOG.
           05 DEM-ENTRADA            OCCURS 5000 TIMES.
              10 DEM-TAB-CODIGO      PIC 9(5).
              10 DEM-TAB-FONE        PIC X(11).
              10 DEM-TAB-DOCUMENTO   PIC X(14).
       77  WK-TOT-DEMOG      PIC 9(05)          VALUE ZEROS.
       77  WK-IND-DEM        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
           COPY PARMSRV.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(09)     VALUE ' CLIENTE '.
           05 WK-LINHA-CODIGO      PIC 9(5).
           05 FILLER               PIC X(07)     VALUE ' CHAVE '.
           05 WK-LINHA-TIPO        PIC X(01).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-VALOR       PIC X(50).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(40).
           05 FILLER               PIC X(10)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVCHAVE = '10'.
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
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO152' TO LK-PRM-PROGRAMA.
           MOVE 'MAX-CHAVES' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:3) TO WK-MAX-CHAVES
           END-IF.
           IF WK-MAX-CHAVES NOT NUMERIC
            OR WK-MAX-CHAVES = ZEROS
               MOVE 5 TO WK-MAX-CHAVES
           END-IF.
           OPEN I-O    ARQ-CHAVEPIX.
           OPEN INPUT  ARQ-MOVCHAVE.
           OPEN OUTPUT ARQ-RELCHAVE.
           IF WK-FS-CHAVEPIX NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CHAVEPIX
                       ' NO COMANDO OPEN CHAVEPIX'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE WK-FS-MOVCHAVE
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVCHAVE NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVCHAVE
                           ' NO COMANDO OPEN MOVCHAVE'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-CLIENTES.
           PERFORM 115-CARREGAR-DEMOG.
           PERFORM 120-CONTAR-CHAVES.
           PERFORM 401-LER-MOVCHAVE.
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
           MOVE FD-CLI-CODIGO   TO CLI-TAB-CODIGO(WK-TOT-CLIENTES).
           MOVE FD-CLI-SITUACAO TO CLI-TAB-SITUACAO(WK-TOT-CLIENTES).
           MOVE ZEROS       TO CLI-TAB-QTDE-CHAVES(WK-TOT-CLIENTES).
           PERFORM 112-LER-CLIENTES.
       112-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
      *
      *    SEM DADOS CADASTRAIS NENHUMA CHAVE DE DOCUMENTO
      *    OU TELEFONE PODE TER A POSSE CONFERIDA
       115-CARREGAR-DEMOG.
           OPEN INPUT ARQ-CLIDEMOG.
           EVALUATE WK-FS-CLIDEMOG
               WHEN '00'
                   PERFORM 117-LER-CLIDEMOG
                   PERFORM 116-ACUMULAR-DEMOG
                       UNTIL WK-FS-CLIDEMOG = '10'
                   CLOSE ARQ-CLIDEMOG
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIDEMOG NAO ENCONTRADO - '
                           'POSSE DAS CHAVES NAO CONFERIDA'
           END-EVALUATE.
       116-ACUMULAR-DEMOG.
           IF WK-TOT-DEMOG >= 5000
               DISPLAY 'TABELA DE DADOS CADASTRAIS CHEIA (MAXIMO '
                       '5000 REGISTROS) - MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-DEMOG.
           MOVE FD-DEM-CODIGO    TO DEM-TAB-CODIGO(WK-TOT-DEMOG).
           MOVE FD-DEM-FONE      TO DEM-TAB-FONE(WK-TOT-DEMOG).
           MOVE FD-DEM-DOCUMENTO TO DEM-TAB-DOCUMENTO(WK-TOT-DEMOG).
           PERFORM 117-LER-CLIDEMOG.
       117-LER-CLIDEMOG.
           READ ARQ-CLIDEMOG
               AT END
                   MOVE '10' TO WK-FS-CLIDEMOG
           END-READ.
      *
      *    PERCORRE O DIRETORIO INTEIRO CONTANDO AS CHAVES
      *    ATIVAS DE CADA CLIENTE, BASE DO LIMITE POR CLIENTE
       120-CONTAR-CHAVES.
           MOVE LOW-VALUES TO FD-CHP-CHAVE.
           START ARQ-CHAVEPIX KEY NOT < FD-CHP-CHAVE.
           EVALUATE WK-FS-CHAVEPIX
               WHEN '00'
                   PERFORM 122-LER-PROXIMA-CHAVE
                   PERFORM 121-CONTAR-CHAVE
                       UNTIL WK-FS-CHAVEPIX = '10'
               WHEN '23'
                   DISPLAY 'DIRETORIO DE CHAVES VAZIO'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CHAVEPIX
                           ' NO COMANDO START CHAVEPIX'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       121-CONTAR-CHAVE.
           IF CHP-SIT-ATIVA
               ADD 1 TO WK-TOT-ATIVAS
               MOVE FD-CHP-CODIGO TO WK-CODIGO-PROCURA
               PERFORM 130-LOCALIZAR-CLIENTE
               IF ITEM-ACHADO
                   ADD 1 TO CLI-TAB-QTDE-CHAVES(WK-IND-CLI)
               END-IF
           END-IF.
           PERFORM 122-LER-PROXIMA-CHAVE.
       122-LER-PROXIMA-CHAVE.
           READ ARQ-CHAVEPIX NEXT RECORD.
           EVALUATE WK-FS-CHAVEPIX
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CHAVEPIX
                           ' NO COMANDO READ NEXT CHAVEPIX'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       130-LOCALIZAR-CLIENTE.
           SET ITEM-NAO-ACHADO TO TRUE.
           MOVE SPACES TO WK-SIT-CLIENTE.
           PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                   UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                      OR ITEM-ACHADO
               IF CLI-TAB-CODIGO(WK-IND-CLI) = WK-CODIGO-PROCURA
                   SET ITEM-ACHADO TO TRUE
                   MOVE CLI-TAB-SITUACAO(WK-IND-CLI)
                        TO WK-SIT-CLIENTE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-CLI
           END-IF.
       135-LOCALIZAR-DEMOG.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-DEM FROM 1 BY 1
                   UNTIL WK-IND-DEM > WK-TOT-DEMOG
                      OR ITEM-ACHADO
               IF DEM-TAB-CODIGO(WK-IND-DEM) = WK-CODIGO-PROCURA
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-DEM
           END-IF.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE SPACES TO WK-CRITICA.
           MOVE FD-MCH-VALOR TO WK-LINHA-VALOR.
           MOVE FD-MCH-CODIGO TO WK-CODIGO-PROCURA.
           PERFORM 130-LOCALIZAR-CLIENTE.
           EVALUATE TRUE
               WHEN NOT MCH-INCLUSAO AND NOT MCH-EXCLUSAO
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN ITEM-NAO-ACHADO
                   MOVE 'REJEITADO - CLIENTE INEXISTENTE'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN MCH-INCLUSAO
                   PERFORM 210-INCLUIR-CHAVE
               WHEN OTHER
                   PERFORM 220-EXCLUIR-CHAVE
           END-EVALUATE.
           PERFORM 401-LER-MOVCHAVE.
      *
      *    INCLUSAO: CRITICA O CLIENTE, A CONTA, O TIPO, O
      *    LIMITE E A POSSE; A CHAVE ATIVA DE QUALQUER
      *    CLIENTE BLOQUEIA, A EXCLUIDA E REATIVADA
       210-INCLUIR-CHAVE.
           PERFORM 230-CRITICAR-INCLUSAO.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               IF FD-MCH-TIPO = 'A'
                   ADD 1 TO WK-SEQ-ALEATORIA
                   MOVE WK-DATA-EXEC     TO WK-GER-DATA
                   ACCEPT WK-GER-HORA FROM TIME
                   MOVE FD-MCH-CODIGO    TO WK-GER-CODIGO
                   MOVE WK-SEQ-ALEATORIA TO WK-GER-SEQ
                   MOVE WK-CHAVE-GERADA  TO FD-MCH-VALOR
                   MOVE FD-MCH-VALOR     TO WK-LINHA-VALOR
               END-IF
               MOVE FD-MCH-CHAVE TO FD-CHP-CHAVE
               READ ARQ-CHAVEPIX
               EVALUATE WK-FS-CHAVEPIX
                   WHEN '00'
                       IF CHP-SIT-ATIVA
                           MOVE 'REJEITADO - CHAVE JA CADASTRADA'
                                TO WK-LINHA-SITUACAO
                           PERFORM 260-GRAVAR-REJEICAO
                       ELSE
                           PERFORM 215-MONTAR-CHAVE
                           REWRITE REG-CHAVEPIX
                           PERFORM 250-TESTAR-GRAVACAO
                           ADD 1 TO WK-TOT-REATIVADAS
                           MOVE 'CHAVE REATIVADA'
                                TO WK-LINHA-SITUACAO
                           PERFORM 255-GRAVAR-APLICACAO
                       END-IF
                   WHEN '23'
                       MOVE SPACES TO REG-CHAVEPIX
                       MOVE FD-MCH-CHAVE TO FD-CHP-CHAVE
                       PERFORM 215-MONTAR-CHAVE
                       WRITE REG-CHAVEPIX
                       PERFORM 250-TESTAR-GRAVACAO
                       ADD 1 TO WK-TOT-INCLUIDAS
                       MOVE 'CHAVE INCLUIDA' TO WK-LINHA-SITUACAO
                       PERFORM 255-GRAVAR-APLICACAO
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-FS-CHAVEPIX
                               ' NO COMANDO READ CHAVEPIX'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.
       215-MONTAR-CHAVE.
           MOVE FD-MCH-CODIGO TO FD-CHP-CODIGO.
           MOVE FD-MCH-CONTA  TO FD-CHP-CONTA.
           SET CHP-SIT-ATIVA  TO TRUE.
           MOVE WK-DATA-EXEC  TO FD-CHP-DATA-INCLUSAO.
           MOVE WK-DATA-EXEC  TO FD-CHP-DATA-SITUACAO.
           MOVE WK-OPERADOR   TO FD-CHP-OPERADOR.
           ADD 1 TO CLI-TAB-QTDE-CHAVES(WK-IND-CLI).
      *
      *    EXCLUSAO: SO O DONO DA CHAVE ATIVA PODE EXCLUIR
       220-EXCLUIR-CHAVE.
           MOVE FD-MCH-CHAVE TO FD-CHP-CHAVE.
           READ ARQ-CHAVEPIX.
           EVALUATE WK-FS-CHAVEPIX
               WHEN '00'
                   IF NOT CHP-SIT-ATIVA
                       MOVE 'REJEITADO - CHAVE JA EXCLUIDA'
                            TO WK-LINHA-SITUACAO
                       PERFORM 260-GRAVAR-REJEICAO
                   ELSE
                       IF FD-CHP-CODIGO NOT = FD-MCH-CODIGO
                           MOVE 'REJEITADO - CHAVE DE OUTRO CLIENTE'
                                TO WK-LINHA-SITUACAO
                           PERFORM 260-GRAVAR-REJEICAO
                       ELSE
                           SET CHP-SIT-EXCLUIDA TO TRUE
                           MOVE WK-DATA-EXEC TO FD-CHP-DATA-SITUACAO
                           MOVE WK-OPERADOR  TO FD-CHP-OPERADOR
                           REWRITE REG-CHAVEPIX
                           PERFORM 250-TESTAR-GRAVACAO
                           SUBTRACT 1
                               FROM CLI-TAB-QTDE-CHAVES(WK-IND-CLI)
                           ADD 1 TO WK-TOT-EXCLUIDAS
                           MOVE 'CHAVE EXCLUIDA' TO WK-LINHA-SITUACAO
                           PERFORM 255-GRAVAR-APLICACAO
                       END-IF
                   END-IF
               WHEN '23'
                   MOVE 'REJEITADO - CHAVE INEXISTENTE'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CHAVEPIX
                           ' NO COMANDO READ CHAVEPIX'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       230-CRITICAR-INCLUSAO.
           EVALUATE TRUE
               WHEN WK-SIT-CLIENTE NOT = 'A'
                AND WK-SIT-CLIENTE NOT = SPACE
                   MOVE 'REJEITADO - CLIENTE NAO ATIVO'
                        TO WK-CRITICA
               WHEN FD-MCH-CONTA NOT = 'C'
                AND FD-MCH-CONTA NOT = 'P'
                   MOVE 'REJEITADO - CONTA INVALIDA'
                        TO WK-CRITICA
               WHEN FD-MCH-TIPO NOT = 'D' AND FD-MCH-TIPO NOT = 'F'
                AND FD-MCH-TIPO NOT = 'E' AND FD-MCH-TIPO NOT = 'A'
                   MOVE 'REJEITADO - TIPO DE CHAVE INVALIDO'
                        TO WK-CRITICA
               WHEN CLI-TAB-QTDE-CHAVES(WK-IND-CLI)
                    >= WK-MAX-CHAVES
                   MOVE 'REJEITADO - LIMITE DE CHAVES DO CLIENTE'
                        TO WK-CRITICA
               WHEN FD-MCH-TIPO = 'A'
                   IF FD-MCH-VALOR NOT = SPACES
                       MOVE 'REJEITADO - CHAVE ALEATORIA INFORMADA'
                            TO WK-CRITICA
                   END-IF
               WHEN FD-MCH-TIPO = 'E'
                   PERFORM 240-CRITICAR-EMAIL
               WHEN OTHER
                   PERFORM 245-CRITICAR-POSSE
           END-EVALUATE.
      *
      *    E-MAIL: SEM BRANCOS NO MEIO, UMA UNICA ARROBA
      *    QUE NAO SEJA NEM O PRIMEIRO NEM O ULTIMO CARACTER
       240-CRITICAR-EMAIL.
           MOVE ZEROS TO WK-TAM-VALOR.
           MOVE ZEROS TO WK-QTDE-ARROBA.
           INSPECT FD-MCH-VALOR TALLYING WK-TAM-VALOR
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT FD-MCH-VALOR TALLYING WK-QTDE-ARROBA
                   FOR ALL '@'.
           IF WK-TAM-VALOR < 5
            OR WK-QTDE-ARROBA NOT = 1
               MOVE 'REJEITADO - E-MAIL INVALIDO' TO WK-CRITICA
           ELSE
               IF FD-MCH-VALOR(1:1) = '@'
                OR FD-MCH-VALOR(WK-TAM-VALOR:1) = '@'
                   MOVE 'REJEITADO - E-MAIL INVALIDO' TO WK-CRITICA
               END-IF
               IF WK-TAM-VALOR < 77
                   IF FD-MCH-VALOR(WK-TAM-VALOR + 1:) NOT = SPACES
                       MOVE 'REJEITADO - E-MAIL INVALIDO'
                            TO WK-CRITICA
                   END-IF
               END-IF
           END-IF.
      *
      *    DOCUMENTO (CPF COM 11 OU CNPJ COM 14 DIGITOS) E
      *    TELEFONE (11 DIGITOS) TEM DE SER OS DO CADASTRO
       245-CRITICAR-POSSE.
           PERFORM 135-LOCALIZAR-DEMOG.
           IF ITEM-NAO-ACHADO
               MOVE 'REJEITADO - CLIENTE SEM DADOS CADASTRAIS'
                    TO WK-CRITICA
           ELSE
               IF FD-MCH-TIPO = 'D'
                   IF FD-MCH-VALOR(15:) NOT = SPACES
                    OR (FD-MCH-VALOR(1:14) NOT NUMERIC
                     AND (FD-MCH-VALOR(1:11) NOT NUMERIC
                      OR FD-MCH-VALOR(12:3) NOT = SPACES))
                       MOVE 'REJEITADO - DOCUMENTO INVALIDO'
                            TO WK-CRITICA
                   ELSE
                       IF FD-MCH-VALOR(1:14)
                          NOT = DEM-TAB-DOCUMENTO(WK-IND-DEM)
                           MOVE 'REJEITADO - DOCUMENTO DE OUTRO TITULAR'
                             TO WK-CRITICA
                       END-IF
                   END-IF
               ELSE
                   IF FD-MCH-VALOR(12:) NOT = SPACES
                    OR FD-MCH-VALOR(1:11) NOT NUMERIC
                       MOVE 'REJEITADO - TELEFONE INVALIDO'
                            TO WK-CRITICA
                   ELSE
                       IF FD-MCH-VALOR(1:11)
                          NOT = DEM-TAB-FONE(WK-IND-DEM)
                           MOVE 'REJEITADO - TELEFONE DE OUTRO TITULAR'
                             TO WK-CRITICA
                       END-IF
                   END-IF
               END-IF
           END-IF.
       250-TESTAR-GRAVACAO.
           IF WK-FS-CHAVEPIX NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CHAVEPIX
                       ' NA GRAVACAO DO CHAVEPIX'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       255-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       260-GRAVAR-REJEICAO.
           ADD 1 TO WK-TOT-REJEITADOS.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       265-GRAVAR-LINHA-RELATO.
           MOVE FD-MCH-FUNCAO     TO WK-LINHA-FUNCAO.
           MOVE FD-MCH-CODIGO     TO WK-LINHA-CODIGO.
           MOVE FD-MCH-TIPO       TO WK-LINHA-TIPO.
           WRITE REG-RELCHAVE FROM WK-LINHA-DETALHE.
      ***************************************
       400-LER-MOVCHAVE SECTION.
       401-LER-MOVCHAVE.
           READ ARQ-MOVCHAVE.
           EVALUATE WK-FS-MOVCHAVE
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVCHAVE
                           ' NO COMANDO READ MOVCHAVE'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           COMPUTE WK-TOT-ATIVAS = WK-TOT-ATIVAS + WK-TOT-INCLUIDAS
                                 + WK-TOT-REATIVADAS
                                 - WK-TOT-EXCLUIDAS.
           DISPLAY 'TOTAL DE MOVIMENTOS APLICADOS  = '
                   WK-TOT-APLICADOS.
           DISPLAY 'TOTAL DE MOVIMENTOS REJEITADOS = '
                   WK-TOT-REJEITADOS.
           DISPLAY 'CHAVES INCLUIDAS               = '
                   WK-TOT-INCLUIDAS.
           DISPLAY 'CHAVES REATIVADAS              = '
                   WK-TOT-REATIVADAS.
           DISPLAY 'CHAVES EXCLUIDAS               = '
                   WK-TOT-EXCLUIDAS.
           DISPLAY 'CHAVES ATIVAS NO DIRETORIO     = '
                   WK-TOT-ATIVAS.
           IF WK-TOT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CHAVEPIX.
           CLOSE ARQ-MOVCHAVE.
           CLOSE ARQ-RELCHAVE.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO152'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
