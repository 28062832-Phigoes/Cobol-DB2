       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO142.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DO CADASTRO DE GARANTIAS DOS      *
      *    CONTRATOS DE EMPRESTIMO (FIADORES E          *
      *    COLATERAIS): INCLUSAO, ALTERACAO E EXCLUSAO  *
      *    DIRIGIDAS POR ARQUIVO DE MOVIMENTOS, NO      *
      *    MESMO BALANCE LINE DO ALUNO36, PELA CHAVE    *
      *    CONTRATO/CLIENTE/TIPO/SEQUENCIA. O CONTRATO  *
      *    TEM QUE EXISTIR NO EMPREST E SER DO CLIENTE  *
      *    INFORMADO (CONTRATO 000000 = GARANTIA        *
      *    PRE-CADASTRADA DA PROPOSTA); FIADOR DA CASA  *
      *    TEM QUE EXISTIR NO CLIENTES E NAO PODE SER O *
      *    PROPRIO DEVEDOR, FIADOR DE FORA PRECISA DE   *
      *    DOCUMENTO, NOME E ENDERECO; COLATERAL        *
      *    PRECISA DE TIPO DO BEM, VALOR E DATA DE      *
      *    AVALIACAO E SITUACAO DO GRAVAME, E SO SAI DO *
      *    CADASTRO COM O GRAVAME LIBERADO. O           *
      *    MOVIMENTO V (GRAVADO PELA ORIGINACAO DO      *
      *    ALUNO116) PASSA AS GARANTIAS PRE-CADASTRADAS *
      *    DO CLIENTE PARA O CONTRATO NOVO; COMO ISSO   *
      *    MUDA A CHAVE, O JOB CLASSIFICA O CADASTRO    *
      *    NOVO. CADA ITEM APLICADO VAI PARA A TRILHA   *
      *    AUDGAR COM AS IMAGENS ANTES/DEPOIS E O       *
      *    OPERADOR DO CARTAO SYSIN                     *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-GARANTIA ASSIGN TO GARANTIA
               FILE STATUS IS WK-FS-GARANTIA.
           SELECT ARQ-MOVGAR   ASSIGN TO MOVGAR
               FILE STATUS IS WK-FS-MOVGAR.
           SELECT ARQ-GARNOVO  ASSIGN TO GARNOVO
               FILE STATUS IS WK-FS-GARNOVO.
           SELECT ARQ-EMPREST  ASSIGN TO EMPREST
               FILE STATUS IS WK-FS-EMPREST.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-AUDGAR   ASSIGN TO AUDGAR
               FILE STATUS IS WK-FS-AUDGAR.
           SELECT ARQ-RELMANUT ASSIGN TO RELMANUT
               FILE STATUS IS WK-FS-RELMANUT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-GARANTIA
            RECORDING MODE IS F.
           COPY GARANTIA.
       FD   ARQ-MOVGAR
            RECORDING MODE IS F.
           COPY MOVGAR.
       FD   ARQ-GARNOVO
            RECORDING MODE IS F.
       01  REG-GARNOVO              PIC X(150).
       FD   ARQ-EMPREST
            RECORDING MODE IS F.
           COPY EMPREST.
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-AUDGAR
            RECORDING MODE IS F.
           COPY AUDGAR.
       FD   ARQ-RELMANUT
            RECORDING MODE IS F.
       01  REG-RELMANUT             PIC X(100).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-GARANTIA    PIC XX             VALUE SPACES.
       77  WK-FS-MOVGAR      PIC XX             VALUE SPACES.
       77  WK-FS-GARNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-EMPREST     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-AUDGAR      PIC XX             VALUE SPACES.
       77  WK-FS-RELMANUT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-VINCULADOS PIC 9(05)          VALUE ZEROS.
       77  WK-QTDE-VINCULADOS PIC 9(03)         VALUE ZEROS.
       77  WK-ULTIMO-MOV-CHAVE PIC X(14)        VALUE LOW-VALUES.
       77  WK-ULTIMO-INCLUIDO PIC X(14)         VALUE LOW-VALUES.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE SPACES.
       77  WK-MESTRE-CORRENTE PIC X(150)        VALUE SPACES.
       77  WK-IMAGEM-ANTES   PIC X(150)         VALUE SPACES.
       77  WK-IMAGEM-DEPOIS  PIC X(150)         VALUE SPACES.
       77  WK-CRITICA        PIC X(40)          VALUE SPACES.
      *
      *    CONTRATOS DO MESTRE (QUALQUER SITUACAO) COM O
      *    CLIENTE DEVEDOR, PARA A CRITICA DA CHAVE
       01  TABELA-CONTRATOS.
           05 CON-ENTRADA            OCCURS 5000 TIMES.
              10 CON-TAB-CONTRATO    PIC 9(6).
              10 CON-TAB-CODIGO      PIC 9(5).
       77  WK-TOT-CONTRATOS  PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CON        PIC 9(05)          VALUE ZEROS.
      *
      *    CLIENTES DA CASA, PARA O FIADOR INFORMADO POR
      *    CODIGO (O NOME EM BRANCO VEM DO CADASTRO)
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA            OCCURS 5000 TIMES.
              10 CLI-TAB-CODIGO      PIC 9(5).
              10 CLI-TAB-NOME        PIC X(25).
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CLI        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    DADOS DO MOVIMENTO NAS DUAS VISOES DO GARANTIA
       01  WK-MOV-DADOS.
           05 WK-MVF-CLIENTE        PIC 9(5).
           05 WK-MVF-DOCUMENTO      PIC X(14).
           05 WK-MVF-NOME           PIC X(25).
           05 WK-MVF-ENDERECO       PIC X(30).
           05 WK-MVF-CIDADE         PIC X(20).
           05 WK-MVF-UF             PIC X(02).
           05 WK-MVF-CEP            PIC 9(8).
           05 FILLER                PIC X(16).
       01  WK-MOV-COLATERAL REDEFINES WK-MOV-DADOS.
           05 WK-MVC-TIPO           PIC X(02).
              88 MVC-TIPO-VALIDO               VALUE 'IM' 'VE'
                                                     'AP' 'OU'.
           05 WK-MVC-DESCRICAO      PIC X(30).
           05 WK-MVC-VALOR          PIC 9(9)V99.
           05 WK-MVC-DATA-AVAL      PIC 9(8).
           05 WK-MVC-GRAVAME        PIC X(01).
              88 MVC-GRAV-VALIDO               VALUE 'R' 'P' 'L'.
           05 FILLER                PIC X(68).
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(10)     VALUE ' CONTRATO '.
           05 WK-LINHA-CONTRATO    PIC 9(6).
           05 FILLER               PIC X(09)     VALUE ' CLIENTE '.
           05 WK-LINHA-CODIGO      PIC 9(5).
           05 FILLER               PIC X(06)     VALUE ' ITEM '.
           05 WK-LINHA-TIPO        PIC X(01).
           05 FILLER               PIC X(01)     VALUE '-'.
           05 WK-LINHA-SEQ         PIC 9(2).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(40).
           05 FILLER               PIC X(11)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVGAR = '10'.
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
           OPEN INPUT  ARQ-GARANTIA.
           OPEN INPUT  ARQ-MOVGAR.
           OPEN OUTPUT ARQ-GARNOVO.
           OPEN EXTEND ARQ-AUDGAR.
           OPEN OUTPUT ARQ-RELMANUT.
           EVALUATE WK-FS-GARANTIA
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO GARANTIA NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-GARANTIA
                           ' NO COMANDO OPEN GARANTIA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           EVALUATE WK-FS-MOVGAR
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVGAR NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVGAR
                           ' NO COMANDO OPEN MOVGAR'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-CONTRATOS.
           PERFORM 120-CARREGAR-CLIENTES.
           PERFORM 301-LER-GARANTIA.
           PERFORM 401-LER-MOVGAR.
       110-CARREGAR-CONTRATOS.
           OPEN INPUT ARQ-EMPREST.
           EVALUATE WK-FS-EMPREST
               WHEN '00'
                   PERFORM 112-LER-EMPREST
                   PERFORM 111-ACUMULAR-CONTRATO
                       UNTIL WK-FS-EMPREST = '10'
                   CLOSE ARQ-EMPREST
               WHEN OTHER
                   DISPLAY 'ARQUIVO EMPREST NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       111-ACUMULAR-CONTRATO.
           IF WK-TOT-CONTRATOS >= 5000
               DISPLAY 'TABELA DE CONTRATOS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CONTRATOS.
           MOVE FD-EMP-CONTRATO TO CON-TAB-CONTRATO(WK-TOT-CONTRATOS).
           MOVE FD-EMP-CODIGO   TO CON-TAB-CODIGO(WK-TOT-CONTRATOS).
           PERFORM 112-LER-EMPREST.
       112-LER-EMPREST.
           READ ARQ-EMPREST
               AT END
                   MOVE '10' TO WK-FS-EMPREST
           END-READ.
       120-CARREGAR-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   PERFORM 122-LER-CLIENTES
                   PERFORM 121-ACUMULAR-CLIENTE
                       UNTIL WK-FS-CLIENTES = '10'
                   CLOSE ARQ-CLIENTES
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       121-ACUMULAR-CLIENTE.
           IF WK-TOT-CLIENTES >= 5000
               DISPLAY 'TABELA DE CLIENTES CHEIA (MAXIMO 5000 '
                       'REGISTROS) - MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CLIENTES.
           MOVE FD-CLI-CODIGO TO CLI-TAB-CODIGO(WK-TOT-CLIENTES).
           MOVE FD-CLI-NOME   TO CLI-TAB-NOME(WK-TOT-CLIENTES).
           PERFORM 122-LER-CLIENTES.
       122-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-MGA-CHAVE < WK-ULTIMO-MOV-CHAVE
               MOVE 'REJEITADO - FORA DE SEQUENCIA'
                    TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               MOVE FD-MGA-CHAVE TO WK-ULTIMO-MOV-CHAVE
               PERFORM 202-APLICAR-MOVIMENTO
           END-IF.
           PERFORM 401-LER-MOVGAR.
      *
      *    O BALANCE LINE EXIGE OS MOVIMENTOS EM ORDEM
      *    ASCENDENTE DE CHAVE (CONTRATO/CLIENTE/TIPO/SEQ);
      *    O V TEM TIPO E SEQUENCIA EM BRANCO/ZERO E FICA
      *    ANTES DOS ITENS PRE-CADASTRADOS DO CLIENTE
       202-APLICAR-MOVIMENTO.
           PERFORM 210-AVANCAR-MESTRE
               UNTIL WK-FS-GARANTIA = '10'
                   OR FD-GAR-CHAVE >= FD-MGA-CHAVE.
           EVALUATE TRUE
               WHEN MGA-INCLUSAO
                   PERFORM 220-INCLUIR
               WHEN MGA-ALTERACAO
                   PERFORM 230-ALTERAR
               WHEN MGA-EXCLUSAO
                   PERFORM 240-EXCLUIR
               WHEN MGA-VINCULACAO
                   PERFORM 245-VINCULAR
               WHEN OTHER
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
           END-EVALUATE.
       210-AVANCAR-MESTRE.
           WRITE REG-GARNOVO FROM REG-GARANTIA.
           PERFORM 301-LER-GARANTIA.
      *
      *    A CHAVE JA INCLUIDA NESTE LOTE NAO ESTA NO
      *    CADASTRO CORRENTE, SO NO GARNOVO: A SEGUNDA
      *    INCLUSAO E BARRADA PELA ULTIMA INCLUIDA GUARDADA
       220-INCLUIR.
           PERFORM 250-CRITICAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN (WK-FS-GARANTIA NOT = '10'
                     AND FD-GAR-CHAVE = FD-MGA-CHAVE)
                OR FD-MGA-CHAVE = WK-ULTIMO-INCLUIDO
                   MOVE 'REJEITADO - ITEM JA CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN WK-CRITICA NOT = SPACES
                   MOVE WK-CRITICA TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE REG-GARANTIA TO WK-MESTRE-CORRENTE
                   MOVE SPACES       TO REG-GARANTIA
                   PERFORM 254-MONTAR-REGISTRO
                   WRITE REG-GARNOVO FROM REG-GARANTIA
                   MOVE SPACES       TO WK-IMAGEM-ANTES
                   MOVE REG-GARANTIA TO WK-IMAGEM-DEPOIS
                   MOVE WK-MESTRE-CORRENTE TO REG-GARANTIA
                   MOVE FD-MGA-CHAVE TO WK-ULTIMO-INCLUIDO
                   MOVE 'APLICADO - ITEM INCLUIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
           END-EVALUATE.
       230-ALTERAR.
           PERFORM 250-CRITICAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN WK-FS-GARANTIA = '10'
                OR FD-GAR-CHAVE NOT = FD-MGA-CHAVE
                   MOVE 'REJEITADO - ITEM NAO CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN WK-CRITICA NOT = SPACES
                   MOVE WK-CRITICA TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE REG-GARANTIA TO WK-IMAGEM-ANTES
                   PERFORM 254-MONTAR-REGISTRO
                   MOVE REG-GARANTIA TO WK-IMAGEM-DEPOIS
                   MOVE 'APLICADO - ITEM ALTERADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
           END-EVALUATE.
      *
      *    COLATERAL COM GRAVAME REGISTRADO OU PENDENTE SO
      *    SAI DEPOIS DE UMA ALTERACAO PARA LIBERADO
       240-EXCLUIR.
           EVALUATE TRUE
               WHEN WK-FS-GARANTIA = '10'
                OR FD-GAR-CHAVE NOT = FD-MGA-CHAVE
                   MOVE 'REJEITADO - ITEM NAO CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN GAR-COLATERAL AND NOT COL-GRAV-LIBERADO
                   MOVE 'REJEITADO - GRAVAME AINDA NAO LIBERADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE REG-GARANTIA TO WK-IMAGEM-ANTES
                   MOVE SPACES       TO WK-IMAGEM-DEPOIS
                   MOVE 'APLICADO - ITEM EXCLUIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
                   PERFORM 301-LER-GARANTIA
           END-EVALUATE.
      *
      *    VINCULACAO: TODOS OS ITENS DO CONTRATO 000000 DO
      *    CLIENTE PASSAM PARA O CONTRATO NOVO DA ORIGINACAO
      *    (GRAVADOS FORA DE ORDEM - O JOB RECLASSIFICA)
       245-VINCULAR.
           MOVE ZEROS TO WK-QTDE-VINCULADOS.
           EVALUATE TRUE
               WHEN FD-MGA-CONTRATO NOT = ZEROS
                OR FD-MGA-CONTRATO-NOVO NOT NUMERIC
                OR FD-MGA-CONTRATO-NOVO = ZEROS
                   MOVE 'REJEITADO - CONTRATO NOVO INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   PERFORM 246-VINCULAR-ITEM
                       UNTIL WK-FS-GARANTIA = '10'
                          OR FD-GAR-CONTRATO NOT = ZEROS
                          OR FD-GAR-CODIGO NOT = FD-MGA-CODIGO
                   IF WK-QTDE-VINCULADOS = ZEROS
                       MOVE 'REJEITADO - SEM GARANTIA PRE-CADASTRADA'
                            TO WK-LINHA-SITUACAO
                       PERFORM 260-GRAVAR-REJEICAO
                   ELSE
                       ADD 1 TO WK-TOT-APLICADOS
                       MOVE 'APLICADO - GARANTIAS VINCULADAS'
                            TO WK-LINHA-SITUACAO
                       PERFORM 265-GRAVAR-LINHA-RELATO
                   END-IF
           END-EVALUATE.
       246-VINCULAR-ITEM.
           MOVE REG-GARANTIA         TO WK-IMAGEM-ANTES.
           MOVE FD-MGA-CONTRATO-NOVO TO FD-GAR-CONTRATO.
           MOVE WK-DATA-EXEC         TO FD-GAR-DATA-ATUALIZ.
           MOVE WK-OPERADOR          TO FD-GAR-OPERADOR.
           WRITE REG-GARNOVO FROM REG-GARANTIA.
           MOVE REG-GARANTIA         TO WK-IMAGEM-DEPOIS.
           PERFORM 256-GRAVAR-AUDITORIA.
           ADD 1 TO WK-QTDE-VINCULADOS.
           ADD 1 TO WK-TOT-VINCULADOS.
           PERFORM 301-LER-GARANTIA.
      *
      *    CRITICA DA CHAVE E DOS DADOS DA INCLUSAO E DA
      *    ALTERACAO; WK-CRITICA EM BRANCO = MOVIMENTO BOM
       250-CRITICAR-MOVIMENTO.
           MOVE SPACES       TO WK-CRITICA.
           MOVE FD-MGA-DADOS TO WK-MOV-DADOS.
           IF FD-MGA-CONTRATO NOT NUMERIC
            OR FD-MGA-CODIGO NOT NUMERIC
            OR FD-MGA-SEQ NOT NUMERIC
               MOVE 'REJEITADO - CHAVE INVALIDA' TO WK-CRITICA
           ELSE
               PERFORM 251-CRITICAR-CONTRATO
           END-IF.
           IF WK-CRITICA = SPACES
               EVALUATE FD-MGA-TIPO
                   WHEN 'F'
                       PERFORM 252-CRITICAR-FIADOR
                   WHEN 'C'
                       PERFORM 253-CRITICAR-COLATERAL
                   WHEN OTHER
                       MOVE 'REJEITADO - TIPO DE ITEM INVALIDO'
                            TO WK-CRITICA
               END-EVALUATE
           END-IF.
       251-CRITICAR-CONTRATO.
           IF FD-MGA-CODIGO = ZEROS
               MOVE 'REJEITADO - CLIENTE NAO INFORMADO'
                    TO WK-CRITICA
           END-IF.
           IF WK-CRITICA = SPACES
            AND FD-MGA-CONTRATO NOT = ZEROS
               SET ITEM-NAO-ACHADO TO TRUE
               PERFORM VARYING WK-IND-CON FROM 1 BY 1
                       UNTIL WK-IND-CON > WK-TOT-CONTRATOS
                       OR ITEM-ACHADO
                   IF CON-TAB-CONTRATO(WK-IND-CON) = FD-MGA-CONTRATO
                       SET ITEM-ACHADO TO TRUE
                   END-IF
               END-PERFORM
               IF ITEM-ACHADO
                   SUBTRACT 1 FROM WK-IND-CON
                   IF CON-TAB-CODIGO(WK-IND-CON) NOT = FD-MGA-CODIGO
                       MOVE 'REJEITADO - CONTRATO DE OUTRO CLIENTE'
                            TO WK-CRITICA
                   END-IF
               ELSE
                   MOVE 'REJEITADO - CONTRATO NAO CADASTRADO'
                        TO WK-CRITICA
               END-IF
           END-IF.
      *
      *    FIADOR DA CASA: CODIGO NO CLIENTES E DIFERENTE DO
      *    DEVEDOR; FIADOR DE FORA: DOCUMENTO, NOME E
      *    ENDERECO COMPLETOS (SAO O DESTINO DAS CARTAS)
       252-CRITICAR-FIADOR.
           EVALUATE TRUE
               WHEN WK-MVF-CLIENTE NOT NUMERIC
                   MOVE 'REJEITADO - CODIGO DO FIADOR INVALIDO'
                        TO WK-CRITICA
               WHEN WK-MVF-CLIENTE = FD-MGA-CODIGO
                   MOVE 'REJEITADO - FIADOR E O PROPRIO DEVEDOR'
                        TO WK-CRITICA
               WHEN WK-MVF-CLIENTE NOT = ZEROS
                   SET ITEM-NAO-ACHADO TO TRUE
                   PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                           UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                           OR ITEM-ACHADO
                       IF CLI-TAB-CODIGO(WK-IND-CLI) = WK-MVF-CLIENTE
                           SET ITEM-ACHADO TO TRUE
                       END-IF
                   END-PERFORM
                   IF ITEM-ACHADO
                       SUBTRACT 1 FROM WK-IND-CLI
                   ELSE
                       MOVE 'REJEITADO - FIADOR NAO CADASTRADO'
                            TO WK-CRITICA
                   END-IF
               WHEN WK-MVF-DOCUMENTO = SPACES
                OR WK-MVF-NOME = SPACES
                   MOVE 'REJEITADO - FIADOR SEM DOCUMENTO/NOME'
                        TO WK-CRITICA
               WHEN WK-MVF-ENDERECO = SPACES
                OR WK-MVF-CIDADE = SPACES
                OR WK-MVF-UF = SPACES
                OR WK-MVF-CEP NOT NUMERIC
                   MOVE 'REJEITADO - FIADOR SEM ENDERECO'
                        TO WK-CRITICA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       253-CRITICAR-COLATERAL.
           EVALUATE TRUE
               WHEN NOT MVC-TIPO-VALIDO
                   MOVE 'REJEITADO - TIPO DE BEM INVALIDO'
                        TO WK-CRITICA
               WHEN WK-MVC-VALOR NOT NUMERIC
                OR WK-MVC-VALOR = ZEROS
                   MOVE 'REJEITADO - VALOR DE AVALIACAO INVALIDO'
                        TO WK-CRITICA
               WHEN WK-MVC-DATA-AVAL NOT NUMERIC
                OR WK-MVC-DATA-AVAL = ZEROS
                OR WK-MVC-DATA-AVAL > WK-DATA-EXEC
                   MOVE 'REJEITADO - DATA DE AVALIACAO INVALIDA'
                        TO WK-CRITICA
               WHEN NOT MVC-GRAV-VALIDO
                   MOVE 'REJEITADO - SITUACAO DO GRAVAME INVALIDA'
                        TO WK-CRITICA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    FIADOR DA CASA SEM NOME NO MOVIMENTO LEVA O NOME
      *    DO CLIENTES (WK-IND-CLI DA CRITICA)
       254-MONTAR-REGISTRO.
           MOVE FD-MGA-CHAVE  TO FD-GAR-CHAVE.
           MOVE FD-MGA-DADOS  TO FD-GAR-DADOS.
           IF GAR-FIADOR
            AND FD-GAR-FIA-CLIENTE NOT = ZEROS
            AND FD-GAR-FIA-NOME = SPACES
               MOVE CLI-TAB-NOME(WK-IND-CLI) TO FD-GAR-FIA-NOME
           END-IF.
           MOVE WK-DATA-EXEC  TO FD-GAR-DATA-ATUALIZ.
           MOVE WK-OPERADOR   TO FD-GAR-OPERADOR.
       255-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           PERFORM 256-GRAVAR-AUDITORIA.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       256-GRAVAR-AUDITORIA.
           MOVE SPACES           TO REG-AUDGAR.
           MOVE FD-MGA-FUNCAO    TO FD-AUG-FUNCAO.
           MOVE WK-DATA-EXEC     TO FD-AUG-DATA.
           MOVE WK-HORA-EXEC     TO FD-AUG-HORA.
           MOVE WK-OPERADOR      TO FD-AUG-OPERADOR.
           MOVE WK-IMAGEM-ANTES  TO FD-AUG-ANTES.
           MOVE WK-IMAGEM-DEPOIS TO FD-AUG-DEPOIS.
           WRITE REG-AUDGAR.
       260-GRAVAR-REJEICAO.
           ADD 1 TO WK-TOT-REJEITADOS.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       265-GRAVAR-LINHA-RELATO.
           MOVE FD-MGA-FUNCAO     TO WK-LINHA-FUNCAO.
           MOVE FD-MGA-CONTRATO   TO WK-LINHA-CONTRATO.
           MOVE FD-MGA-CODIGO     TO WK-LINHA-CODIGO.
           MOVE FD-MGA-TIPO       TO WK-LINHA-TIPO.
           MOVE FD-MGA-SEQ        TO WK-LINHA-SEQ.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER-GARANTIA SECTION.
       301-LER-GARANTIA.
           READ ARQ-GARANTIA.
           EVALUATE WK-FS-GARANTIA
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-GARANTIA
                           ' NO COMANDO READ GARANTIA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       400-LER-MOVGAR SECTION.
       401-LER-MOVGAR.
           READ ARQ-MOVGAR.
           EVALUATE WK-FS-MOVGAR
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVGAR
                           ' NO COMANDO READ MOVGAR'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 210-AVANCAR-MESTRE UNTIL WK-FS-GARANTIA = '10'.
           DISPLAY 'TOTAL DE MOVIMENTOS APLICADOS  = '
                   WK-TOT-APLICADOS.
           DISPLAY 'TOTAL DE MOVIMENTOS REJEITADOS = '
                   WK-TOT-REJEITADOS.
           DISPLAY 'ITENS VINCULADOS A CONTRATOS   = '
                   WK-TOT-VINCULADOS.
           IF WK-TOT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-GARANTIA.
           CLOSE ARQ-MOVGAR.
           CLOSE ARQ-GARNOVO.
           CLOSE ARQ-AUDGAR.
           CLOSE ARQ-RELMANUT.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO142'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
