       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO161.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DO CADASTRO DE GRUPOS ECONOMICOS  *
      *    (FAMILIAS E CONGLOMERADOS DE EMPRESAS COM    *
      *    VARIAS CONTAS): INCLUSAO, ALTERACAO E        *
      *    EXCLUSAO DIRIGIDAS POR ARQUIVO DE            *
      *    MOVIMENTOS, NO MESMO BALANCE LINE DO         *
      *    ALUNO142, PELO GRUPO E PELO CODIGO DO        *
      *    MEMBRO. O REGISTRO DO GRUPO (CODIGO ZEROS)   *
      *    LEVA O NOME E O LIMITE DE EXPOSICAO; O       *
      *    MEMBRO TEM QUE SER CLIENTE DO CLIENTES, NAO  *
      *    ENCERRADO, DE UM SO GRUPO, E HERDA O NOME DO *
      *    CLIENTES E O DOCUMENTO DO CLIDEMOG QUANDO    *
      *    VEM EM BRANCO. O GRUPO SO E EXCLUIDO SEM     *
      *    MEMBROS (OS MEMBROS SAO EXCLUIDOS NUMA       *
      *    RODADA ANTERIOR). CADA ITEM ALTERADO VAI     *
      *    PARA A TRILHA AUDGRUPO COM AS IMAGENS        *
      *    ANTES/DEPOIS E O OPERADOR DO CARTAO SYSIN. O *
      *    CADASTRO E LIDO PELA APURACAO DA EXPOSICAO   *
      *    (ALUNO162), PELA ORIGINACAO DE EMPRESTIMOS   *
      *    (ALUNO116) E PELA REVISAO DE LIMITES         *
      *    (ALUNO93)                                    *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-GRUPOECO ASSIGN TO GRUPOECO
               FILE STATUS IS WK-FS-GRUPOECO.
           SELECT ARQ-MOVGRUPO ASSIGN TO MOVGRUPO
               FILE STATUS IS WK-FS-MOVGRUPO.
           SELECT ARQ-GRPNOVO  ASSIGN TO GRPNOVO
               FILE STATUS IS WK-FS-GRPNOVO.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-AUDGRUPO ASSIGN TO AUDGRUPO
               FILE STATUS IS WK-FS-AUDGRUPO.
           SELECT ARQ-RELMANUT ASSIGN TO RELMANUT
               FILE STATUS IS WK-FS-RELMANUT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-GRUPOECO
            RECORDING MODE IS F.
           COPY GRUPOECO.
       FD   ARQ-MOVGRUPO
            RECORDING MODE IS F.
           COPY MOVGRUPO.
       FD   ARQ-GRPNOVO
            RECORDING MODE IS F.
       01  REG-GRPNOVO              PIC X(100).
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
       FD   ARQ-AUDGRUPO
            RECORDING MODE IS F.
           COPY AUDGRUPO.
       FD   ARQ-RELMANUT
            RECORDING MODE IS F.
       01  REG-RELMANUT             PIC X(100).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-GRUPOECO    PIC XX             VALUE SPACES.
       77  WK-FS-MOVGRUPO    PIC XX             VALUE SPACES.
       77  WK-FS-GRPNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-AUDGRUPO    PIC XX             VALUE SPACES.
       77  WK-FS-RELMANUT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-ULTIMO-MOV-CHAVE PIC X(10)        VALUE LOW-VALUES.
       77  WK-ULTIMO-INCLUIDO PIC X(10)         VALUE LOW-VALUES.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE SPACES.
       77  WK-MESTRE-CORRENTE PIC X(100)        VALUE SPACES.
       77  WK-IMAGEM-ANTES   PIC X(100)         VALUE SPACES.
       77  WK-IMAGEM-DEPOIS  PIC X(100)         VALUE SPACES.
       77  WK-CRITICA        PIC X(40)          VALUE SPACES.
      *
      *    CLIENTES DA CASA, COM O DOCUMENTO DO CLIDEMOG, PARA
      *    O MEMBRO DO GRUPO
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA            OCCURS 5000 TIMES.
              10 CLI-TAB-CODIGO      PIC 9(5).
              10 CLI-TAB-NOME        PIC X(25).
              10 CLI-TAB-SITUACAO    PIC X(01).
              10 CLI-TAB-DOCUMENTO   PIC X(14).
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CLI        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
       77  WK-CODIGO-PROCURA PIC 9(5)           VALUE ZEROS.
      *
      *    GRUPOS E MEMBROS DO CADASTRO, ATUALIZADOS A CADA
      *    MOVIMENTO APLICADO: O GRUPO INCLUIDO NO LOTE JA
      *    RECEBE MEMBROS E O MEMBRO EXCLUIDO LIBERA O CLIENTE
       01  TABELA-GRUPOS.
           05 GRP-ENTRADA            OCCURS 5000 TIMES.
              10 GRP-TAB-GRUPO       PIC 9(5).
              10 GRP-TAB-MEMBROS     PIC 9(5).
       77  WK-TOT-GRUPOS     PIC 9(05)          VALUE ZEROS.
       77  WK-IND-GRP        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-GRP      PIC X              VALUE 'N'.
           88 GRUPO-ACHADO                      VALUE 'S'.
           88 GRUPO-NAO-ACHADO                  VALUE 'N'.
       77  WK-GRUPO-PROCURA  PIC 9(5)           VALUE ZEROS.
       01  TABELA-MEMBROS.
           05 MEM-ENTRADA            OCCURS 5000 TIMES.
              10 MEM-TAB-CODIGO      PIC 9(5).
              10 MEM-TAB-GRUPO       PIC 9(5).
       77  WK-TOT-MEMBROS    PIC 9(05)          VALUE ZEROS.
       77  WK-IND-MEM        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-MEM      PIC X              VALUE 'N'.
           88 MEMBRO-ACHADO                     VALUE 'S'.
           88 MEMBRO-NAO-ACHADO                 VALUE 'N'.
      *
      *    RESULTADO DAS BUSCAS DA CRITICA DO MEMBRO
       77  WK-ACHOU-CLIENTE  PIC X              VALUE 'N'.
           88 CLIENTE-ACHADO                    VALUE 'S'.
       77  WK-SIT-CLIENTE    PIC X(01)          VALUE SPACES.
       77  WK-NOME-CLIENTE   PIC X(25)          VALUE SPACES.
       77  WK-DOC-CLIENTE    PIC X(14)          VALUE SPACES.
       77  WK-GRUPO-ATUAL    PIC 9(5)           VALUE ZEROS.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(07)     VALUE ' GRUPO '.
           05 WK-LINHA-GRUPO       PIC 9(5).
           05 FILLER               PIC X(08)     VALUE ' MEMBRO '.
           05 WK-LINHA-CODIGO      PIC 9(5).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-NOME        PIC X(25).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(40).
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVGRUPO = '10'.
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
           PERFORM 130-CARREGAR-GRUPOS.
           OPEN INPUT  ARQ-GRUPOECO.
           OPEN INPUT  ARQ-MOVGRUPO.
           OPEN OUTPUT ARQ-GRPNOVO.
           OPEN EXTEND ARQ-AUDGRUPO.
           OPEN OUTPUT ARQ-RELMANUT.
           EVALUATE WK-FS-MOVGRUPO
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVGRUPO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVGRUPO
                           ' NO COMANDO OPEN MOVGRUPO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-CLIENTES.
           PERFORM 120-CARREGAR-DOCUMENTOS.
           PERFORM 301-LER-GRUPOECO.
           PERFORM 401-LER-MOVGRUPO.
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
           MOVE FD-CLI-NOME     TO CLI-TAB-NOME(WK-TOT-CLIENTES).
           MOVE FD-CLI-SITUACAO TO CLI-TAB-SITUACAO(WK-TOT-CLIENTES).
           MOVE SPACES        TO CLI-TAB-DOCUMENTO(WK-TOT-CLIENTES).
           PERFORM 112-LER-CLIENTES.
       112-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
      *
      *    SEM O CLIDEMOG A MANUTENCAO SEGUE, MAS O DOCUMENTO
      *    DO MEMBRO NAO E CONFERIDO NEM PREENCHIDO
       120-CARREGAR-DOCUMENTOS.
           OPEN INPUT ARQ-CLIDEMOG.
           EVALUATE WK-FS-CLIDEMOG
               WHEN '00'
                   PERFORM 122-LER-CLIDEMOG
                   PERFORM 121-ANOTAR-DOCUMENTO
                       UNTIL WK-FS-CLIDEMOG = '10'
                   CLOSE ARQ-CLIDEMOG
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIDEMOG NAO ENCONTRADO - '
                           'DOCUMENTOS NAO CONFERIDOS'
           END-EVALUATE.
       121-ANOTAR-DOCUMENTO.
           MOVE FD-DEM-CODIGO TO WK-CODIGO-PROCURA.
           PERFORM 252-LOCALIZAR-CLIENTE.
           IF ITEM-ACHADO
               MOVE FD-DEM-DOCUMENTO TO CLI-TAB-DOCUMENTO(WK-IND-CLI)
           END-IF.
           PERFORM 122-LER-CLIDEMOG.
       122-LER-CLIDEMOG.
           READ ARQ-CLIDEMOG
               AT END
                   MOVE '10' TO WK-FS-CLIDEMOG
           END-READ.
      *
      *    PASSADA PREVIA NO CADASTRO PARA CONHECER OS GRUPOS
      *    E A QUE GRUPO CADA CLIENTE JA PERTENCE; O CADASTRO
      *    E REABERTO EM SEGUIDA PARA O BALANCE LINE
       130-CARREGAR-GRUPOS.
           OPEN INPUT ARQ-GRUPOECO.
           EVALUATE WK-FS-GRUPOECO
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO GRUPOECO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-GRUPOECO
                           ' NO COMANDO OPEN GRUPOECO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 301-LER-GRUPOECO.
           PERFORM 131-ANOTAR-GRUPO
               UNTIL WK-FS-GRUPOECO = '10'.
           CLOSE ARQ-GRUPOECO.
       131-ANOTAR-GRUPO.
           IF GRE-REG-GRUPO
               MOVE FD-GRE-GRUPO TO WK-GRUPO-PROCURA
               PERFORM 272-ANOTAR-GRUPO-NOVO
           ELSE
               MOVE FD-GRE-GRUPO TO WK-GRUPO-PROCURA
               PERFORM 253-LOCALIZAR-GRUPO
               IF GRUPO-ACHADO
                   ADD 1 TO GRP-TAB-MEMBROS(WK-IND-GRP)
               END-IF
               MOVE FD-GRE-CODIGO TO WK-CODIGO-PROCURA
               PERFORM 274-ANOTAR-MEMBRO-NOVO
           END-IF.
           PERFORM 301-LER-GRUPOECO.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-MGR-CHAVE < WK-ULTIMO-MOV-CHAVE
               MOVE 'REJEITADO - FORA DE SEQUENCIA'
                    TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               MOVE FD-MGR-CHAVE TO WK-ULTIMO-MOV-CHAVE
               PERFORM 202-APLICAR-MOVIMENTO
           END-IF.
           PERFORM 401-LER-MOVGRUPO.
      *
      *    O BALANCE LINE EXIGE OS MOVIMENTOS EM ORDEM
      *    ASCENDENTE DE GRUPO E CODIGO DO MEMBRO (O REGISTRO
      *    DO GRUPO, CODIGO ZEROS, VEM ANTES DOS MEMBROS)
       202-APLICAR-MOVIMENTO.
           PERFORM 210-AVANCAR-MESTRE
               UNTIL WK-FS-GRUPOECO = '10'
                   OR FD-GRE-CHAVE >= FD-MGR-CHAVE.
           EVALUATE TRUE
               WHEN MGR-INCLUSAO
                   PERFORM 220-INCLUIR
               WHEN MGR-ALTERACAO
                   PERFORM 230-ALTERAR
               WHEN MGR-EXCLUSAO
                   PERFORM 240-EXCLUIR
               WHEN OTHER
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
           END-EVALUATE.
       210-AVANCAR-MESTRE.
           WRITE REG-GRPNOVO FROM REG-GRUPOECO.
           PERFORM 301-LER-GRUPOECO.
      *
      *    O ITEM JA INCLUIDO NESTE LOTE NAO ESTA NO CADASTRO
      *    CORRENTE, SO NO GRPNOVO: A SEGUNDA INCLUSAO E
      *    BARRADA PELO ULTIMO INCLUIDO GUARDADO
       220-INCLUIR.
           PERFORM 250-CRITICAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN (WK-FS-GRUPOECO NOT = '10'
                     AND FD-GRE-CHAVE = FD-MGR-CHAVE)
                OR FD-MGR-CHAVE = WK-ULTIMO-INCLUIDO
                   MOVE 'REJEITADO - JA CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN WK-CRITICA NOT = SPACES
                   MOVE WK-CRITICA TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN NOT MGR-REG-GRUPO
                AND WK-GRUPO-ATUAL NOT = ZEROS
                   MOVE 'REJEITADO - CLIENTE JA EM OUTRO GRUPO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN NOT MGR-REG-GRUPO
                AND WK-SIT-CLIENTE = 'E'
                   MOVE 'REJEITADO - CLIENTE ENCERRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE REG-GRUPOECO TO WK-MESTRE-CORRENTE
                   MOVE SPACES       TO REG-GRUPOECO
                   PERFORM 254-MONTAR-REGISTRO
                   WRITE REG-GRPNOVO FROM REG-GRUPOECO
                   MOVE SPACES       TO WK-IMAGEM-ANTES
                   MOVE REG-GRUPOECO TO WK-IMAGEM-DEPOIS
                   MOVE WK-MESTRE-CORRENTE TO REG-GRUPOECO
                   MOVE FD-MGR-CHAVE TO WK-ULTIMO-INCLUIDO
                   PERFORM 270-ANOTAR-INCLUSAO
                   MOVE 'APLICADO - INCLUIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
           END-EVALUATE.
       230-ALTERAR.
           PERFORM 250-CRITICAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN WK-FS-GRUPOECO = '10'
                OR FD-GRE-CHAVE NOT = FD-MGR-CHAVE
                   MOVE 'REJEITADO - NAO CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN WK-CRITICA NOT = SPACES
                   MOVE WK-CRITICA TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE REG-GRUPOECO TO WK-IMAGEM-ANTES
                   PERFORM 254-MONTAR-REGISTRO
                   MOVE REG-GRUPOECO TO WK-IMAGEM-DEPOIS
                   MOVE 'APLICADO - ALTERADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
           END-EVALUATE.
      *
      *    O GRUPO SO SAI DO CADASTRO SEM MEMBROS; O MEMBRO
      *    EXCLUIDO DEIXA O CLIENTE LIVRE PARA OUTRO GRUPO
       240-EXCLUIR.
           MOVE FD-MGR-GRUPO TO WK-GRUPO-PROCURA.
           PERFORM 253-LOCALIZAR-GRUPO.
           EVALUATE TRUE
               WHEN WK-FS-GRUPOECO = '10'
                OR FD-GRE-CHAVE NOT = FD-MGR-CHAVE
                   MOVE 'REJEITADO - NAO CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN MGR-REG-GRUPO
                AND GRUPO-ACHADO
                AND GRP-TAB-MEMBROS(WK-IND-GRP) > ZEROS
                   MOVE 'REJEITADO - GRUPO COM MEMBROS'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE REG-GRUPOECO TO WK-IMAGEM-ANTES
                   MOVE SPACES       TO WK-IMAGEM-DEPOIS
                   PERFORM 280-ANOTAR-EXCLUSAO
                   MOVE 'APLICADO - EXCLUIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
                   PERFORM 301-LER-GRUPOECO
           END-EVALUATE.
      *
      *    CRITICA DA INCLUSAO E DA ALTERACAO; WK-CRITICA EM
      *    BRANCO = MOVIMENTO BOM. O GRUPO PRECISA DO NOME E
      *    DO LIMITE; O MEMBRO PRECISA DO GRUPO CADASTRADO E
      *    DO CLIENTE NO CLIENTES, COM O MESMO DOCUMENTO DO
      *    CLIDEMOG QUANDO O MOVIMENTO TRAZ O DOCUMENTO
       250-CRITICAR-MOVIMENTO.
           MOVE SPACES TO WK-CRITICA.
           MOVE 'N'    TO WK-ACHOU-CLIENTE.
           MOVE SPACES TO WK-SIT-CLIENTE.
           MOVE SPACES TO WK-NOME-CLIENTE.
           MOVE SPACES TO WK-DOC-CLIENTE.
           MOVE ZEROS  TO WK-GRUPO-ATUAL.
           SET GRUPO-NAO-ACHADO TO TRUE.
           IF FD-MGR-GRUPO NUMERIC
               MOVE FD-MGR-GRUPO TO WK-GRUPO-PROCURA
               PERFORM 253-LOCALIZAR-GRUPO
           END-IF.
           IF FD-MGR-CODIGO NUMERIC
            AND NOT MGR-REG-GRUPO
               MOVE FD-MGR-CODIGO TO WK-CODIGO-PROCURA
               PERFORM 252-LOCALIZAR-CLIENTE
               IF ITEM-ACHADO
                   MOVE 'S' TO WK-ACHOU-CLIENTE
                   MOVE CLI-TAB-SITUACAO(WK-IND-CLI)
                        TO WK-SIT-CLIENTE
                   MOVE CLI-TAB-NOME(WK-IND-CLI)
                        TO WK-NOME-CLIENTE
                   MOVE CLI-TAB-DOCUMENTO(WK-IND-CLI)
                        TO WK-DOC-CLIENTE
               END-IF
               PERFORM 257-LOCALIZAR-MEMBRO
               IF MEMBRO-ACHADO
                AND MEM-TAB-GRUPO(WK-IND-MEM) NOT = FD-MGR-GRUPO
                   MOVE MEM-TAB-GRUPO(WK-IND-MEM) TO WK-GRUPO-ATUAL
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN FD-MGR-GRUPO NOT NUMERIC
                OR FD-MGR-GRUPO = ZEROS
                   MOVE 'REJEITADO - NUMERO DO GRUPO INVALIDO'
                        TO WK-CRITICA
               WHEN FD-MGR-CODIGO NOT NUMERIC
                   MOVE 'REJEITADO - CODIGO DO MEMBRO INVALIDO'
                        TO WK-CRITICA
               WHEN FD-MGR-LIMITE NOT NUMERIC
                   MOVE 'REJEITADO - LIMITE INVALIDO'
                        TO WK-CRITICA
               WHEN MGR-REG-GRUPO
                AND FD-MGR-NOME = SPACES
                   MOVE 'REJEITADO - NOME DO GRUPO NAO INFORMADO'
                        TO WK-CRITICA
               WHEN MGR-REG-GRUPO
                AND FD-MGR-LIMITE = ZEROS
                   MOVE 'REJEITADO - LIMITE DO GRUPO NAO INFORMADO'
                        TO WK-CRITICA
               WHEN MGR-REG-GRUPO
                   CONTINUE
               WHEN GRUPO-NAO-ACHADO
                   MOVE 'REJEITADO - GRUPO NAO CADASTRADO'
                        TO WK-CRITICA
               WHEN NOT CLIENTE-ACHADO
                   MOVE 'REJEITADO - CLIENTE INEXISTENTE'
                        TO WK-CRITICA
               WHEN FD-MGR-LIMITE NOT = ZEROS
                   MOVE 'REJEITADO - LIMITE SO NO GRUPO'
                        TO WK-CRITICA
               WHEN FD-MGR-DOCUMENTO NOT = SPACES
                AND WK-DOC-CLIENTE NOT = SPACES
                AND WK-DOC-CLIENTE NOT = FD-MGR-DOCUMENTO
                   MOVE 'REJEITADO - DOCUMENTO NAO CONFERE'
                        TO WK-CRITICA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       252-LOCALIZAR-CLIENTE.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                   UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                   OR ITEM-ACHADO
               IF CLI-TAB-CODIGO(WK-IND-CLI) = WK-CODIGO-PROCURA
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-CLI
           END-IF.
       253-LOCALIZAR-GRUPO.
           SET GRUPO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-GRP FROM 1 BY 1
                   UNTIL WK-IND-GRP > WK-TOT-GRUPOS
                   OR GRUPO-ACHADO
               IF GRP-TAB-GRUPO(WK-IND-GRP) = WK-GRUPO-PROCURA
                   SET GRUPO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF GRUPO-ACHADO
               SUBTRACT 1 FROM WK-IND-GRP
           END-IF.
      *
      *    O MEMBRO SEM NOME OU SEM DOCUMENTO NO MOVIMENTO
      *    LEVA O NOME DO CLIENTES E O DOCUMENTO DO CLIDEMOG;
      *    O REGISTRO DO GRUPO NAO TEM CLIENTE
       254-MONTAR-REGISTRO.
           MOVE FD-MGR-CHAVE  TO FD-GRE-CHAVE.
           MOVE FD-MGR-DADOS  TO FD-GRE-DADOS.
           IF NOT GRE-REG-GRUPO
               IF FD-GRE-NOME = SPACES
                   MOVE WK-NOME-CLIENTE TO FD-GRE-NOME
               END-IF
               IF FD-GRE-DOCUMENTO = SPACES
                   MOVE WK-DOC-CLIENTE  TO FD-GRE-DOCUMENTO
               END-IF
           END-IF.
           MOVE WK-DATA-EXEC  TO FD-GRE-DATA-ATUALIZ.
           MOVE WK-OPERADOR   TO FD-GRE-OPERADOR.
       255-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           PERFORM 256-GRAVAR-AUDITORIA.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       256-GRAVAR-AUDITORIA.
           MOVE SPACES           TO REG-AUDGRUPO.
           MOVE FD-MGR-FUNCAO    TO FD-AUG-FUNCAO.
           MOVE WK-DATA-EXEC     TO FD-AUG-DATA.
           MOVE WK-HORA-EXEC     TO FD-AUG-HORA.
           MOVE WK-OPERADOR      TO FD-AUG-OPERADOR.
           MOVE WK-IMAGEM-ANTES  TO FD-AUG-ANTES.
           MOVE WK-IMAGEM-DEPOIS TO FD-AUG-DEPOIS.
           WRITE REG-AUDGRUPO.
       257-LOCALIZAR-MEMBRO.
           SET MEMBRO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-MEM FROM 1 BY 1
                   UNTIL WK-IND-MEM > WK-TOT-MEMBROS
                   OR MEMBRO-ACHADO
               IF MEM-TAB-CODIGO(WK-IND-MEM) = WK-CODIGO-PROCURA
                AND MEM-TAB-GRUPO(WK-IND-MEM) NOT = ZEROS
                   SET MEMBRO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF MEMBRO-ACHADO
               SUBTRACT 1 FROM WK-IND-MEM
           END-IF.
       260-GRAVAR-REJEICAO.
           ADD 1 TO WK-TOT-REJEITADOS.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       265-GRAVAR-LINHA-RELATO.
           MOVE FD-MGR-FUNCAO     TO WK-LINHA-FUNCAO.
           MOVE FD-MGR-GRUPO      TO WK-LINHA-GRUPO.
           MOVE FD-MGR-CODIGO     TO WK-LINHA-CODIGO.
           MOVE FD-MGR-NOME       TO WK-LINHA-NOME.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
      *
      *    TABELAS DE GRUPOS E MEMBROS ACOMPANHAM O LOTE
       270-ANOTAR-INCLUSAO.
           MOVE FD-MGR-GRUPO TO WK-GRUPO-PROCURA.
           IF MGR-REG-GRUPO
               PERFORM 272-ANOTAR-GRUPO-NOVO
           ELSE
               PERFORM 253-LOCALIZAR-GRUPO
               ADD 1 TO GRP-TAB-MEMBROS(WK-IND-GRP)
               MOVE FD-MGR-CODIGO TO WK-CODIGO-PROCURA
               PERFORM 274-ANOTAR-MEMBRO-NOVO
           END-IF.
       272-ANOTAR-GRUPO-NOVO.
           IF WK-TOT-GRUPOS >= 5000
               DISPLAY 'TABELA DE GRUPOS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-GRUPOS.
           MOVE WK-GRUPO-PROCURA TO GRP-TAB-GRUPO(WK-TOT-GRUPOS).
           MOVE ZEROS            TO GRP-TAB-MEMBROS(WK-TOT-GRUPOS).
       274-ANOTAR-MEMBRO-NOVO.
           IF WK-TOT-MEMBROS >= 5000
               DISPLAY 'TABELA DE MEMBROS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-MEMBROS.
           MOVE WK-CODIGO-PROCURA TO MEM-TAB-CODIGO(WK-TOT-MEMBROS).
           MOVE WK-GRUPO-PROCURA  TO MEM-TAB-GRUPO(WK-TOT-MEMBROS).
       280-ANOTAR-EXCLUSAO.
           IF MGR-REG-GRUPO
               IF GRUPO-ACHADO
                   MOVE ZEROS TO GRP-TAB-GRUPO(WK-IND-GRP)
               END-IF
           ELSE
               IF GRUPO-ACHADO
                AND GRP-TAB-MEMBROS(WK-IND-GRP) > ZEROS
                   SUBTRACT 1 FROM GRP-TAB-MEMBROS(WK-IND-GRP)
               END-IF
               MOVE FD-MGR-CODIGO TO WK-CODIGO-PROCURA
               PERFORM 257-LOCALIZAR-MEMBRO
               IF MEMBRO-ACHADO
                   MOVE ZEROS TO MEM-TAB-GRUPO(WK-IND-MEM)
               END-IF
           END-IF.
      ***************************************
       300-LER-GRUPOECO SECTION.
       301-LER-GRUPOECO.
           READ ARQ-GRUPOECO.
           EVALUATE WK-FS-GRUPOECO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-GRUPOECO
                           ' NO COMANDO READ GRUPOECO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       400-LER-MOVGRUPO SECTION.
       401-LER-MOVGRUPO.
           READ ARQ-MOVGRUPO.
           EVALUATE WK-FS-MOVGRUPO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVGRUPO
                           ' NO COMANDO READ MOVGRUPO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 210-AVANCAR-MESTRE UNTIL WK-FS-GRUPOECO = '10'.
           DISPLAY 'TOTAL DE MOVIMENTOS APLICADOS  = '
                   WK-TOT-APLICADOS.
           DISPLAY 'TOTAL DE MOVIMENTOS REJEITADOS = '
                   WK-TOT-REJEITADOS.
           IF WK-TOT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-GRUPOECO.
           CLOSE ARQ-MOVGRUPO.
           CLOSE ARQ-GRPNOVO.
           CLOSE ARQ-AUDGRUPO.
           CLOSE ARQ-RELMANUT.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO161'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
