       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO160.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DO CADASTRO DE VINCULOS DAS       *
      *    CONTAS (COTITULARES DE CONTA SOLIDARIA OU    *
      *    CONJUNTA, PROCURADORES E REPRESENTANTES      *
      *    LEGAIS): INCLUSAO, ALTERACAO E EXCLUSAO      *
      *    DIRIGIDAS POR ARQUIVO DE MOVIMENTOS, NO      *
      *    MESMO BALANCE LINE DO ALUNO142, PELA CONTA E *
      *    PELO DOCUMENTO DO VINCULADO. A CONTA TEM QUE *
      *    EXISTIR NO CLIENTES (E NAO PODE ESTAR        *
      *    ENCERRADA NA INCLUSAO); O VINCULADO CLIENTE  *
      *    DA CASA E CONFERIDO PELO DOCUMENTO DO        *
      *    CLIDEMOG E HERDA O NOME DO CLIENTES, O DE    *
      *    FORA PRECISA DO NOME E, SE TITULAR, DO       *
      *    ENDERECO. O FIM DO VINCULO E A DATA DE FIM;  *
      *    O OBITO DO VINCULADO E A SITUACAO F. CADA    *
      *    VINCULO ALTERADO VAI PARA A TRILHA AUDVINC   *
      *    COM AS IMAGENS ANTES/DEPOIS E O OPERADOR DO  *
      *    CARTAO SYSIN. O CADASTRO E LIDO PELO EXTRATO *
      *    (ALUNO29), PELAS CARTAS (ALUNO37 E ALUNO71), *
      *    PELO FGC (ALUNO128), PELO RECOLHIMENTO       *
      *    (ALUNO87) E PELO ENCERRAMENTO DE CONTA       *
      *    (ALUNO27)                                    *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VINCCTA  ASSIGN TO VINCCTA
               FILE STATUS IS WK-FS-VINCCTA.
           SELECT ARQ-MOVVINC  ASSIGN TO MOVVINC
               FILE STATUS IS WK-FS-MOVVINC.
           SELECT ARQ-VINNOVO  ASSIGN TO VINNOVO
               FILE STATUS IS WK-FS-VINNOVO.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-CLIDEMOG ASSIGN TO CLIDEMOG
               FILE STATUS IS WK-FS-CLIDEMOG.
           SELECT ARQ-AUDVINC  ASSIGN TO AUDVINC
               FILE STATUS IS WK-FS-AUDVINC.
           SELECT ARQ-RELMANUT ASSIGN TO RELMANUT
               FILE STATUS IS WK-FS-RELMANUT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-VINCCTA
            RECORDING MODE IS F.
           COPY VINCCTA.
       FD   ARQ-MOVVINC
            RECORDING MODE IS F.
           COPY MOVVINC.
       FD   ARQ-VINNOVO
            RECORDING MODE IS F.
       01  REG-VINNOVO              PIC X(160).
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-CLIDEMOG
            RECORDING MODE IS F.
           COPY CLIDEMOG.
       FD   ARQ-AUDVINC
            RECORDING MODE IS F.
           COPY AUDVINC.
       FD   ARQ-RELMANUT
            RECORDING MODE IS F.
       01  REG-RELMANUT             PIC X(100).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-VINCCTA     PIC XX             VALUE SPACES.
       77  WK-FS-MOVVINC     PIC XX             VALUE SPACES.
       77  WK-FS-VINNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-AUDVINC     PIC XX             VALUE SPACES.
       77  WK-FS-RELMANUT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-ULTIMO-MOV-CHAVE PIC X(19)        VALUE LOW-VALUES.
       77  WK-ULTIMO-INCLUIDO PIC X(19)         VALUE LOW-VALUES.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE SPACES.
       77  WK-MESTRE-CORRENTE PIC X(160)        VALUE SPACES.
       77  WK-IMAGEM-ANTES   PIC X(160)         VALUE SPACES.
       77  WK-IMAGEM-DEPOIS  PIC X(160)         VALUE SPACES.
       77  WK-CRITICA        PIC X(40)          VALUE SPACES.
      *
      *    CLIENTES DA CASA, COM O DOCUMENTO DO CLIDEMOG, PARA
      *    A CONTA E PARA O VINCULADO QUE E CLIENTE
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
      *    RESULTADO DAS BUSCAS DA CRITICA: CONTA E VINCULADO
       77  WK-ACHOU-CONTA    PIC X              VALUE 'N'.
           88 CONTA-ACHADA                      VALUE 'S'.
       77  WK-SIT-CONTA      PIC X(01)          VALUE SPACES.
       77  WK-DOC-CONTA      PIC X(14)          VALUE SPACES.
       77  WK-ACHOU-VINC     PIC X              VALUE 'N'.
           88 VINCULADO-ACHADO                  VALUE 'S'.
       77  WK-NOME-VINC      PIC X(25)          VALUE SPACES.
       77  WK-DOC-VINC       PIC X(14)          VALUE SPACES.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(07)     VALUE ' CONTA '.
           05 WK-LINHA-CODIGO      PIC 9(5).
           05 FILLER               PIC X(05)     VALUE ' DOC '.
           05 WK-LINHA-DOCUMENTO   PIC X(14).
           05 FILLER               PIC X(07)     VALUE ' PAPEL '.
           05 WK-LINHA-PAPEL       PIC X(01).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(40).
           05 FILLER               PIC X(12)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVVINC = '10'.
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
           OPEN INPUT  ARQ-VINCCTA.
           OPEN INPUT  ARQ-MOVVINC.
           OPEN OUTPUT ARQ-VINNOVO.
           OPEN EXTEND ARQ-AUDVINC.
           OPEN OUTPUT ARQ-RELMANUT.
           EVALUATE WK-FS-VINCCTA
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO VINCCTA NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-VINCCTA
                           ' NO COMANDO OPEN VINCCTA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           EVALUATE WK-FS-MOVVINC
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVVINC NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVVINC
                           ' NO COMANDO OPEN MOVVINC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-CLIENTES.
           PERFORM 120-CARREGAR-DOCUMENTOS.
           PERFORM 301-LER-VINCCTA.
           PERFORM 401-LER-MOVVINC.
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
      *    DO VINCULADO CLIENTE DA CASA NAO E CONFERIDO
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
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-MVC-CHAVE < WK-ULTIMO-MOV-CHAVE
               MOVE 'REJEITADO - FORA DE SEQUENCIA'
                    TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               MOVE FD-MVC-CHAVE TO WK-ULTIMO-MOV-CHAVE
               PERFORM 202-APLICAR-MOVIMENTO
           END-IF.
           PERFORM 401-LER-MOVVINC.
      *
      *    O BALANCE LINE EXIGE OS MOVIMENTOS EM ORDEM
      *    ASCENDENTE DE CONTA E DOCUMENTO DO VINCULADO
       202-APLICAR-MOVIMENTO.
           PERFORM 210-AVANCAR-MESTRE
               UNTIL WK-FS-VINCCTA = '10'
                   OR FD-VNC-CHAVE >= FD-MVC-CHAVE.
           EVALUATE TRUE
               WHEN MVC-INCLUSAO
                   PERFORM 220-INCLUIR
               WHEN MVC-ALTERACAO
                   PERFORM 230-ALTERAR
               WHEN MVC-EXCLUSAO
                   PERFORM 240-EXCLUIR
               WHEN OTHER
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
           END-EVALUATE.
       210-AVANCAR-MESTRE.
           WRITE REG-VINNOVO FROM REG-VINCCTA.
           PERFORM 301-LER-VINCCTA.
      *
      *    O VINCULO JA INCLUIDO NESTE LOTE NAO ESTA NO
      *    CADASTRO CORRENTE, SO NO VINNOVO: A SEGUNDA
      *    INCLUSAO E BARRADA PELO ULTIMO INCLUIDO GUARDADO
       220-INCLUIR.
           PERFORM 250-CRITICAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN (WK-FS-VINCCTA NOT = '10'
                     AND FD-VNC-CHAVE = FD-MVC-CHAVE)
                OR FD-MVC-CHAVE = WK-ULTIMO-INCLUIDO
                   MOVE 'REJEITADO - VINCULO JA CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN WK-CRITICA NOT = SPACES
                   MOVE WK-CRITICA TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN WK-SIT-CONTA = 'E'
                   MOVE 'REJEITADO - CONTA ENCERRADA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE REG-VINCCTA  TO WK-MESTRE-CORRENTE
                   MOVE SPACES       TO REG-VINCCTA
                   PERFORM 254-MONTAR-REGISTRO
                   WRITE REG-VINNOVO FROM REG-VINCCTA
                   MOVE SPACES       TO WK-IMAGEM-ANTES
                   MOVE REG-VINCCTA  TO WK-IMAGEM-DEPOIS
                   MOVE WK-MESTRE-CORRENTE TO REG-VINCCTA
                   MOVE FD-MVC-CHAVE TO WK-ULTIMO-INCLUIDO
                   MOVE 'APLICADO - VINCULO INCLUIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
           END-EVALUATE.
       230-ALTERAR.
           PERFORM 250-CRITICAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN WK-FS-VINCCTA = '10'
                OR FD-VNC-CHAVE NOT = FD-MVC-CHAVE
                   MOVE 'REJEITADO - VINCULO NAO CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN WK-CRITICA NOT = SPACES
                   MOVE WK-CRITICA TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE REG-VINCCTA TO WK-IMAGEM-ANTES
                   PERFORM 254-MONTAR-REGISTRO
                   MOVE REG-VINCCTA TO WK-IMAGEM-DEPOIS
                   MOVE 'APLICADO - VINCULO ALTERADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
           END-EVALUATE.
       240-EXCLUIR.
           EVALUATE TRUE
               WHEN WK-FS-VINCCTA = '10'
                OR FD-VNC-CHAVE NOT = FD-MVC-CHAVE
                   MOVE 'REJEITADO - VINCULO NAO CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE REG-VINCCTA TO WK-IMAGEM-ANTES
                   MOVE SPACES      TO WK-IMAGEM-DEPOIS
                   MOVE 'APLICADO - VINCULO EXCLUIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
                   PERFORM 301-LER-VINCCTA
           END-EVALUATE.
      *
      *    CRITICA DA INCLUSAO E DA ALTERACAO; WK-CRITICA EM
      *    BRANCO = MOVIMENTO BOM. O VINCULADO CLIENTE DA CASA
      *    TEM QUE EXISTIR E TER NO CLIDEMOG O MESMO DOCUMENTO
      *    DO MOVIMENTO; O DE FORA PRECISA DO NOME E, SE FOR
      *    TITULAR, DO ENDERECO PARA AS CARTAS
       250-CRITICAR-MOVIMENTO.
           MOVE SPACES TO WK-CRITICA.
           MOVE 'N'    TO WK-ACHOU-CONTA.
           MOVE SPACES TO WK-SIT-CONTA.
           MOVE SPACES TO WK-DOC-CONTA.
           IF FD-MVC-CODIGO NUMERIC
               MOVE FD-MVC-CODIGO TO WK-CODIGO-PROCURA
               PERFORM 252-LOCALIZAR-CLIENTE
               IF ITEM-ACHADO
                   MOVE 'S' TO WK-ACHOU-CONTA
                   MOVE CLI-TAB-SITUACAO(WK-IND-CLI) TO WK-SIT-CONTA
                   MOVE CLI-TAB-DOCUMENTO(WK-IND-CLI) TO WK-DOC-CONTA
               END-IF
           END-IF.
           MOVE 'N'    TO WK-ACHOU-VINC.
           MOVE SPACES TO WK-NOME-VINC.
           MOVE SPACES TO WK-DOC-VINC.
           IF FD-MVC-CLIENTE NUMERIC
            AND FD-MVC-CLIENTE > ZEROS
               MOVE FD-MVC-CLIENTE TO WK-CODIGO-PROCURA
               PERFORM 252-LOCALIZAR-CLIENTE
               IF ITEM-ACHADO
                   MOVE 'S' TO WK-ACHOU-VINC
                   MOVE CLI-TAB-NOME(WK-IND-CLI)      TO WK-NOME-VINC
                   MOVE CLI-TAB-DOCUMENTO(WK-IND-CLI) TO WK-DOC-VINC
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT CONTA-ACHADA
                   MOVE 'REJEITADO - CONTA INEXISTENTE'
                        TO WK-CRITICA
               WHEN FD-MVC-DOCUMENTO = SPACES
                   MOVE 'REJEITADO - DOCUMENTO NAO INFORMADO'
                        TO WK-CRITICA
               WHEN FD-MVC-DOCUMENTO = WK-DOC-CONTA
                   MOVE 'REJEITADO - DOCUMENTO DO PROPRIO CLIENTE'
                        TO WK-CRITICA
               WHEN NOT MVC-PAPEL-VALIDO
                   MOVE 'REJEITADO - PAPEL INVALIDO'
                        TO WK-CRITICA
               WHEN FD-MVC-CLIENTE NOT NUMERIC
                   MOVE 'REJEITADO - CODIGO DO VINCULADO INVALIDO'
                        TO WK-CRITICA
               WHEN FD-MVC-CLIENTE = FD-MVC-CODIGO
                   MOVE 'REJEITADO - VINCULO COM A PROPRIA CONTA'
                        TO WK-CRITICA
               WHEN FD-MVC-CLIENTE > ZEROS
                AND NOT VINCULADO-ACHADO
                   MOVE 'REJEITADO - VINCULADO INEXISTENTE'
                        TO WK-CRITICA
               WHEN FD-MVC-CLIENTE > ZEROS
                AND WK-DOC-VINC NOT = SPACES
                AND WK-DOC-VINC NOT = FD-MVC-DOCUMENTO
                   MOVE 'REJEITADO - DOCUMENTO NAO CONFERE'
                        TO WK-CRITICA
               WHEN FD-MVC-CLIENTE = ZEROS
                AND FD-MVC-NOME = SPACES
                   MOVE 'REJEITADO - NOME NAO INFORMADO'
                        TO WK-CRITICA
               WHEN FD-MVC-CLIENTE = ZEROS
                AND MVC-TITULAR
                AND FD-MVC-ENDERECO = SPACES
                   MOVE 'REJEITADO - TITULAR DE FORA SEM ENDERECO'
                        TO WK-CRITICA
               WHEN FD-MVC-CEP NOT NUMERIC
                   MOVE 'REJEITADO - CEP INVALIDO'
                        TO WK-CRITICA
               WHEN FD-MVC-DATA-INICIO NOT NUMERIC
                OR FD-MVC-DATA-FIM NOT NUMERIC
                   MOVE 'REJEITADO - PERIODO DO VINCULO INVALIDO'
                        TO WK-CRITICA
               WHEN FD-MVC-DATA-FIM > ZEROS
                AND FD-MVC-DATA-FIM < FD-MVC-DATA-INICIO
                   MOVE 'REJEITADO - PERIODO DO VINCULO INVALIDO'
                        TO WK-CRITICA
               WHEN NOT MVC-SIT-VALIDA
                   MOVE 'REJEITADO - SITUACAO INVALIDA'
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
      *
      *    O VINCULADO CLIENTE DA CASA SEM NOME NO MOVIMENTO
      *    LEVA O NOME DO CLIENTES; SEM DATA DE INICIO O
      *    VINCULO VALE DESDE A DATA DA RODADA
       254-MONTAR-REGISTRO.
           MOVE FD-MVC-CHAVE  TO FD-VNC-CHAVE.
           MOVE FD-MVC-DADOS  TO FD-VNC-DADOS.
           IF FD-VNC-NOME = SPACES
               MOVE WK-NOME-VINC TO FD-VNC-NOME
           END-IF.
           IF FD-VNC-SITUACAO = SPACE
               SET VNC-SIT-ATIVO TO TRUE
           END-IF.
           IF FD-VNC-DATA-INICIO = ZEROS
               MOVE WK-DATA-EXEC TO FD-VNC-DATA-INICIO
           END-IF.
           MOVE WK-DATA-EXEC  TO FD-VNC-DATA-ATUALIZ.
           MOVE WK-OPERADOR   TO FD-VNC-OPERADOR.
       255-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           PERFORM 256-GRAVAR-AUDITORIA.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       256-GRAVAR-AUDITORIA.
           MOVE SPACES           TO REG-AUDVINC.
           MOVE FD-MVC-FUNCAO    TO FD-AUV-FUNCAO.
           MOVE WK-DATA-EXEC     TO FD-AUV-DATA.
           MOVE WK-HORA-EXEC     TO FD-AUV-HORA.
           MOVE WK-OPERADOR      TO FD-AUV-OPERADOR.
           MOVE WK-IMAGEM-ANTES  TO FD-AUV-ANTES.
           MOVE WK-IMAGEM-DEPOIS TO FD-AUV-DEPOIS.
           WRITE REG-AUDVINC.
       260-GRAVAR-REJEICAO.
           ADD 1 TO WK-TOT-REJEITADOS.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       265-GRAVAR-LINHA-RELATO.
           MOVE FD-MVC-FUNCAO     TO WK-LINHA-FUNCAO.
           MOVE FD-MVC-CODIGO     TO WK-LINHA-CODIGO.
           MOVE FD-MVC-DOCUMENTO  TO WK-LINHA-DOCUMENTO.
           MOVE FD-MVC-PAPEL      TO WK-LINHA-PAPEL.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER-VINCCTA SECTION.
       301-LER-VINCCTA.
           READ ARQ-VINCCTA.
           EVALUATE WK-FS-VINCCTA
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-VINCCTA
                           ' NO COMANDO READ VINCCTA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       400-LER-MOVVINC SECTION.
       401-LER-MOVVINC.
           READ ARQ-MOVVINC.
           EVALUATE WK-FS-MOVVINC
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVVINC
                           ' NO COMANDO READ MOVVINC'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 210-AVANCAR-MESTRE UNTIL WK-FS-VINCCTA = '10'.
           DISPLAY 'TOTAL DE MOVIMENTOS APLICADOS  = '
                   WK-TOT-APLICADOS.
           DISPLAY 'TOTAL DE MOVIMENTOS REJEITADOS = '
                   WK-TOT-REJEITADOS.
           IF WK-TOT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-VINCCTA.
           CLOSE ARQ-MOVVINC.
           CLOSE ARQ-VINNOVO.
           CLOSE ARQ-AUDVINC.
           CLOSE ARQ-RELMANUT.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO160'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
