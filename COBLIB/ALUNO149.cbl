       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO149.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DO CADASTRO DE TALOES DE CHEQUE:  *
      *    EMISSAO E CANCELAMENTO DE TALOES DIRIGIDOS   *
      *    POR ARQUIVO DE MOVIMENTOS, NO MESMO BALANCE  *
      *    LINE DO ALUNO142, PELA CHAVE CLIENTE E       *
      *    PRIMEIRO CHEQUE. O TALAO NOVO SO SAI PARA    *
      *    CLIENTE CADASTRADO, COM A CONTA ATIVA E FORA *
      *    DO CCF INTERNO (CHQCCF, ALIMENTADO PELO      *
      *    ALUNO151), E RECEBE A FAIXA SEGUINTE DA      *
      *    NUMERACAO UNICA DOS CHEQUES (ARQUIVO CHQCTL, *
      *    FAIXA DE NOTAS 750000-789999). O TALAO       *
      *    CANCELADO CONTINUA NO CADASTRO PARA A        *
      *    COMPENSACAO DEVOLVER AS FOLHAS (MOTIVO 20).  *
      *    O MOVIMENTO R REGULARIZA O CLIENTE INCLUIDO  *
      *    NO CCF E ZERA AS DEVOLUCOES CONTADAS. O      *
      *    OPERADOR DO CARTAO SYSIN E GRAVADO NOS       *
      *    REGISTROS ALTERADOS                          *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TALAO    ASSIGN TO TALAO
               FILE STATUS IS WK-FS-TALAO.
           SELECT ARQ-MOVTAL   ASSIGN TO MOVTAL
               FILE STATUS IS WK-FS-MOVTAL.
           SELECT ARQ-TALNOVO  ASSIGN TO TALNOVO
               FILE STATUS IS WK-FS-TALNOVO.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-CCFVELH  ASSIGN TO CCFVELH
               FILE STATUS IS WK-FS-CCFVELH.
           SELECT ARQ-CCFNOVO  ASSIGN TO CCFNOVO
               FILE STATUS IS WK-FS-CCFNOVO.
           SELECT ARQ-CHQCTL   ASSIGN TO CHQCTL
               FILE STATUS IS WK-FS-CHQCTL.
           SELECT ARQ-RELMANUT ASSIGN TO RELMANUT
               FILE STATUS IS WK-FS-RELMANUT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-TALAO
            RECORDING MODE IS F.
           COPY TALAO.
       FD   ARQ-MOVTAL
            RECORDING MODE IS F.
           COPY MOVTAL.
       FD   ARQ-TALNOVO
            RECORDING MODE IS F.
       01  REG-TALNOVO              PIC X(80).
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-CCFVELH
            RECORDING MODE IS F.
       01  REG-CCFVELH              PIC X(40).
       FD   ARQ-CCFNOVO
            RECORDING MODE IS F.
           COPY CHQCCF.
       FD   ARQ-CHQCTL
            RECORDING MODE IS F.
       01  REG-CHQCTL.
           05 FD-CQC-ULTIMO-CHEQUE  PIC 9(6).
           05 FILLER                PIC X(14).
       FD   ARQ-RELMANUT
            RECORDING MODE IS F.
       01  REG-RELMANUT             PIC X(100).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-TALAO       PIC XX             VALUE SPACES.
       77  WK-FS-MOVTAL      PIC XX             VALUE SPACES.
       77  WK-FS-TALNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-CCFVELH     PIC XX             VALUE SPACES.
       77  WK-FS-CCFNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-CHQCTL      PIC XX             VALUE SPACES.
       77  WK-FS-RELMANUT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-EMITIDOS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-CANCELADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REGULARIZ  PIC 9(05)          VALUE ZEROS.
       77  WK-ULTIMO-MOV-CHAVE PIC X(12)        VALUE LOW-VALUES.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE SPACES.
       77  WK-MESTRE-CORRENTE PIC X(80)         VALUE SPACES.
       77  WK-CRITICA        PIC X(40)          VALUE SPACES.
      *
      *    NUMERACAO UNICA DOS CHEQUES (FAIXA DE NOTAS
      *    RESERVADA 750000-789999) E TAMANHO DO TALAO
       77  WK-ULTIMO-CHEQUE  PIC 9(6)           VALUE 749999.
       77  WK-CHEQUE-FIM     PIC 9(6)           VALUE ZEROS.
       77  WK-QTDE-FOLHAS    PIC 9(2)           VALUE ZEROS.
       77  WK-FOLHAS-PADRAO  PIC 9(2)           VALUE 20.
       77  WK-FOLHAS-MAXIMO  PIC 9(2)           VALUE 50.
      *
      *    CHAVE CLIENTE/PRIMEIRO CHEQUE DO TALAO PROCURADO
       01  WK-CHAVE-PROCURA.
           05 WK-PRC-CODIGO         PIC 9(5).
           05 WK-PRC-CHEQUE-INI     PIC 9(6).
      *
      *    CLIENTES DO CADASTRO, PARA A CRITICA DA EMISSAO
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA            OCCURS 5000 TIMES.
              10 CLI-TAB-CODIGO      PIC 9(5).
              10 CLI-TAB-SITUACAO    PIC X(01).
              10 CLI-TAB-EMPRESA     PIC 99.
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CLI        PIC 9(05)          VALUE ZEROS.
      *
      *    CADASTRO CCF CORRENTE (IMAGEM DO REGISTRO); A
      *    GERACAO NOVA SAI DA TABELA NA MESMA ORDEM
       01  TABELA-CCF.
           05 CCF-ENTRADA            OCCURS 5000 TIMES.
              10 CCF-TAB-CODIGO      PIC 9(5).
              10 CCF-TAB-REGISTRO    PIC X(40).
       77  WK-TOT-CCF        PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CCF        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(09)     VALUE ' CLIENTE '.
           05 WK-LINHA-CODIGO      PIC 9(5).
           05 FILLER               PIC X(07)     VALUE ' TALAO '.
           05 WK-LINHA-CHEQUE-INI  PIC 9(6).
           05 FILLER               PIC X(01)     VALUE '-'.
           05 WK-LINHA-CHEQUE-FIM  PIC 9(6).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(40).
           05 FILLER               PIC X(17)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVTAL = '10'.
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
           OPEN INPUT  ARQ-TALAO.
           OPEN INPUT  ARQ-MOVTAL.
           OPEN OUTPUT ARQ-TALNOVO.
           OPEN OUTPUT ARQ-CCFNOVO.
           OPEN OUTPUT ARQ-RELMANUT.
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
           EVALUATE WK-FS-MOVTAL
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVTAL NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVTAL
                           ' NO COMANDO OPEN MOVTAL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-CLIENTES.
           PERFORM 115-CARREGAR-CCF.
           PERFORM 120-LER-ULTIMO-CHEQUE.
           PERFORM 301-LER-TALAO.
           PERFORM 401-LER-MOVTAL.
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
           MOVE FD-CLI-EMPRESA  TO CLI-TAB-EMPRESA(WK-TOT-CLIENTES).
           PERFORM 112-LER-CLIENTES.
       112-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
      *
      *    SEM GERACAO ANTERIOR DO CCF NENHUM CLIENTE ESTA
      *    BLOQUEADO (A IMPLANTACAO CATALOGA UMA VAZIA)
       115-CARREGAR-CCF.
           OPEN INPUT ARQ-CCFVELH.
           EVALUATE WK-FS-CCFVELH
               WHEN '00'
                   PERFORM 117-LER-CCFVELH
                   PERFORM 116-ACUMULAR-CCF
                       UNTIL WK-FS-CCFVELH = '10'
                   CLOSE ARQ-CCFVELH
               WHEN OTHER
                   DISPLAY 'ARQUIVO CCFVELH NAO ENCONTRADO - '
                           'CADASTRO CCF VAZIO'
           END-EVALUATE.
       116-ACUMULAR-CCF.
           IF WK-TOT-CCF >= 5000
               DISPLAY 'TABELA DO CCF CHEIA (MAXIMO 5000 '
                       'REGISTROS) - MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CCF.
           MOVE REG-CCFVELH TO REG-CHQCCF.
           MOVE FD-CCF-CODIGO TO CCF-TAB-CODIGO(WK-TOT-CCF).
           MOVE REG-CCFVELH   TO CCF-TAB-REGISTRO(WK-TOT-CCF).
           PERFORM 117-LER-CCFVELH.
       117-LER-CCFVELH.
           READ ARQ-CCFVELH
               AT END
                   MOVE '10' TO WK-FS-CCFVELH
           END-READ.
      *
      *    A NUMERACAO CONTINUA DO ULTIMO CHEQUE EMITIDO
      *    (ARQUIVO CHQCTL); SEM CONTROLE GRAVADO, COMECA
      *    NO INICIO DA FAIXA
       120-LER-ULTIMO-CHEQUE.
           OPEN INPUT ARQ-CHQCTL.
           EVALUATE WK-FS-CHQCTL
               WHEN '00'
                   READ ARQ-CHQCTL
                       AT END
                           MOVE '10' TO WK-FS-CHQCTL
                   END-READ
                   IF WK-FS-CHQCTL = '00'
                    AND FD-CQC-ULTIMO-CHEQUE >= 750000
                    AND FD-CQC-ULTIMO-CHEQUE <= 789999
                       MOVE FD-CQC-ULTIMO-CHEQUE TO WK-ULTIMO-CHEQUE
                   END-IF
                   CLOSE ARQ-CHQCTL
               WHEN OTHER
                   DISPLAY 'ARQUIVO CHQCTL NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO DA FAIXA'
           END-EVALUATE.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE ZEROS TO WK-LINHA-CHEQUE-FIM.
           IF FD-MTL-CHAVE < WK-ULTIMO-MOV-CHAVE
               MOVE 'REJEITADO - FORA DE SEQUENCIA'
                    TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               MOVE FD-MTL-CHAVE TO WK-ULTIMO-MOV-CHAVE
               PERFORM 202-APLICAR-MOVIMENTO
           END-IF.
           PERFORM 401-LER-MOVTAL.
      *
      *    O BALANCE LINE EXIGE OS MOVIMENTOS EM ORDEM
      *    ASCENDENTE DE CLIENTE/FUNCAO/PRIMEIRO CHEQUE: O
      *    TALAO EMITIDO TEM NUMERACAO MAIOR QUE A DE TODOS
      *    OS TALOES DO CLIENTE E E GRAVADO DEPOIS DELES
       202-APLICAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN FD-MTL-CODIGO NOT NUMERIC
                OR FD-MTL-CODIGO = ZEROS
                   MOVE 'REJEITADO - CLIENTE INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN MTL-CANCELAMENTO
                   PERFORM 220-CANCELAR
               WHEN MTL-EMISSAO
                   PERFORM 230-EMITIR
               WHEN MTL-REGULARIZACAO
                   PERFORM 240-REGULARIZAR
               WHEN OTHER
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
           END-EVALUATE.
       210-AVANCAR-MESTRE.
           WRITE REG-TALNOVO FROM REG-TALAO.
           PERFORM 301-LER-TALAO.
      *
      *    O TALAO CANCELADO FICA NO CADASTRO: AS FOLHAS
      *    APRESENTADAS DEPOIS SAO DEVOLVIDAS PELO ALUNO150
       220-CANCELAR.
           MOVE FD-MTL-CODIGO     TO WK-PRC-CODIGO.
           MOVE FD-MTL-CHEQUE-INI TO WK-PRC-CHEQUE-INI.
           PERFORM 210-AVANCAR-MESTRE
               UNTIL WK-FS-TALAO = '10'
                   OR FD-TAL-CHAVE >= WK-CHAVE-PROCURA.
           EVALUATE TRUE
               WHEN WK-FS-TALAO = '10'
                OR FD-TAL-CHAVE NOT = WK-CHAVE-PROCURA
                   MOVE 'REJEITADO - TALAO NAO CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN TAL-SIT-CANCELADO
                   MOVE FD-TAL-CHEQUE-FIM TO WK-LINHA-CHEQUE-FIM
                   MOVE 'REJEITADO - TALAO JA CANCELADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE 'C'               TO FD-TAL-SITUACAO
                   MOVE WK-DATA-EXEC      TO FD-TAL-DATA-SITUACAO
                   MOVE WK-OPERADOR       TO FD-TAL-OPERADOR
                   MOVE FD-TAL-CHEQUE-FIM TO WK-LINHA-CHEQUE-FIM
                   ADD 1 TO WK-TOT-CANCELADOS
                   MOVE 'APLICADO - TALAO CANCELADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
           END-EVALUATE.
      *
      *    EMISSAO: CRITICA DO CLIENTE E DO CCF; O TALAO
      *    NOVO ENTRA DEPOIS DOS TALOES JA CADASTRADOS DO
      *    CLIENTE
       230-EMITIR.
           PERFORM 250-CRITICAR-EMISSAO.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               PERFORM 210-AVANCAR-MESTRE
                   UNTIL WK-FS-TALAO = '10'
                       OR FD-TAL-CODIGO > FD-MTL-CODIGO
               MOVE REG-TALAO TO WK-MESTRE-CORRENTE
               MOVE SPACES    TO REG-TALAO
               MOVE FD-MTL-CODIGO     TO FD-TAL-CODIGO
               COMPUTE FD-TAL-CHEQUE-INI = WK-ULTIMO-CHEQUE + 1
               MOVE WK-CHEQUE-FIM     TO FD-TAL-CHEQUE-FIM
               MOVE WK-DATA-EXEC      TO FD-TAL-DATA-EMISSAO
               MOVE 'A'               TO FD-TAL-SITUACAO
               MOVE WK-DATA-EXEC      TO FD-TAL-DATA-SITUACAO
               MOVE CLI-TAB-EMPRESA(WK-IND-CLI) TO FD-TAL-EMPRESA
               MOVE WK-OPERADOR       TO FD-TAL-OPERADOR
               WRITE REG-TALNOVO FROM REG-TALAO
               MOVE FD-TAL-CHEQUE-INI TO WK-LINHA-CHEQUE-INI
               MOVE WK-MESTRE-CORRENTE TO REG-TALAO
               MOVE WK-CHEQUE-FIM     TO WK-ULTIMO-CHEQUE
               MOVE WK-CHEQUE-FIM     TO WK-LINHA-CHEQUE-FIM
               ADD 1 TO WK-TOT-EMITIDOS
               MOVE 'APLICADO - TALAO EMITIDO'
                    TO WK-LINHA-SITUACAO
               ADD 1 TO WK-TOT-APLICADOS
               PERFORM 266-GRAVAR-LINHA-EMISSAO
           END-IF.
      *
      *    REGULARIZACAO: O CLIENTE SAI DO CCF E A CONTAGEM
      *    DE DEVOLUCOES RECOMECA DO ZERO
       240-REGULARIZAR.
           PERFORM 245-PROCURAR-CCF.
           IF ITEM-ACHADO
               MOVE CCF-TAB-REGISTRO(WK-IND-CCF) TO REG-CHQCCF
           END-IF.
           IF ITEM-NAO-ACHADO
            OR NOT CCF-SIT-INCLUIDO
               MOVE 'REJEITADO - CLIENTE NAO ESTA NO CCF'
                    TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               MOVE 'R'          TO FD-CCF-SITUACAO
               MOVE ZEROS        TO FD-CCF-QTDE-DEVOL
               MOVE WK-DATA-EXEC TO FD-CCF-DATA-SITUACAO
               MOVE WK-OPERADOR  TO FD-CCF-OPERADOR
               MOVE REG-CHQCCF   TO CCF-TAB-REGISTRO(WK-IND-CCF)
               ADD 1 TO WK-TOT-REGULARIZ
               MOVE 'APLICADO - CLIENTE REGULARIZADO NO CCF'
                    TO WK-LINHA-SITUACAO
               PERFORM 255-GRAVAR-APLICACAO
           END-IF.
       245-PROCURAR-CCF.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CCF FROM 1 BY 1
                   UNTIL WK-IND-CCF > WK-TOT-CCF
                   OR ITEM-ACHADO
               IF CCF-TAB-CODIGO(WK-IND-CCF) = FD-MTL-CODIGO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-CCF
           END-IF.
      *
      *    CRITICA DA EMISSAO; WK-CRITICA EM BRANCO = BOM.
      *    O CLIENTE INCLUIDO NO CCF NAO RECEBE TALAO
       250-CRITICAR-EMISSAO.
           MOVE SPACES TO WK-CRITICA.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                   UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                   OR ITEM-ACHADO
               IF CLI-TAB-CODIGO(WK-IND-CLI) = FD-MTL-CODIGO
                   SET ITEM-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-CLI
           ELSE
               MOVE 'REJEITADO - CLIENTE NAO CADASTRADO'
                    TO WK-CRITICA
           END-IF.
           IF WK-CRITICA = SPACES
            AND CLI-TAB-SITUACAO(WK-IND-CLI) NOT = 'A'
            AND CLI-TAB-SITUACAO(WK-IND-CLI) NOT = SPACE
               MOVE 'REJEITADO - CONTA NAO ESTA ATIVA'
                    TO WK-CRITICA
           END-IF.
           IF WK-CRITICA = SPACES
               PERFORM 245-PROCURAR-CCF
               IF ITEM-ACHADO
                   MOVE CCF-TAB-REGISTRO(WK-IND-CCF) TO REG-CHQCCF
                   IF CCF-SIT-INCLUIDO
                       MOVE 'REJEITADO - CLIENTE NO CCF'
                            TO WK-CRITICA
                   END-IF
               END-IF
           END-IF.
           IF WK-CRITICA = SPACES
               IF FD-MTL-QTDE-FOLHAS NOT NUMERIC
                OR FD-MTL-QTDE-FOLHAS > WK-FOLHAS-MAXIMO
                   MOVE 'REJEITADO - QTDE DE FOLHAS INVALIDA'
                        TO WK-CRITICA
               ELSE
                   IF FD-MTL-QTDE-FOLHAS = ZEROS
                       MOVE WK-FOLHAS-PADRAO TO WK-QTDE-FOLHAS
                   ELSE
                       MOVE FD-MTL-QTDE-FOLHAS TO WK-QTDE-FOLHAS
                   END-IF
                   COMPUTE WK-CHEQUE-FIM =
                           WK-ULTIMO-CHEQUE + WK-QTDE-FOLHAS
                   IF WK-CHEQUE-FIM > 789999
                       MOVE 'REJEITADO - NUMERACAO ESGOTADA'
                            TO WK-CRITICA
                   END-IF
               END-IF
           END-IF.
       255-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       260-GRAVAR-REJEICAO.
           ADD 1 TO WK-TOT-REJEITADOS.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       265-GRAVAR-LINHA-RELATO.
           MOVE FD-MTL-CHEQUE-INI TO WK-LINHA-CHEQUE-INI.
           PERFORM 266-GRAVAR-LINHA-EMISSAO.
       266-GRAVAR-LINHA-EMISSAO.
           MOVE FD-MTL-FUNCAO     TO WK-LINHA-FUNCAO.
           MOVE FD-MTL-CODIGO     TO WK-LINHA-CODIGO.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER-TALAO SECTION.
       301-LER-TALAO.
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
      ***************************************
       400-LER-MOVTAL SECTION.
       401-LER-MOVTAL.
           READ ARQ-MOVTAL.
           EVALUATE WK-FS-MOVTAL
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVTAL
                           ' NO COMANDO READ MOVTAL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 210-AVANCAR-MESTRE UNTIL WK-FS-TALAO = '10'.
           PERFORM 910-GRAVAR-CCFNOVO
               VARYING WK-IND-CCF FROM 1 BY 1
               UNTIL WK-IND-CCF > WK-TOT-CCF.
           DISPLAY 'TOTAL DE MOVIMENTOS APLICADOS  = '
                   WK-TOT-APLICADOS.
           DISPLAY 'TOTAL DE MOVIMENTOS REJEITADOS = '
                   WK-TOT-REJEITADOS.
           DISPLAY 'TALOES EMITIDOS                = '
                   WK-TOT-EMITIDOS.
           DISPLAY 'TALOES CANCELADOS              = '
                   WK-TOT-CANCELADOS.
           DISPLAY 'CLIENTES REGULARIZADOS NO CCF  = '
                   WK-TOT-REGULARIZ.
           DISPLAY 'ULTIMO CHEQUE EMITIDO          = '
                   WK-ULTIMO-CHEQUE.
           IF WK-TOT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 940-GRAVAR-CHQCTL.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-TALAO.
           CLOSE ARQ-MOVTAL.
           CLOSE ARQ-TALNOVO.
           CLOSE ARQ-CCFNOVO.
           CLOSE ARQ-RELMANUT.
       910-GRAVAR-CCFNOVO.
           MOVE CCF-TAB-REGISTRO(WK-IND-CCF) TO REG-CHQCCF.
           WRITE REG-CHQCCF.
      ***************************************
       940-GRAVAR-CHQCTL.
           OPEN OUTPUT ARQ-CHQCTL.
           MOVE SPACES           TO REG-CHQCTL.
           MOVE WK-ULTIMO-CHEQUE TO FD-CQC-ULTIMO-CHEQUE.
           WRITE REG-CHQCTL.
           CLOSE ARQ-CHQCTL.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO149'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
