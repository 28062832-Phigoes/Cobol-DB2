       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO184.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DO CADASTRO DE RECLAMACOES DA     *
      *    OUVIDORIA (KSDS OUVIDOR, CHAVE PROTOCOLO),   *
      *    DIRIGIDA PELO ARQUIVO MOVOUV. O OPERADOR DO  *
      *    CARTAO SYSIN PRECISA DA FUNCAO OUVIDORIA NO  *
      *    OPERSEC. FUNCOES:                            *
      *      I = REGISTRO: O CLIENTE TEM QUE EXISTIR NO *
      *          CLIENTES; O PROTOCOLO E NUMERADO PELO  *
      *          CONTROLE OUVCTL E O PRAZO E A ABERTURA *
      *          MAIS PRAZO-DIAS UTEIS (PARAMETRO,      *
      *          PADRAO 10, CALENDARIO DO ALUNO63)      *
      *      A = ALTERACAO DA RECLAMACAO ABERTA (AREA,  *
      *          CATEGORIA, NOTA, CONTRATO, DESCRICAO)  *
      *      R = RESPOSTA: RESULTADO, DIAS UTEIS ATE A  *
      *          RESPOSTA E, NA PROCEDENTE OU PARCIAL,  *
      *          O RESSARCIMENTO COMO CREDITO NO LAYOUT *
      *          LANCAM (FAIXA 697500-699999, VIA       *
      *          BALANCE LINE)                          *
      *    A NUMERACAO DAS NOTAS DE RESSARCIMENTO FICA  *
      *    NO OUVCTL, JUNTO COM A DOS PROTOCOLOS        *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVOUV   ASSIGN TO MOVOUV
               FILE STATUS IS WK-FS-MOVOUV.
           SELECT ARQ-OUVIDOR  ASSIGN TO OUVIDOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-OUV-PROTOCOLO
               FILE STATUS IS WK-FS-OUVIDOR.
           SELECT ARQ-OUVCTL   ASSIGN TO OUVCTL
               FILE STATUS IS WK-FS-OUVCTL.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-OPERSEC  ASSIGN TO OPERSEC
               FILE STATUS IS WK-FS-OPERSEC.
           SELECT ARQ-LANCOUV  ASSIGN TO LANCOUV
               FILE STATUS IS WK-FS-LANCOUV.
           SELECT ARQ-RELMANUT ASSIGN TO RELMANUT
               FILE STATUS IS WK-FS-RELMANUT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-MOVOUV
            RECORDING MODE IS F.
           COPY MOVOUV.
       FD   ARQ-OUVIDOR.
           COPY OUVIDOR.
       FD   ARQ-OUVCTL
            RECORDING MODE IS F.
       01  REG-OUVCTL.
           05 FD-OCT-ULTIMO-PROTOCOLO PIC 9(7).
           05 FD-OCT-ULTIMA-NOTA    PIC 9(6).
           05 FILLER                PIC X(67).
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-OPERSEC
            RECORDING MODE IS F.
           COPY OPERSEC.
       FD   ARQ-LANCOUV
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-RELMANUT
            RECORDING MODE IS F.
       01  REG-RELMANUT             PIC X(100).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-MOVOUV      PIC XX             VALUE SPACES.
       77  WK-FS-OUVIDOR     PIC XX             VALUE SPACES.
       77  WK-FS-OUVCTL      PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-OPERSEC     PIC XX             VALUE SPACES.
       77  WK-FS-LANCOUV     PIC XX             VALUE SPACES.
       77  WK-FS-RELMANUT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REGISTROS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ALTERACOES PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-RESPOSTAS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-RESSARC    PIC 9(05)          VALUE ZEROS.
       77  WK-VAL-RESSARC    PIC 9(09)V99       VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE SPACES.
       77  WK-PODE-OUVIDORIA PIC X(01)          VALUE 'N'.
       77  WK-ANALISTA       PIC X(08)          VALUE SPACES.
       77  WK-DATA-ABERTURA  PIC 9(8)           VALUE ZEROS.
       77  WK-CRITICA        PIC X(45)          VALUE SPACES.
      *
      *    NUMERACAO DOS PROTOCOLOS E DAS NOTAS DE
      *    RESSARCIMENTO
       77  WK-ULTIMO-PROTOCOLO PIC 9(7)         VALUE ZEROS.
       77  WK-PROXIMA-NOTA   PIC 9(6)           VALUE 697500.
      *
      *    PRAZO REGULAMENTAR DE RESPOSTA, EM DIAS UTEIS
       77  WK-PRAZO-DIAS     PIC 9(02)          VALUE 10.
      *
      *    CLIENTES DA CASA, PARA A CRITICA DO REGISTRO E A
      *    EMPRESA DA RECLAMACAO
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA            OCCURS 5000 TIMES.
              10 CLI-TAB-CODIGO      PIC 9(5).
              10 CLI-TAB-EMPRESA     PIC 99.
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CLI        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(11)     VALUE ' PROTOCOLO '.
           05 WK-LINHA-PROTOCOLO   PIC 9(7)      BLANK WHEN ZERO.
           05 FILLER               PIC X(09)     VALUE ' CLIENTE '.
           05 WK-LINHA-CODIGO      PIC 9(5)      BLANK WHEN ZERO.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(45).
           05 FILLER               PIC X(14)     VALUE SPACES.
      *
       01  WK-LINHA-RESSARC.
           05 FILLER               PIC X(21)     VALUE
                                   '   RESSARCIMENTO NOTA'.
           05 WK-LR-NOTA           PIC 9(6).
           05 FILLER               PIC X(07)     VALUE ' CONTA '.
           05 WK-LR-CONTA          PIC X(01).
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LR-VALOR          PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(48)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO46 (PRAZO
      *    REGULAMENTAR)
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO63 (PRAZO E DIAS
      *    UTEIS ATE A RESPOSTA)
           COPY CALSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVOUV = '10'.
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
           PERFORM 105-VALIDAR-OPERADOR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-MOVOUV.
           EVALUATE WK-FS-MOVOUV
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVOUV NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVOUV
                           ' NO COMANDO OPEN MOVOUV'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN I-O    ARQ-OUVIDOR.
           IF WK-FS-OUVIDOR NOT = '00'
               DISPLAY 'ERRO ' WK-FS-OUVIDOR
                       ' NO COMANDO OPEN OUVIDOR'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-LANCOUV.
           OPEN OUTPUT ARQ-RELMANUT.
           PERFORM 110-LER-CONTROLE.
           PERFORM 120-CARREGAR-CLIENTES.
           PERFORM 130-BUSCAR-PRAZO.
           PERFORM 301-LER-MOVOUV.
      *
      *    AUTORIZACAO DO OPERADOR: A MANUTENCAO DAS
      *    RECLAMACOES EXIGE A FUNCAO OUVIDORIA NO OPERSEC
       105-VALIDAR-OPERADOR.
           OPEN INPUT ARQ-OPERSEC.
           IF WK-FS-OPERSEC NOT = '00'
               DISPLAY 'ARQUIVO OPERSEC NAO ENCONTRADO - '
                       'MANUTENCAO NAO AUTORIZADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 107-LER-OPERSEC.
           PERFORM 106-PROCURAR-OPERADOR
               UNTIL WK-FS-OPERSEC = '10'.
           CLOSE ARQ-OPERSEC.
           IF WK-PODE-OUVIDORIA NOT = 'S'
               DISPLAY 'OPERADOR ' WK-OPERADOR
                       ' SEM AUTORIZACAO PARA A OUVIDORIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       106-PROCURAR-OPERADOR.
           IF FD-SEC-OPERADOR = WK-OPERADOR
               MOVE FD-SEC-FL-OUVIDORIA TO WK-PODE-OUVIDORIA
           END-IF.
           PERFORM 107-LER-OPERSEC.
       107-LER-OPERSEC.
           READ ARQ-OPERSEC
               AT END
                   MOVE '10' TO WK-FS-OPERSEC
           END-READ.
      *
      *    OS PROTOCOLOS CONTINUAM DO ULTIMO EMITIDO E AS
      *    NOTAS DA ULTIMA NOTA DA FAIXA; FORA DA FAIXA (OU
      *    SEM CONTROLE), COMECA NO INICIO DELA
       110-LER-CONTROLE.
           OPEN INPUT ARQ-OUVCTL.
           EVALUATE WK-FS-OUVCTL
               WHEN '00'
                   READ ARQ-OUVCTL
                       AT END
                           MOVE '10' TO WK-FS-OUVCTL
                   END-READ
                   IF WK-FS-OUVCTL = '00'
                    AND FD-OCT-ULTIMO-PROTOCOLO NUMERIC
                       MOVE FD-OCT-ULTIMO-PROTOCOLO
                            TO WK-ULTIMO-PROTOCOLO
                   END-IF
                   IF WK-FS-OUVCTL = '00'
                    AND FD-OCT-ULTIMA-NOTA NUMERIC
                    AND FD-OCT-ULTIMA-NOTA >= 697500
                    AND FD-OCT-ULTIMA-NOTA <= 699999
                       MOVE FD-OCT-ULTIMA-NOTA TO WK-PROXIMA-NOTA
                   END-IF
                   CLOSE ARQ-OUVCTL
               WHEN OTHER
                   DISPLAY 'ARQUIVO OUVCTL NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO'
           END-EVALUATE.
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
           MOVE FD-CLI-CODIGO  TO CLI-TAB-CODIGO(WK-TOT-CLIENTES).
           MOVE FD-CLI-EMPRESA TO CLI-TAB-EMPRESA(WK-TOT-CLIENTES).
           PERFORM 122-LER-CLIENTES.
       122-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
       130-BUSCAR-PRAZO.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO184'   TO LK-PRM-PROGRAMA.
           MOVE 'PRAZO-DIAS' TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK AND LK-PRM-VALOR(1:2) NUMERIC
            AND LK-PRM-VALOR(1:2) NOT = ZEROS
               MOVE LK-PRM-VALOR(1:2) TO WK-PRAZO-DIAS
           END-IF.
           DISPLAY 'PRAZO DE RESPOSTA (DIAS UTEIS) = '
                   WK-PRAZO-DIAS.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-MOU-FUNCAO    TO WK-LINHA-FUNCAO.
           MOVE FD-MOU-PROTOCOLO TO WK-LINHA-PROTOCOLO.
           MOVE FD-MOU-CODIGO    TO WK-LINHA-CODIGO.
           IF FD-MOU-ANALISTA = SPACES
               MOVE WK-OPERADOR     TO WK-ANALISTA
           ELSE
               MOVE FD-MOU-ANALISTA TO WK-ANALISTA
           END-IF.
           EVALUATE TRUE
               WHEN MOU-REGISTRO
                   PERFORM 210-REGISTRAR
               WHEN NOT MOU-ALTERACAO AND NOT MOU-RESPOSTA
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN FD-MOU-PROTOCOLO NOT NUMERIC
                OR FD-MOU-PROTOCOLO = ZEROS
                   MOVE 'REJEITADO - PROTOCOLO INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   PERFORM 202-LER-RECLAMACAO
           END-EVALUATE.
           PERFORM 301-LER-MOVOUV.
       202-LER-RECLAMACAO.
           MOVE FD-MOU-PROTOCOLO TO FD-OUV-PROTOCOLO.
           READ ARQ-OUVIDOR.
           EVALUATE WK-FS-OUVIDOR
               WHEN '00'
                   MOVE FD-OUV-CODIGO TO WK-LINHA-CODIGO
                   PERFORM 203-APLICAR-ACAO
               WHEN '23'
                   MOVE 'REJEITADO - PROTOCOLO NAO CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-OUVIDOR
                           ' NO COMANDO READ OUVIDOR - PROTOCOLO '
                           FD-MOU-PROTOCOLO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       203-APLICAR-ACAO.
           EVALUATE TRUE
               WHEN OUV-RESPONDIDA
                   MOVE 'REJEITADO - RECLAMACAO JA RESPONDIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN MOU-ALTERACAO
                   PERFORM 230-ALTERAR
               WHEN OTHER
                   PERFORM 240-RESPONDER
           END-EVALUATE.
      *
      *    REGISTRO: CRITICA, NUMERACAO DO PROTOCOLO E PRAZO
      *    REGULAMENTAR EM DIAS UTEIS A PARTIR DA ABERTURA
       210-REGISTRAR.
           MOVE SPACES TO WK-CRITICA.
           IF FD-MOU-DATA-ABERTURA NUMERIC
            AND FD-MOU-DATA-ABERTURA NOT = ZEROS
               MOVE FD-MOU-DATA-ABERTURA TO WK-DATA-ABERTURA
           ELSE
               MOVE WK-DATA-EXEC         TO WK-DATA-ABERTURA
           END-IF.
           PERFORM 215-CRITICAR-REGISTRO.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               PERFORM 220-GRAVAR-REGISTRO
           END-IF.
       215-CRITICAR-REGISTRO.
           SET ITEM-NAO-ACHADO TO TRUE.
           IF FD-MOU-CODIGO NUMERIC
               PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                       UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                       OR ITEM-ACHADO
                   IF CLI-TAB-CODIGO(WK-IND-CLI) = FD-MOU-CODIGO
                       SET ITEM-ACHADO TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF ITEM-ACHADO
               SUBTRACT 1 FROM WK-IND-CLI
           END-IF.
           MOVE FD-MOU-CANAL     TO FD-OUV-CANAL.
           MOVE FD-MOU-CATEGORIA TO FD-OUV-CATEGORIA.
           EVALUATE TRUE
               WHEN ITEM-NAO-ACHADO
                   MOVE 'REJEITADO - CLIENTE NAO CADASTRADO'
                        TO WK-CRITICA
               WHEN NOT OUV-CANAL-VALIDO
                   MOVE 'REJEITADO - CANAL INVALIDO'
                        TO WK-CRITICA
               WHEN NOT OUV-CATEGORIA-VALIDA
                   MOVE 'REJEITADO - CATEGORIA INVALIDA'
                        TO WK-CRITICA
               WHEN FD-MOU-NOTA NOT NUMERIC
                OR FD-MOU-CONTRATO NOT NUMERIC
                   MOVE 'REJEITADO - NOTA OU CONTRATO INVALIDO'
                        TO WK-CRITICA
               WHEN FD-MOU-AREA = SPACES
                   MOVE 'REJEITADO - AREA RESPONSAVEL NAO INFORMADA'
                        TO WK-CRITICA
               WHEN WK-DATA-ABERTURA > WK-DATA-EXEC
                   MOVE 'REJEITADO - ABERTURA POSTERIOR A RODADA'
                        TO WK-CRITICA
               WHEN OTHER
                   PERFORM 216-CALCULAR-PRAZO
           END-EVALUATE.
      *
      *    O ALUNO63 DEVOLVE ABERTURA + N DIAS UTEIS; DATA
      *    INVALIDA REJEITA O REGISTRO
       216-CALCULAR-PRAZO.
           SET LK-CAL-SOMAR      TO TRUE.
           MOVE WK-DATA-ABERTURA TO LK-CAL-DATA-1.
           MOVE WK-PRAZO-DIAS    TO LK-CAL-QTDE-DIAS.
           CALL 'ALUNO63' USING LK-CAL-COM.
           IF NOT LK-CAL-OK
               MOVE 'REJEITADO - DATA DE ABERTURA INVALIDA'
                    TO WK-CRITICA
           END-IF.
       220-GRAVAR-REGISTRO.
           IF WK-ULTIMO-PROTOCOLO >= 9999999
               DISPLAY 'NUMERACAO DE PROTOCOLOS ESGOTADA - '
                       'MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-ULTIMO-PROTOCOLO.
           MOVE SPACES                   TO REG-OUVIDOR.
           MOVE WK-ULTIMO-PROTOCOLO      TO FD-OUV-PROTOCOLO.
           MOVE FD-MOU-CODIGO            TO FD-OUV-CODIGO.
           MOVE CLI-TAB-EMPRESA(WK-IND-CLI) TO FD-OUV-EMPRESA.
           MOVE FD-MOU-CANAL             TO FD-OUV-CANAL.
           MOVE FD-MOU-CATEGORIA         TO FD-OUV-CATEGORIA.
           MOVE FD-MOU-NOTA              TO FD-OUV-NOTA.
           MOVE FD-MOU-CONTRATO          TO FD-OUV-CONTRATO.
           MOVE FD-MOU-AREA              TO FD-OUV-AREA.
           SET OUV-ABERTA                TO TRUE.
           MOVE WK-DATA-ABERTURA         TO FD-OUV-DATA-ABERTURA.
           MOVE LK-CAL-RESULTADO         TO FD-OUV-DATA-PRAZO.
           MOVE ZEROS                    TO FD-OUV-DATA-RESPOSTA
                                            FD-OUV-DIAS-RESPOSTA
                                            FD-OUV-VALOR-RESSARC
                                            FD-OUV-NOTA-RESSARC.
           MOVE WK-ANALISTA              TO FD-OUV-ANALISTA.
           MOVE WK-DATA-EXEC             TO FD-OUV-DATA-ACAO.
           MOVE FD-MOU-TEXTO             TO FD-OUV-DESCRICAO.
           WRITE REG-OUVIDOR.
           IF WK-FS-OUVIDOR NOT = '00'
               DISPLAY 'ERRO ' WK-FS-OUVIDOR
                       ' NO COMANDO WRITE OUVIDOR - PROTOCOLO '
                       FD-OUV-PROTOCOLO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-REGISTROS.
           MOVE FD-OUV-PROTOCOLO TO WK-LINHA-PROTOCOLO.
           MOVE 'APLICADO - RECLAMACAO REGISTRADA'
                TO WK-LINHA-SITUACAO.
           PERFORM 280-GRAVAR-APLICACAO.
      *
      *    ALTERACAO: SO OS CAMPOS INFORMADOS SAO TROCADOS
       230-ALTERAR.
           MOVE SPACES TO WK-CRITICA.
           IF FD-MOU-CATEGORIA NOT = SPACES
               MOVE FD-MOU-CATEGORIA TO FD-OUV-CATEGORIA
           END-IF.
           EVALUATE TRUE
               WHEN NOT OUV-CATEGORIA-VALIDA
                   MOVE 'REJEITADO - CATEGORIA INVALIDA'
                        TO WK-CRITICA
               WHEN FD-MOU-NOTA NOT NUMERIC
                OR FD-MOU-CONTRATO NOT NUMERIC
                   MOVE 'REJEITADO - NOTA OU CONTRATO INVALIDO'
                        TO WK-CRITICA
           END-EVALUATE.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               IF FD-MOU-AREA NOT = SPACES
                   MOVE FD-MOU-AREA     TO FD-OUV-AREA
               END-IF
               IF FD-MOU-NOTA NOT = ZEROS
                   MOVE FD-MOU-NOTA     TO FD-OUV-NOTA
               END-IF
               IF FD-MOU-CONTRATO NOT = ZEROS
                   MOVE FD-MOU-CONTRATO TO FD-OUV-CONTRATO
               END-IF
               IF FD-MOU-TEXTO NOT = SPACES
                   MOVE FD-MOU-TEXTO    TO FD-OUV-DESCRICAO
               END-IF
               PERFORM 270-ATUALIZAR-RECLAMACAO
               ADD 1 TO WK-TOT-ALTERACOES
               MOVE 'APLICADO - RECLAMACAO ALTERADA'
                    TO WK-LINHA-SITUACAO
               PERFORM 280-GRAVAR-APLICACAO
           END-IF.
      *
      *    RESPOSTA: O RESSARCIMENTO SO CABE NA RECLAMACAO
      *    PROCEDENTE OU PARCIALMENTE PROCEDENTE
       240-RESPONDER.
           MOVE SPACES TO WK-CRITICA.
           MOVE FD-MOU-RESULTADO TO FD-OUV-RESULTADO.
           IF FD-MOU-CONTA-RESSARC = SPACES
               MOVE 'C' TO FD-MOU-CONTA-RESSARC
           END-IF.
           EVALUATE TRUE
               WHEN NOT OUV-PROCEDENTE AND NOT OUV-PARCIAL
                AND NOT OUV-IMPROCEDENTE
                   MOVE 'REJEITADO - RESULTADO INVALIDO'
                        TO WK-CRITICA
               WHEN FD-MOU-TEXTO = SPACES
                   MOVE 'REJEITADO - TEXTO DA RESPOSTA EM BRANCO'
                        TO WK-CRITICA
               WHEN FD-MOU-VALOR-RESSARC NOT NUMERIC
                   MOVE 'REJEITADO - VALOR DE RESSARCIMENTO INVALIDO'
                        TO WK-CRITICA
               WHEN FD-MOU-VALOR-RESSARC > ZEROS
                AND OUV-IMPROCEDENTE
                   MOVE 'REJEITADO - RESSARCIMENTO EM IMPROCEDENTE'
                        TO WK-CRITICA
               WHEN FD-MOU-CONTA-RESSARC NOT = 'C'
                AND FD-MOU-CONTA-RESSARC NOT = 'P'
                   MOVE 'REJEITADO - CONTA DO RESSARCIMENTO INVALIDA'
                        TO WK-CRITICA
               WHEN OTHER
                   PERFORM 245-CONTAR-DIAS
           END-EVALUATE.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               SET OUV-RESPONDIDA TO TRUE
               MOVE WK-DATA-EXEC          TO FD-OUV-DATA-RESPOSTA
               MOVE LK-CAL-DIAS-UTEIS     TO FD-OUV-DIAS-RESPOSTA
               MOVE FD-MOU-TEXTO          TO FD-OUV-RESPOSTA
               MOVE FD-MOU-VALOR-RESSARC  TO FD-OUV-VALOR-RESSARC
               IF FD-MOU-VALOR-RESSARC > ZEROS
                   PERFORM 250-GRAVAR-RESSARCIMENTO
               END-IF
               PERFORM 270-ATUALIZAR-RECLAMACAO
               ADD 1 TO WK-TOT-RESPOSTAS
               MOVE 'APLICADO - RECLAMACAO RESPONDIDA'
                    TO WK-LINHA-SITUACAO
               PERFORM 280-GRAVAR-APLICACAO
               IF FD-OUV-NOTA-RESSARC > ZEROS
                   WRITE REG-RELMANUT FROM WK-LINHA-RESSARC
               END-IF
           END-IF.
      *
      *    DIAS UTEIS DA ABERTURA (EXCLUSIVE) ATE A RODADA
      *    (INCLUSIVE), GRAVADOS PARA A ESTATISTICA
       245-CONTAR-DIAS.
           SET LK-CAL-ENTRE           TO TRUE.
           MOVE FD-OUV-DATA-ABERTURA  TO LK-CAL-DATA-1.
           MOVE WK-DATA-EXEC          TO LK-CAL-DATA-2.
           CALL 'ALUNO63' USING LK-CAL-COM.
           IF NOT LK-CAL-OK
               MOVE 'REJEITADO - DATA DE ABERTURA INVALIDA'
                    TO WK-CRITICA
           END-IF.
      *
      *    CREDITO NO LAYOUT LANCAM SEM NOTA ORIGINAL: O
      *    DIARIO DO ALUNO124 CLASSIFICA PELA PROPRIA FAIXA
       250-GRAVAR-RESSARCIMENTO.
           IF WK-PROXIMA-NOTA >= 699999
               DISPLAY 'FAIXA DE NOTAS DE RESSARCIMENTO DA '
                       'OUVIDORIA ESGOTADA (697500-699999) - '
                       'MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-PROXIMA-NOTA.
           MOVE SPACES                TO REG-LANCAM.
           MOVE FD-OUV-CODIGO         TO FD-LAN-CODIGO.
           MOVE 'C'                   TO FD-LAN-TIPO.
           MOVE FD-MOU-VALOR-RESSARC  TO FD-LAN-VALOR.
           MOVE WK-PROXIMA-NOTA       TO FD-LAN-NOTA.
           MOVE FD-MOU-CONTA-RESSARC  TO FD-LAN-CONTA.
           MOVE WK-DATA-EXEC          TO FD-LAN-DATA.
           MOVE ZEROS                 TO FD-LAN-NOTA-ORIG.
           MOVE ZEROS                 TO FD-LAN-AGENCIA.
           MOVE 'I'                   TO FD-LAN-CANAL.
           MOVE FD-OUV-EMPRESA        TO FD-LAN-EMPRESA.
           WRITE REG-LANCAM.
           MOVE WK-PROXIMA-NOTA       TO FD-OUV-NOTA-RESSARC.
           MOVE FD-MOU-CONTA-RESSARC  TO FD-OUV-CONTA-RESSARC.
           ADD 1 TO WK-TOT-RESSARC.
           ADD FD-MOU-VALOR-RESSARC   TO WK-VAL-RESSARC.
           MOVE WK-PROXIMA-NOTA       TO WK-LR-NOTA.
           MOVE FD-MOU-CONTA-RESSARC  TO WK-LR-CONTA.
           MOVE FD-MOU-VALOR-RESSARC  TO WK-LR-VALOR.
      *
      *    TODA ACAO CARIMBA O ANALISTA E A DATA
       270-ATUALIZAR-RECLAMACAO.
           MOVE WK-ANALISTA  TO FD-OUV-ANALISTA.
           MOVE WK-DATA-EXEC TO FD-OUV-DATA-ACAO.
           REWRITE REG-OUVIDOR.
           IF WK-FS-OUVIDOR NOT = '00'
               DISPLAY 'ERRO ' WK-FS-OUVIDOR
                       ' NO COMANDO REWRITE OUVIDOR - PROTOCOLO '
                       FD-OUV-PROTOCOLO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       280-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
       285-GRAVAR-REJEICAO.
           ADD 1 TO WK-TOT-REJEITADOS.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER-MOVOUV SECTION.
       301-LER-MOVOUV.
           READ ARQ-MOVOUV.
           EVALUATE WK-FS-MOVOUV
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVOUV
                           ' NO COMANDO READ MOVOUV'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'MOVIMENTOS LIDOS         = ' WK-REGS-LIDOS.
           DISPLAY 'APLICADOS                = ' WK-TOT-APLICADOS.
           DISPLAY 'REJEITADOS               = ' WK-TOT-REJEITADOS.
           DISPLAY 'RECLAMACOES REGISTRADAS  = ' WK-TOT-REGISTROS.
           DISPLAY 'RECLAMACOES ALTERADAS    = ' WK-TOT-ALTERACOES.
           DISPLAY 'RECLAMACOES RESPONDIDAS  = ' WK-TOT-RESPOSTAS.
           DISPLAY 'RESSARCIMENTOS GERADOS   = ' WK-TOT-RESSARC.
           DISPLAY 'VALOR RESSARCIDO         = ' WK-VAL-RESSARC.
           PERFORM 910-GRAVAR-CONTROLE.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-MOVOUV.
           CLOSE ARQ-OUVIDOR.
           CLOSE ARQ-LANCOUV.
           CLOSE ARQ-RELMANUT.
           IF WK-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       910-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-OUVCTL.
           MOVE SPACES              TO REG-OUVCTL.
           MOVE WK-ULTIMO-PROTOCOLO TO FD-OCT-ULTIMO-PROTOCOLO.
           MOVE WK-PROXIMA-NOTA     TO FD-OCT-ULTIMA-NOTA.
           WRITE REG-OUVCTL.
           CLOSE ARQ-OUVCTL.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO184'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
