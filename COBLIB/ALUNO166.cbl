       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO166.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DO CADASTRO DE CARTOES DE DEBITO: *
      *    EMISSAO, ATIVACAO, BLOQUEIO, REEMISSAO E     *
      *    CANCELAMENTO DIRIGIDOS POR ARQUIVO DE        *
      *    MOVIMENTOS, NO MESMO BALANCE LINE DO         *
      *    ALUNO149, PELO NUMERO DO CARTAO. O OPERADOR  *
      *    DO CARTAO SYSIN PRECISA DA FUNCAO CARTAO NO  *
      *    OPERSEC E E GRAVADO NOS REGISTROS ALTERADOS. *
      *    O CARTAO NOVO SO SAI PARA CLIENTE            *
      *    CADASTRADO COM A CONTA ATIVA, RECEBE O       *
      *    NUMERO SEGUINTE DA SEQUENCIA UNICA (ARQUIVO  *
      *    CRTCTL) E NASCE EMITIDO, COM VALIDADE DE     *
      *    CINCO ANOS; SO O CARTAO EMITIDO E DENTRO DA  *
      *    VALIDADE PODE SER ATIVADO. A REEMISSAO       *
      *    CANCELA O CARTAO E EMITE O SUBSTITUTO, COM   *
      *    OS DOIS LIGADOS. O CARTAO CANCELADO CONTINUA *
      *    NO CADASTRO PARA O BALANCE LINE (ALUNO09)    *
      *    RECUSAR OS SAQUES FEITOS COM ELE             *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CARTAO   ASSIGN TO CARTAO
               FILE STATUS IS WK-FS-CARTAO.
           SELECT ARQ-MOVCART  ASSIGN TO MOVCART
               FILE STATUS IS WK-FS-MOVCART.
           SELECT ARQ-CARTNOVO ASSIGN TO CARTNOVO
               FILE STATUS IS WK-FS-CARTNOVO.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-OPERSEC  ASSIGN TO OPERSEC
               FILE STATUS IS WK-FS-OPERSEC.
           SELECT ARQ-CRTCTL   ASSIGN TO CRTCTL
               FILE STATUS IS WK-FS-CRTCTL.
           SELECT ARQ-RELMANUT ASSIGN TO RELMANUT
               FILE STATUS IS WK-FS-RELMANUT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CARTAO
            RECORDING MODE IS F.
           COPY CARTAO.
       FD   ARQ-MOVCART
            RECORDING MODE IS F.
           COPY MOVCART.
       FD   ARQ-CARTNOVO
            RECORDING MODE IS F.
       01  REG-CARTNOVO             PIC X(100).
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-OPERSEC
            RECORDING MODE IS F.
           COPY OPERSEC.
       FD   ARQ-CRTCTL
            RECORDING MODE IS F.
       01  REG-CRTCTL.
           05 FD-CCT-ULTIMA-SEQUENCIA PIC 9(10).
           05 FILLER                PIC X(10).
       FD   ARQ-RELMANUT
            RECORDING MODE IS F.
       01  REG-RELMANUT             PIC X(120).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-CARTAO      PIC XX             VALUE SPACES.
       77  WK-FS-MOVCART     PIC XX             VALUE SPACES.
       77  WK-FS-CARTNOVO    PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-OPERSEC     PIC XX             VALUE SPACES.
       77  WK-FS-CRTCTL      PIC XX             VALUE SPACES.
       77  WK-FS-RELMANUT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-EMITIDOS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ATIVADOS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-BLOQUEADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REEMITIDOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-CANCELADOS PIC 9(05)          VALUE ZEROS.
       77  WK-ULTIMO-MOV-CHAVE PIC X(17)        VALUE LOW-VALUES.
       01  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-EXEC-R REDEFINES WK-DATA-EXEC.
           05 WK-EXE-ANO           PIC 9(4).
           05 WK-EXE-MES           PIC 99.
           05 WK-EXE-DIA           PIC 99.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-ANOMES-EXEC    PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE SPACES.
       77  WK-PODE-CARTAO    PIC X(01)          VALUE 'N'.
       77  WK-MESTRE-CORRENTE PIC X(100)        VALUE SPACES.
       77  WK-CRITICA        PIC X(40)          VALUE SPACES.
       77  WK-ANOS-VALIDADE  PIC 9(2)           VALUE 5.
       77  WK-NUMERO-ANTERIOR PIC 9(16)         VALUE ZEROS.
      *
      *    NUMERACAO DOS CARTOES: PREFIXO DA CASA MAIS A
      *    SEQUENCIA UNICA GUARDADA NO CRTCTL
       77  WK-ULTIMA-SEQUENCIA PIC 9(10)        VALUE ZEROS.
       01  WK-CARTAO-NOVO.
           05 WK-CRN-PREFIXO        PIC 9(6)     VALUE 507860.
           05 WK-CRN-SEQUENCIA      PIC 9(10)    VALUE ZEROS.
       01  WK-CARTAO-NOVO-R REDEFINES WK-CARTAO-NOVO.
           05 WK-CRN-NUMERO         PIC 9(16).
      *
      *    CLIENTES DO CADASTRO, PARA A CRITICA DA EMISSAO
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA            OCCURS 5000 TIMES.
              10 CLI-TAB-CODIGO      PIC 9(5).
              10 CLI-TAB-SITUACAO    PIC X(01).
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CLI        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ITEM-ACHADO                       VALUE 'S'.
           88 ITEM-NAO-ACHADO                   VALUE 'N'.
      *
      *    CARTOES EMITIDOS NA RODADA: A NUMERACAO E MAIOR
      *    QUE A DE TODO O CADASTRO, ENTAO ELES SAEM NO FIM
      *    DO MESTRE NOVO, NA ORDEM DE EMISSAO
       01  TABELA-NOVOS.
           05 NOV-ENTRADA            OCCURS 5000 TIMES.
              10 NOV-TAB-REGISTRO    PIC X(100).
       77  WK-TOT-NOVOS      PIC 9(05)          VALUE ZEROS.
       77  WK-IND-NOV        PIC 9(05)          VALUE ZEROS.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(09)     VALUE ' CLIENTE '.
           05 WK-LINHA-CODIGO      PIC 9(5).
           05 FILLER               PIC X(08)     VALUE ' CARTAO '.
           05 WK-LINHA-NUMERO      PIC 9(16).
           05 FILLER               PIC X(06)     VALUE ' NOVO '.
           05 WK-LINHA-NOVO        PIC 9(16)     BLANK WHEN ZERO.
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
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVCART = '10'.
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
           COMPUTE WK-ANOMES-EXEC = WK-EXE-ANO * 100 + WK-EXE-MES.
           OPEN INPUT  ARQ-CARTAO.
           OPEN INPUT  ARQ-MOVCART.
           OPEN OUTPUT ARQ-CARTNOVO.
           OPEN OUTPUT ARQ-RELMANUT.
           EVALUATE WK-FS-CARTAO
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CARTAO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CARTAO
                           ' NO COMANDO OPEN CARTAO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           EVALUATE WK-FS-MOVCART
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVCART NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVCART
                           ' NO COMANDO OPEN MOVCART'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-CLIENTES.
           PERFORM 120-LER-ULTIMA-SEQUENCIA.
           PERFORM 301-LER-CARTAO.
           PERFORM 401-LER-MOVCART.
      *
      *    AUTORIZACAO DO OPERADOR: A MANUTENCAO DE CARTOES
      *    EXIGE A FUNCAO CARTAO NO OPERSEC
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
           IF WK-PODE-CARTAO NOT = 'S'
               DISPLAY 'OPERADOR ' WK-OPERADOR
                       ' SEM AUTORIZACAO PARA MANTER CARTOES'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       106-PROCURAR-OPERADOR.
           IF FD-SEC-OPERADOR = WK-OPERADOR
               MOVE FD-SEC-FL-CARTAO TO WK-PODE-CARTAO
           END-IF.
           PERFORM 107-LER-OPERSEC.
       107-LER-OPERSEC.
           READ ARQ-OPERSEC
               AT END
                   MOVE '10' TO WK-FS-OPERSEC
           END-READ.
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
           PERFORM 112-LER-CLIENTES.
       112-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
      *
      *    A NUMERACAO CONTINUA DA ULTIMA SEQUENCIA EMITIDA
      *    (ARQUIVO CRTCTL); SEM CONTROLE GRAVADO, COMECA DO
      *    PRIMEIRO NUMERO
       120-LER-ULTIMA-SEQUENCIA.
           OPEN INPUT ARQ-CRTCTL.
           EVALUATE WK-FS-CRTCTL
               WHEN '00'
                   READ ARQ-CRTCTL
                       AT END
                           MOVE '10' TO WK-FS-CRTCTL
                   END-READ
                   IF WK-FS-CRTCTL = '00'
                    AND FD-CCT-ULTIMA-SEQUENCIA NUMERIC
                       MOVE FD-CCT-ULTIMA-SEQUENCIA
                            TO WK-ULTIMA-SEQUENCIA
                   END-IF
                   CLOSE ARQ-CRTCTL
               WHEN OTHER
                   DISPLAY 'ARQUIVO CRTCTL NAO ENCONTRADO - '
                           'NUMERACAO DO PRIMEIRO CARTAO'
           END-EVALUATE.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE ZEROS TO WK-LINHA-NOVO.
           IF FD-MCR-CHAVE < WK-ULTIMO-MOV-CHAVE
               MOVE 'REJEITADO - FORA DE SEQUENCIA'
                    TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               MOVE FD-MCR-CHAVE TO WK-ULTIMO-MOV-CHAVE
               PERFORM 202-APLICAR-MOVIMENTO
           END-IF.
           PERFORM 401-LER-MOVCART.
      *
      *    O BALANCE LINE EXIGE OS MOVIMENTOS EM ORDEM
      *    ASCENDENTE DE NUMERO/FUNCAO: AS EMISSOES (NUMERO
      *    ZEROS) VEM PRIMEIRO E NAO MEXEM NO MESTRE
       202-APLICAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN FD-MCR-CODIGO NOT NUMERIC
                OR FD-MCR-CODIGO = ZEROS
                   MOVE 'REJEITADO - CLIENTE INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN MCR-EMISSAO
                   PERFORM 230-EMITIR
               WHEN MCR-ATIVACAO
                OR MCR-BLOQUEIO
                OR MCR-REEMISSAO
                OR MCR-CANCELAMENTO
                   PERFORM 220-MANTER-CARTAO
               WHEN OTHER
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
           END-EVALUATE.
       210-AVANCAR-MESTRE.
           WRITE REG-CARTNOVO FROM REG-CARTAO.
           PERFORM 301-LER-CARTAO.
      *
      *    FUNCOES SOBRE CARTAO JA CADASTRADO: O CLIENTE DO
      *    MOVIMENTO TEM DE SER O TITULAR E O CARTAO
      *    CANCELADO NAO ACEITA MAIS NENHUMA FUNCAO
       220-MANTER-CARTAO.
           PERFORM 210-AVANCAR-MESTRE
               UNTIL WK-FS-CARTAO = '10'
                   OR FD-CRT-NUMERO >= FD-MCR-NUMERO.
           EVALUATE TRUE
               WHEN WK-FS-CARTAO = '10'
                OR FD-CRT-NUMERO NOT = FD-MCR-NUMERO
                   MOVE 'REJEITADO - CARTAO NAO CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN FD-CRT-CODIGO NOT = FD-MCR-CODIGO
                   MOVE 'REJEITADO - CARTAO DE OUTRO CLIENTE'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN CRT-SIT-CANCELADO
                   MOVE 'REJEITADO - CARTAO JA CANCELADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN MCR-ATIVACAO
                   PERFORM 240-ATIVAR
               WHEN MCR-BLOQUEIO
                   PERFORM 245-BLOQUEAR
               WHEN MCR-REEMISSAO
                   PERFORM 250-REEMITIR
               WHEN OTHER
                   PERFORM 255-CANCELAR
           END-EVALUATE.
      *
      *    EMISSAO DE CARTAO NOVO PARA O CLIENTE: O NUMERO
      *    E DADO PELA SEQUENCIA, NUNCA PELO MOVIMENTO
       230-EMITIR.
           IF FD-MCR-NUMERO NOT = ZEROS
               MOVE 'REJEITADO - EMISSAO COM NUMERO INFORMADO'
                    TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               PERFORM 260-CRITICAR-EMISSAO
               IF WK-CRITICA NOT = SPACES
                   MOVE WK-CRITICA TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               ELSE
                   MOVE REG-CARTAO TO WK-MESTRE-CORRENTE
                   MOVE ZEROS      TO WK-NUMERO-ANTERIOR
                   PERFORM 265-GERAR-CARTAO-NOVO
                   MOVE WK-MESTRE-CORRENTE TO REG-CARTAO
                   ADD 1 TO WK-TOT-EMITIDOS
                   MOVE 'APLICADO - CARTAO EMITIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 280-GRAVAR-APLICACAO
               END-IF
           END-IF.
      *
      *    ATIVACAO: SO DO CARTAO EMITIDO E AINDA NA
      *    VALIDADE (O DESBLOQUEIO NAO EXISTE: O CARTAO
      *    BLOQUEADO E REEMITIDO)
       240-ATIVAR.
           EVALUATE TRUE
               WHEN NOT CRT-SIT-EMITIDO
                   MOVE 'REJEITADO - CARTAO NAO ESTA EMITIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN FD-CRT-VALIDADE < WK-ANOMES-EXEC
                   MOVE 'REJEITADO - CARTAO VENCIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE 'A'          TO FD-CRT-SITUACAO
                   MOVE WK-DATA-EXEC TO FD-CRT-DATA-SITUACAO
                   MOVE WK-OPERADOR  TO FD-CRT-OPERADOR
                   ADD 1 TO WK-TOT-ATIVADOS
                   MOVE 'APLICADO - CARTAO ATIVADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 280-GRAVAR-APLICACAO
           END-EVALUATE.
       245-BLOQUEAR.
           EVALUATE TRUE
               WHEN CRT-SIT-BLOQUEADO
                   MOVE 'REJEITADO - CARTAO JA BLOQUEADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN NOT MCR-MOTIVO-VALIDO
                   MOVE 'REJEITADO - MOTIVO DE BLOQUEIO INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE 'B'          TO FD-CRT-SITUACAO
                   MOVE FD-MCR-MOTIVO-BLOQ TO FD-CRT-MOTIVO-BLOQ
                   MOVE WK-DATA-EXEC TO FD-CRT-DATA-SITUACAO
                   MOVE WK-OPERADOR  TO FD-CRT-OPERADOR
                   ADD 1 TO WK-TOT-BLOQUEADOS
                   MOVE 'APLICADO - CARTAO BLOQUEADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 280-GRAVAR-APLICACAO
           END-EVALUATE.
      *
      *    REEMISSAO: O SUBSTITUTO PASSA PELA MESMA CRITICA
      *    DA EMISSAO; O CARTAO ANTIGO E CANCELADO E APONTA
      *    PARA O NOVO, QUE APONTA DE VOLTA PARA ELE
       250-REEMITIR.
           PERFORM 260-CRITICAR-EMISSAO.
           IF WK-CRITICA NOT = SPACES
               MOVE WK-CRITICA TO WK-LINHA-SITUACAO
               PERFORM 285-GRAVAR-REJEICAO
           ELSE
               MOVE REG-CARTAO    TO WK-MESTRE-CORRENTE
               MOVE FD-CRT-NUMERO TO WK-NUMERO-ANTERIOR
               PERFORM 265-GERAR-CARTAO-NOVO
               MOVE WK-MESTRE-CORRENTE TO REG-CARTAO
               MOVE 'C'          TO FD-CRT-SITUACAO
               MOVE WK-CRN-NUMERO TO FD-CRT-SUBSTITUTO
               MOVE WK-DATA-EXEC TO FD-CRT-DATA-SITUACAO
               MOVE WK-OPERADOR  TO FD-CRT-OPERADOR
               ADD 1 TO WK-TOT-REEMITIDOS
               MOVE 'APLICADO - CARTAO REEMITIDO'
                    TO WK-LINHA-SITUACAO
               PERFORM 280-GRAVAR-APLICACAO
           END-IF.
       255-CANCELAR.
           MOVE 'C'          TO FD-CRT-SITUACAO.
           MOVE WK-DATA-EXEC TO FD-CRT-DATA-SITUACAO.
           MOVE WK-OPERADOR  TO FD-CRT-OPERADOR.
           ADD 1 TO WK-TOT-CANCELADOS.
           MOVE 'APLICADO - CARTAO CANCELADO'
                TO WK-LINHA-SITUACAO.
           PERFORM 280-GRAVAR-APLICACAO.
      *
      *    CRITICA DA EMISSAO E DA REEMISSAO; WK-CRITICA EM
      *    BRANCO = BOM
       260-CRITICAR-EMISSAO.
           MOVE SPACES TO WK-CRITICA.
           SET ITEM-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                   UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                   OR ITEM-ACHADO
               IF CLI-TAB-CODIGO(WK-IND-CLI) = FD-MCR-CODIGO
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
            AND WK-ULTIMA-SEQUENCIA >= 9999999999
               MOVE 'REJEITADO - NUMERACAO ESGOTADA'
                    TO WK-CRITICA
           END-IF.
           IF WK-CRITICA = SPACES
            AND WK-TOT-NOVOS >= 5000
               DISPLAY 'TABELA DE CARTOES EMITIDOS CHEIA (MAXIMO '
                       '5000 REGISTROS) - MANUTENCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    MONTA O CARTAO NOVO NA AREA DO MESTRE (O CHAMADOR
      *    GUARDA E RESTAURA O MESTRE CORRENTE) E O GUARDA
      *    NA TABELA DOS EMITIDOS DA RODADA
       265-GERAR-CARTAO-NOVO.
           ADD 1 TO WK-ULTIMA-SEQUENCIA.
           MOVE WK-ULTIMA-SEQUENCIA TO WK-CRN-SEQUENCIA.
           MOVE SPACES             TO REG-CARTAO.
           MOVE WK-CRN-NUMERO      TO FD-CRT-NUMERO.
           MOVE FD-MCR-CODIGO      TO FD-CRT-CODIGO.
           MOVE 'E'                TO FD-CRT-SITUACAO.
           COMPUTE FD-CRT-VALIDADE =
                   (WK-EXE-ANO + WK-ANOS-VALIDADE) * 100
                   + WK-EXE-MES.
           MOVE WK-DATA-EXEC       TO FD-CRT-DATA-EMISSAO.
           MOVE WK-DATA-EXEC       TO FD-CRT-DATA-SITUACAO.
           MOVE WK-NUMERO-ANTERIOR TO FD-CRT-ANTERIOR.
           MOVE ZEROS              TO FD-CRT-SUBSTITUTO.
           MOVE WK-OPERADOR        TO FD-CRT-OPERADOR.
           ADD 1 TO WK-TOT-NOVOS.
           MOVE REG-CARTAO TO NOV-TAB-REGISTRO(WK-TOT-NOVOS).
           MOVE WK-CRN-NUMERO      TO WK-LINHA-NOVO.
       280-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           PERFORM 290-GRAVAR-LINHA-RELATO.
       285-GRAVAR-REJEICAO.
           ADD 1 TO WK-TOT-REJEITADOS.
           PERFORM 290-GRAVAR-LINHA-RELATO.
       290-GRAVAR-LINHA-RELATO.
           MOVE FD-MCR-FUNCAO     TO WK-LINHA-FUNCAO.
           MOVE FD-MCR-CODIGO     TO WK-LINHA-CODIGO.
           MOVE FD-MCR-NUMERO     TO WK-LINHA-NUMERO.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER-CARTAO SECTION.
       301-LER-CARTAO.
           READ ARQ-CARTAO.
           EVALUATE WK-FS-CARTAO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CARTAO
                           ' NO COMANDO READ CARTAO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       400-LER-MOVCART SECTION.
       401-LER-MOVCART.
           READ ARQ-MOVCART.
           EVALUATE WK-FS-MOVCART
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVCART
                           ' NO COMANDO READ MOVCART'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 210-AVANCAR-MESTRE UNTIL WK-FS-CARTAO = '10'.
           PERFORM 910-GRAVAR-NOVO
               VARYING WK-IND-NOV FROM 1 BY 1
               UNTIL WK-IND-NOV > WK-TOT-NOVOS.
           DISPLAY 'TOTAL DE MOVIMENTOS APLICADOS  = '
                   WK-TOT-APLICADOS.
           DISPLAY 'TOTAL DE MOVIMENTOS REJEITADOS = '
                   WK-TOT-REJEITADOS.
           DISPLAY 'CARTOES EMITIDOS               = '
                   WK-TOT-EMITIDOS.
           DISPLAY 'CARTOES ATIVADOS               = '
                   WK-TOT-ATIVADOS.
           DISPLAY 'CARTOES BLOQUEADOS             = '
                   WK-TOT-BLOQUEADOS.
           DISPLAY 'CARTOES REEMITIDOS             = '
                   WK-TOT-REEMITIDOS.
           DISPLAY 'CARTOES CANCELADOS             = '
                   WK-TOT-CANCELADOS.
           DISPLAY 'ULTIMA SEQUENCIA EMITIDA       = '
                   WK-ULTIMA-SEQUENCIA.
           IF WK-TOT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 940-GRAVAR-CRTCTL.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CARTAO.
           CLOSE ARQ-MOVCART.
           CLOSE ARQ-CARTNOVO.
           CLOSE ARQ-RELMANUT.
       910-GRAVAR-NOVO.
           WRITE REG-CARTNOVO FROM NOV-TAB-REGISTRO(WK-IND-NOV).
      ***************************************
       940-GRAVAR-CRTCTL.
           OPEN OUTPUT ARQ-CRTCTL.
           MOVE SPACES              TO REG-CRTCTL.
           MOVE WK-ULTIMA-SEQUENCIA TO FD-CCT-ULTIMA-SEQUENCIA.
           WRITE REG-CRTCTL.
           CLOSE ARQ-CRTCTL.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO166'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
