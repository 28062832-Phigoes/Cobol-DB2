       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO131.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO DA LISTA RESTRITIVA DE SANCOES E  *
      *    PEP (LISTARES): NOME, DOCUMENTO, FONTE DA    *
      *    LISTA E TIPO (P=PEP S=SANCAO). INCLUSAO,     *
      *    ALTERACAO E INATIVACAO DIRIGIDAS POR         *
      *    ARQUIVO DE MOVIMENTOS, NO MESMO BALANCE      *
      *    LINE DAS DEMAIS MANUTENCOES. A ENTRADA       *
      *    INATIVADA FICA NO ARQUIVO (HISTORICO) MAS    *
      *    SAI DA TRIAGEM (ALUNO132)                    *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LISTARES ASSIGN TO LISTARES
               FILE STATUS IS WK-FS-LISTARES.
           SELECT ARQ-MOVLRS   ASSIGN TO MOVLRS
               FILE STATUS IS WK-FS-MOVLRS.
           SELECT ARQ-LRSNOVO  ASSIGN TO LRSNOVO
               FILE STATUS IS WK-FS-LRSNOVO.
           SELECT ARQ-RELLRS   ASSIGN TO RELLRS
               FILE STATUS IS WK-FS-RELLRS.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-LISTARES
            RECORDING MODE IS F.
           COPY LISTARES.
       FD   ARQ-MOVLRS
            RECORDING MODE IS F.
       01  REG-MOVLRS.
           05 FD-MLR-FUNCAO         PIC X(01).
              88 MLR-INCLUSAO                  VALUE 'I'.
              88 MLR-ALTERACAO                 VALUE 'A'.
              88 MLR-INATIVACAO                VALUE 'E'.
           05 FD-MLR-CODIGO         PIC 9(6).
           05 FD-MLR-NOME           PIC X(40).
           05 FD-MLR-DOCUMENTO      PIC X(14).
           05 FD-MLR-FONTE          PIC X(08).
           05 FD-MLR-TIPO           PIC X(01).
           05 FILLER                PIC X(10).
       FD   ARQ-LRSNOVO
            RECORDING MODE IS F.
       01  REG-LRSNOVO              PIC X(80).
       FD   ARQ-RELLRS
            RECORDING MODE IS F.
       01  REG-RELLRS               PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-LISTARES    PIC XX             VALUE SPACES.
       77  WK-FS-MOVLRS      PIC XX             VALUE SPACES.
       77  WK-FS-LRSNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-RELLRS      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-ULTIMO-MOV-COD PIC 9(6)           VALUE ZEROS.
       77  WK-ULTIMO-INCLUIDO PIC 9(6)          VALUE ZEROS.
       77  WK-MESTRE-CORRENTE PIC X(80)         VALUE SPACES.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-CODIGO      PIC 9(6).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-NOME        PIC X(30).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(33).
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVLRS = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-LISTARES.
           OPEN INPUT  ARQ-MOVLRS.
           OPEN OUTPUT ARQ-LRSNOVO.
           OPEN OUTPUT ARQ-RELLRS.
           EVALUATE WK-FS-LISTARES
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO LISTARES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-LISTARES
                           ' NO COMANDO OPEN LISTARES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           EVALUATE WK-FS-MOVLRS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVLRS NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVLRS
                           ' NO COMANDO OPEN MOVLRS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 301-LER-LISTARES.
           PERFORM 401-LER-MOVLRS.
      ***************************************
      *    O BALANCE LINE DA MANUTENCAO EXIGE OS MOVIMENTOS
      *    EM ORDEM ASCENDENTE DE CODIGO
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-MLR-CODIGO < WK-ULTIMO-MOV-COD
               MOVE 'REJEITADO - FORA DE SEQUENCIA'
                    TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               MOVE FD-MLR-CODIGO TO WK-ULTIMO-MOV-COD
               PERFORM 202-APLICAR-MOVIMENTO
           END-IF.
           PERFORM 401-LER-MOVLRS.
       202-APLICAR-MOVIMENTO.
           PERFORM 210-AVANCAR-MESTRE
               UNTIL WK-FS-LISTARES = '10'
                   OR FD-LRS-CODIGO >= FD-MLR-CODIGO.
           EVALUATE TRUE
               WHEN MLR-INCLUSAO
                   PERFORM 220-INCLUIR
               WHEN MLR-ALTERACAO
                   PERFORM 230-ALTERAR
               WHEN MLR-INATIVACAO
                   PERFORM 240-INATIVAR
               WHEN OTHER
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
           END-EVALUATE.
       210-AVANCAR-MESTRE.
           WRITE REG-LRSNOVO FROM REG-LISTARES.
           PERFORM 301-LER-LISTARES.
      *
      *    A ENTRADA PRECISA DE NOME OU DOCUMENTO PARA SER
      *    TRIADA, E DA FONTE E DO TIPO PARA O COMPLIANCE
       220-INCLUIR.
           EVALUATE TRUE
               WHEN FD-MLR-CODIGO = ZEROS
                   MOVE 'REJEITADO - CODIGO ZERADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN (WK-FS-LISTARES NOT = '10'
                     AND FD-LRS-CODIGO = FD-MLR-CODIGO)
                OR FD-MLR-CODIGO = WK-ULTIMO-INCLUIDO
                   MOVE 'REJEITADO - CODIGO JA CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN FD-MLR-NOME = SPACES
                AND FD-MLR-DOCUMENTO = SPACES
                   MOVE 'REJEITADO - SEM NOME E DOCUMENTO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN FD-MLR-FONTE = SPACES
                   MOVE 'REJEITADO - FONTE NAO INFORMADA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN FD-MLR-TIPO NOT = 'P'
                AND FD-MLR-TIPO NOT = 'S'
                   MOVE 'REJEITADO - TIPO INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   MOVE REG-LISTARES TO WK-MESTRE-CORRENTE
                   MOVE SPACES       TO REG-LISTARES
                   MOVE FD-MLR-CODIGO     TO FD-LRS-CODIGO
                   MOVE FD-MLR-NOME       TO FD-LRS-NOME
                   MOVE FD-MLR-DOCUMENTO  TO FD-LRS-DOCUMENTO
                   MOVE FD-MLR-FONTE      TO FD-LRS-FONTE
                   MOVE FD-MLR-TIPO       TO FD-LRS-TIPO
                   SET LRS-ATIVA          TO TRUE
                   MOVE WK-DATA-EXEC      TO FD-LRS-DATA-INCLUSAO
                   WRITE REG-LRSNOVO FROM REG-LISTARES
                   MOVE WK-MESTRE-CORRENTE TO REG-LISTARES
                   MOVE FD-MLR-CODIGO      TO WK-ULTIMO-INCLUIDO
                   MOVE 'APLICADO - ENTRADA INCLUIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
           END-EVALUATE.
       230-ALTERAR.
           EVALUATE TRUE
               WHEN WK-FS-LISTARES = '10'
                OR FD-LRS-CODIGO NOT = FD-MLR-CODIGO
                   MOVE 'REJEITADO - CODIGO NAO CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN FD-MLR-TIPO NOT = SPACES
                AND FD-MLR-TIPO NOT = 'P'
                AND FD-MLR-TIPO NOT = 'S'
                   MOVE 'REJEITADO - TIPO INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   IF FD-MLR-NOME NOT = SPACES
                       MOVE FD-MLR-NOME      TO FD-LRS-NOME
                   END-IF
                   IF FD-MLR-DOCUMENTO NOT = SPACES
                       MOVE FD-MLR-DOCUMENTO TO FD-LRS-DOCUMENTO
                   END-IF
                   IF FD-MLR-FONTE NOT = SPACES
                       MOVE FD-MLR-FONTE     TO FD-LRS-FONTE
                   END-IF
                   IF FD-MLR-TIPO NOT = SPACES
                       MOVE FD-MLR-TIPO      TO FD-LRS-TIPO
                   END-IF
                   SET LRS-ATIVA TO TRUE
                   MOVE 'APLICADO - ENTRADA ALTERADA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
           END-EVALUATE.
       240-INATIVAR.
           IF WK-FS-LISTARES = '10'
            OR FD-LRS-CODIGO NOT = FD-MLR-CODIGO
               MOVE 'REJEITADO - CODIGO NAO CADASTRADO'
                    TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               SET LRS-INATIVA TO TRUE
               MOVE 'APLICADO - ENTRADA INATIVADA'
                    TO WK-LINHA-SITUACAO
               PERFORM 255-GRAVAR-APLICACAO
           END-IF.
       255-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       260-GRAVAR-REJEICAO.
           ADD 1 TO WK-TOT-REJEITADOS.
           PERFORM 265-GRAVAR-LINHA-RELATO.
       265-GRAVAR-LINHA-RELATO.
           MOVE FD-MLR-FUNCAO    TO WK-LINHA-FUNCAO.
           MOVE FD-MLR-CODIGO    TO WK-LINHA-CODIGO.
           MOVE FD-MLR-NOME      TO WK-LINHA-NOME.
           WRITE REG-RELLRS FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER-LISTARES SECTION.
       301-LER-LISTARES.
           READ ARQ-LISTARES.
           EVALUATE WK-FS-LISTARES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-LISTARES
                           ' NO COMANDO READ LISTARES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       400-LER-MOVLRS SECTION.
       401-LER-MOVLRS.
           READ ARQ-MOVLRS.
           EVALUATE WK-FS-MOVLRS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVLRS
                           ' NO COMANDO READ MOVLRS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 210-AVANCAR-MESTRE UNTIL WK-FS-LISTARES = '10'.
           DISPLAY 'MOVIMENTOS APLICADOS  = ' WK-TOT-APLICADOS.
           DISPLAY 'MOVIMENTOS REJEITADOS = ' WK-TOT-REJEITADOS.
           IF WK-TOT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-LISTARES.
           CLOSE ARQ-MOVLRS.
           CLOSE ARQ-LRSNOVO.
           CLOSE ARQ-RELLRS.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO131'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
