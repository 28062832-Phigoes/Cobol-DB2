      *    (PENDAPR) E, APROVADO PELO REVISOR NO      *
      *    ALUNO107, APLICA NA PROXIMA RODADA DO      *
      *    ALUNO50 COM OS DOIS OPERADORES NO AUDSAL   *
      *    FAIXA SALARIAL: NOVO SALARIO FORA DO       *
      *    MINIMO/MAXIMO DA FAIXA EM VIGOR DO         *
      *    FUNCIONARIO (EAD316.FAIXAS_SALARIAIS,      *
      *    ALUNO193) TAMBEM VAI PARA A FILA, COM      *
      *    MOTIVO F; FUNCIONARIO SEM FAIXA SO GERA    *
      *    ALERTA                                     *
      *************************************************
      *
       ENVIRONMENT DIVISION.
           EXEC SQL
               INCLUDE BOOKDEPTO
           END-EXEC.
           EXEC SQL
               INCLUDE BOOKFAIXA
           END-EXEC.
           EXEC SQL
               INCLUDE BOOKFUNFX
           END-EXEC.
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           88 ORCAMENTO-OK                      VALUE 'S'.
           88 ORCAMENTO-EXCEDIDO                VALUE 'N'.
       77  WK-FS-PENDAPR      PIC XX             VALUE SPACES.
       77  WK-FAIXA-OK        PIC X(01)          VALUE 'S'.
           88 FAIXA-OK                          VALUE 'S'.
           88 FORA-DA-FAIXA                     VALUE 'N'.
       77  WK-MINIMO-EDIT     PIC ZZZ.ZZ9,99     VALUE ZEROS.
       77  WK-MAXIMO-EDIT     PIC ZZZ.ZZ9,99     VALUE ZEROS.
       77  WK-MOTIVO-PENDENCIA PIC X(01)         VALUE SPACES.
       77  WK-TEXTO-PENDENCIA PIC X(30)          VALUE SPACES.
      *
      *    ALCADA: VARIACAO PERCENTUAL DE SALARIO ACIMA DA
      *    QUAL A ALTERACAO EXIGE O SEGUNDO OPERADOR
      *    AREA DE COMUNICACAO COM O SERVICO CENTRAL DE
      *    PARAMETROS (ALUNO46)
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           ACCEPT WK-OPERADOR     FROM SYSIN.
           ACCEPT WK-CODFUN       FROM SYSIN.
           ACCEPT WK-SALARIO-NOVO FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC    FROM TIME.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO23' TO LK-PRM-PROGRAMA.
               IF FUNCIONARIO-ACHADO
                   PERFORM 225-VERIFICAR-ORCAMENTO
                   IF ORCAMENTO-OK
                       PERFORM 226-VERIFICAR-FAIXA
                       IF FAIXA-OK
                           PERFORM 227-VERIFICAR-ALCADA
                       ELSE
                           PERFORM 228-ENVIAR-PARA-APROVACAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *    NOVO SALARIO FORA DA FAIXA EM VIGOR NA DATA DE
      *    PROCESSAMENTO SO APLICA COM O SEGUNDO OPERADOR
       226-VERIFICAR-FAIXA.
           SET FAIXA-OK TO TRUE.
           EXEC SQL
               SELECT G.CODIGO_FAIXA, G.VALOR_MINIMO, G.VALOR_MAXIMO
                   INTO :DB2-FAIXA-CODIGO, :DB2-FAIXA-MINIMO,
                        :DB2-FAIXA-MAXIMO
                   FROM EAD316.FAIXA_FUNCIONARIO F,
                        EAD316.FAIXAS_SALARIAIS G
                   WHERE F.CODFUN = :WK-CODFUN
                     AND G.CODIGO_FAIXA = F.CODIGO_FAIXA
                     AND G.DATA_VIGENCIA =
                         (SELECT MAX(H.DATA_VIGENCIA)
                              FROM EAD316.FAIXAS_SALARIAIS H
                              WHERE H.CODIGO_FAIXA = F.CODIGO_FAIXA
                                AND H.DATA_VIGENCIA <= :WK-DATA-EXEC)
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   IF WK-SALARIO-NOVO < DB2-FAIXA-MINIMO
                    OR WK-SALARIO-NOVO > DB2-FAIXA-MAXIMO
                       SET FORA-DA-FAIXA TO TRUE
                       MOVE DB2-FAIXA-MINIMO TO WK-MINIMO-EDIT
                       MOVE DB2-FAIXA-MAXIMO TO WK-MAXIMO-EDIT
                       DISPLAY 'NOVO SALARIO FORA DA FAIXA '
                               DB2-FAIXA-CODIGO ' (' WK-MINIMO-EDIT
                               ' A ' WK-MAXIMO-EDIT ')'
                       MOVE 'F'             TO WK-MOTIVO-PENDENCIA
                       MOVE 'FORA DA FAIXA SALARIAL'
                            TO WK-TEXTO-PENDENCIA
                   END-IF
               WHEN 100
                   DISPLAY 'ALERTA: CODFUN ' WK-CODFUN
                           ' SEM FAIXA SALARIAL EM VIGOR'
               WHEN OTHER
                   SET FORA-DA-FAIXA TO TRUE
                   MOVE SQLCODE  TO WK-SQLCODE-EDIT
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO COMANDO SELECT FAIXAS_SALARIAIS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    VARIACAO DENTRO DA ALCADA APLICA DIRETO; ACIMA
      *    DELA O MOVIMENTO ESPERA O SEGUNDO OPERADOR NA
      *    FILA DE APROVACAO (APLICADO DEPOIS PELO ALUNO50)
                       WK-DELTA-SALARIO * 100 / WK-SALARIO-ANTES
           END-IF.
           IF WK-VARIACAO-PCT > WK-PARM-PCT
               MOVE SPACES          TO WK-MOTIVO-PENDENCIA
               MOVE 'VARIACAO ALEM DA ALCADA'
                    TO WK-TEXTO-PENDENCIA
               PERFORM 228-ENVIAR-PARA-APROVACAO
           ELSE
               PERFORM 230-ATUALIZAR-SALARIO
           MOVE SPACES          TO WK-MOVSAL-IMAGEM.
           MOVE WK-CODFUN       TO WK-MSI-CODFUN.
           MOVE WK-SALARIO-NOVO TO WK-MSI-SALARIO-NOVO.
           IF FORA-DA-FAIXA
               MOVE 'FAIXA ALUNO23'   TO WK-MSI-MOTIVO
           ELSE
               MOVE 'ALCADA ALUNO23'  TO WK-MSI-MOTIVO
           END-IF.
           OPEN EXTEND ARQ-PENDAPR.
           MOVE SPACES          TO REG-PENDAPR.
           MOVE 'ALUNO50'       TO FD-PAP-ORIGEM.
           MOVE WK-HORA-EXEC    TO FD-PAP-HORA.
           SET PAP-DEC-PENDENTE TO TRUE.
           MOVE SPACES          TO FD-PAP-OPERADOR2.
           MOVE WK-MOTIVO-PENDENCIA TO FD-PAP-MOTIVO.
           WRITE REG-PENDAPR.
           CLOSE ARQ-PENDAPR.
           DISPLAY WK-TEXTO-PENDENCIA ' - MOVIMENTO NA '
                   'FILA DE APROVACAO PARA O CODFUN ' WK-CODFUN.
           MOVE 4 TO RETURN-CODE.
      *
