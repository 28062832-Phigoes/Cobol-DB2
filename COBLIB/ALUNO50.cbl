      *    MOVIMENTO VOLTA DA FILA DE APROVACAO         *
      *    (ALUNO107) COM O CARIMBO DO REVISOR; OS      *
      *    DOIS OPERADORES FICAM NO AUDSAL              *
      *    FAIXA SALARIAL: SEM O CARIMBO DO REVISOR,    *
      *    NOVO SALARIO FORA DO MINIMO/MAXIMO DA FAIXA  *
      *    EM VIGOR DO FUNCIONARIO (ALUNO193) TAMBEM    *
      *    VAI PARA A FILA, COM MOTIVO F                *
      ***************************************************
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
       77  WK-FS-PENDAPR      PIC XX             VALUE SPACES.
       77  WK-TOT-PENDENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-FOI-PENDENTE    PIC X(01)          VALUE 'N'.
       77  WK-MOTIVO-PENDENCIA PIC X(01)         VALUE SPACES.
       77  WK-TEXTO-PENDENCIA PIC X(30)          VALUE SPACES.
       77  WK-TOT-SEM-FAIXA   PIC 9(05)          VALUE ZEROS.
      *
      *    ALCADA: VARIACAO PERCENTUAL DE SALARIO ACIMA DA
      *    QUAL O MOVIMENTO SEM CARIMBO VAI PARA A APROVACAO
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 WK-LT-MOTIVO         PIC X(30).
           05 FILLER               PIC X(26)   VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-OPERADOR  FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO50' TO LK-PRM-PROGRAMA.
                   IF FUNCIONARIO-ACHADO
                       PERFORM 225-VERIFICAR-ORCAMENTO
                       IF ORCAMENTO-OK
                           PERFORM 226-VERIFICAR-FAIXA
                           IF WK-FOI-PENDENTE NOT = 'S'
                               PERFORM 227-VERIFICAR-ALCADA
                           END-IF
                           IF WK-FOI-PENDENTE NOT = 'S'
                               PERFORM 230-ATUALIZAR-SALARIO
                           END-IF
           END-EVALUATE.
           PERFORM 301-LER-MOVSAL.
      *
      *    NOVO SALARIO FORA DA FAIXA EM VIGOR NA DATA DE
      *    PROCESSAMENTO, SEM O CARIMBO DO REVISOR, VAI PARA
      *    A FILA DE APROVACAO A QUATRO OLHOS
       226-VERIFICAR-FAIXA.
           IF MSL-APROVADO
               CONTINUE
           ELSE
               EXEC SQL
                   SELECT G.VALOR_MINIMO, G.VALOR_MAXIMO
                       INTO :DB2-FAIXA-MINIMO, :DB2-FAIXA-MAXIMO
                       FROM EAD316.FAIXA_FUNCIONARIO F,
                            EAD316.FAIXAS_SALARIAIS G
                       WHERE F.CODFUN = :FD-MSL-CODFUN
                         AND G.CODIGO_FAIXA = F.CODIGO_FAIXA
                         AND G.DATA_VIGENCIA =
                             (SELECT MAX(H.DATA_VIGENCIA)
                                  FROM EAD316.FAIXAS_SALARIAIS H
                                  WHERE H.CODIGO_FAIXA =
                                        F.CODIGO_FAIXA
                                    AND H.DATA_VIGENCIA <=
                                        :WK-DATA-EXEC)
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       IF FD-MSL-SALARIO-NOVO < DB2-FAIXA-MINIMO
                        OR FD-MSL-SALARIO-NOVO > DB2-FAIXA-MAXIMO
                           MOVE 'F' TO WK-MOTIVO-PENDENCIA
                           MOVE 'FORA DA FAIXA SALARIAL'
                                TO WK-TEXTO-PENDENCIA
                           PERFORM 228-ENVIAR-PARA-APROVACAO
                       END-IF
                   WHEN 100
                       ADD 1 TO WK-TOT-SEM-FAIXA
                   WHEN OTHER
                       MOVE SQLCODE  TO WK-SQLCODE-EDIT
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NO COMANDO SELECT FAIXAS_SALARIAIS'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.
      *
      *    VARIACAO ALEM DA ALCADA SEM O CARIMBO DO REVISOR
      *    VAI PARA A FILA DE APROVACAO A QUATRO OLHOS
       227-VERIFICAR-ALCADA.
                           / WK-SALARIO-ANTES
               END-IF
               IF WK-VARIACAO-PCT > WK-PARM-PCT
                   MOVE SPACES TO WK-MOTIVO-PENDENCIA
                   MOVE 'VARIACAO ALEM DA ALCADA'
                        TO WK-TEXTO-PENDENCIA
                   PERFORM 228-ENVIAR-PARA-APROVACAO
               END-IF
           END-IF.
           MOVE WK-HORA-EXEC  TO FD-PAP-HORA.
           SET PAP-DEC-PENDENTE TO TRUE.
           MOVE SPACES        TO FD-PAP-OPERADOR2.
           MOVE WK-MOTIVO-PENDENCIA TO FD-PAP-MOTIVO.
           WRITE REG-PENDAPR.
           MOVE FD-MSL-CODFUN TO WK-LT-CODFUN.
           MOVE 'PENDENTE  '  TO WK-LT-SITUACAO.
           MOVE WK-TEXTO-PENDENCIA TO WK-LT-MOTIVO.
           WRITE REG-RELSAL FROM WK-LINHA-TRANSACAO.
       220-LOCALIZAR-FUNCIONARIO.
           EXEC SQL
           DISPLAY 'TRANSACOES APLICADAS  = ' WK-TOT-APLICADOS.
           DISPLAY 'TRANSACOES REJEITADAS = ' WK-TOT-REJEITADOS.
           DISPLAY 'PENDENTES DE APROVACAO= ' WK-TOT-PENDENTES.
           DISPLAY 'SEM FAIXA SALARIAL    = ' WK-TOT-SEM-FAIXA.
           IF WK-TOT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
