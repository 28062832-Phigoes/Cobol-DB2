      *    PRESENTES, VALE A TAXA DO SEGMENTO DO        *
      *    CLIENTE. A ULTIMA NOTA EMITIDA PERSISTE NO   *
      *    ARQUIVO NOTACTL PARA A NUMERACAO NAO         *
      *    REPETIR ENTRE EXECUCOES. A FRACAO DO MES     *
      *    DOS DIAS EM NEGATIVO SAI DO SERVICO DE       *
      *    CONTAGEM DE DIAS (ALUNO148) NA CONVENCAO DO  *
      *    PARAMETRO ALUNO70/CONVENCAO (PADRAO 30/360)  *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       77  WK-VALOR-JUROS    PIC 9(6)V99        VALUE ZEROS.
       77  WK-TOT-JUROS      PIC 9(9)V99        VALUE ZEROS.
       77  WK-JUROS-EDIT     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    OS DIAS EM NEGATIVO VIRAM FRACAO DO MES NO SERVICO DE
      *    CONTAGEM DE DIAS (ALUNO148), CONTADOS PARA TRAS DA
      *    DATA DA RODADA NA CONVENCAO DO PARAMETRO
      *    ALUNO70/CONVENCAO (PADRAO 30/360, JUROS SIMPLES)
       77  WK-CONVENCAO      PIC X(01)          VALUE 'T'.
           COPY DIACONT.
      *
       01  WK-LINHA-COBRANCA.
           05 FILLER               PIC X(08)     VALUE 'CLIENTE '.
      *    PARAMETROS (ALUNO46); SEM PARAMETRO CADASTRADO,
      *    VALE O CARTAO SYSIN COMO SEMPRE
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO70' TO LK-PRM-PROGRAMA.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO70'    TO LK-PRM-PROGRAMA.
           MOVE 'CONVENCAO'  TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:1) TO WK-CONVENCAO
           END-IF.
           OPEN INPUT  ARQ-CLIENTEN.
           OPEN OUTPUT ARQ-LANCCHE.
           OPEN OUTPUT ARQ-RELCHE.
           END-IF.
           PERFORM 301-LER-CLIENTEN.
      *
      *    JUROS DO MES = SALDO DEVEDOR X (FATOR - 1), COM O
      *    FATOR DA TAXA MENSAL PELOS DIAS EM NEGATIVO (TETO DE
      *    30: MAIS DE UM MES EM NEGATIVO PAGA O MES INTEIRO)
       210-COBRAR-JUROS.
           PERFORM 215-DEFINIR-TAXA.
           COMPUTE WK-SALDO-DEVEDOR = 0 - FD-CLN-SALDO-CC.
           IF WK-DIAS-PONDERA = ZEROS
               MOVE 1 TO WK-DIAS-PONDERA
           END-IF.
           PERFORM 212-CALCULAR-FATOR.
           COMPUTE WK-VALOR-JUROS ROUNDED =
                   WK-SALDO-DEVEDOR * (LK-DCT-FATOR - 1).
           IF WK-VALOR-JUROS > ZEROS
               PERFORM 220-GRAVAR-DEBITO
           END-IF.
       212-CALCULAR-FATOR.
           SET LK-DCT-PRO-RATA       TO TRUE.
           MOVE WK-CONVENCAO         TO LK-DCT-CONVENCAO.
           SET LK-DCT-SIMPLES        TO TRUE.
           MOVE WK-DATA-EXEC         TO LK-DCT-DATA-FIM.
           MOVE WK-DIAS-PONDERA      TO LK-DCT-QTDE-DIAS.
           MOVE WK-TAXA-CLIENTE      TO LK-DCT-TAXA-MENSAL.
           CALL 'ALUNO148' USING LK-DCT-COM.
           IF NOT LK-DCT-OK
               DISPLAY 'ERRO ' LK-DCT-STATUS
                       ' NO FATOR DE JUROS (CONVENCAO '
                       WK-CONVENCAO ') - COBRANCA ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
      *    TAXA DO CLIENTE: A DO SEGMENTO REGISTRADO PELO
      *    ALUNO38, QUANDO A PRECIFICACAO POR SEGMENTO ESTA
       901-FINALIZAR.
           MOVE WK-TOT-JUROS TO WK-JUROS-EDIT.
           DISPLAY 'TAXA MENSAL APLICADA             = ' WK-PARM-TAXA.
           DISPLAY 'CONVENCAO DE CONTAGEM DE DIAS    = '
                   WK-CONVENCAO.
           DISPLAY 'CONTAS COBRADAS                  = '
                   WK-TOT-COBRADOS.
           DISPLAY 'TOTAL DE JUROS DE CHEQUE ESPECIAL= '
