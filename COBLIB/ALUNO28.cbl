      *    CLIENTE COM SALDO MEDIO DA COMPETENCIA       *
      *    (ARQUIVO SALDOMED DO ALUNO76) NO PISO DE     *
      *    ISENCAO DA VIGENCIA OU ACIMA NAO PAGA A      *
      *    TARIFA DE MANUTENCAO.                        *
      *    OS JUROS CORREM DA DATA DA ULTIMA POSTAGEM   *
      *    (TAMBEM NO NOTACTL) ATE A RODADA, COM O      *
      *    FATOR DO SERVICO DE CONTAGEM DE DIAS         *
      *    (ALUNO148) NA CONVENCAO DO PARAMETRO         *
      *    ALUNO28/CONVENCAO (PADRAO 30/360)            *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
            RECORDING MODE IS F.
       01  REG-NOTACTL.
           05 FD-NTC-ULTIMA-NOTA    PIC 9(6).
           05 FD-NTC-DATA-POSTAGEM  PIC 9(8).
           05 FILLER                PIC X(06).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       77  WK-TOT-TARIFA     PIC 9(8)V99        VALUE ZEROS.
       77  WK-JUROS-EDIT     PIC ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
       77  WK-TARIFA-EDIT    PIC ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
      *
      *    PERIODO DOS JUROS: DA ULTIMA POSTAGEM (GRAVADA NO
      *    NOTACTL) ATE A DATA DA RODADA; SEM POSTAGEM GRAVADA
      *    VALE UM MES. O FATOR DE CADA TAXA SAI DO SERVICO DE
      *    CONTAGEM DE DIAS (ALUNO148) NA CONVENCAO DO
      *    PARAMETRO ALUNO28/CONVENCAO (PADRAO 30/360)
       77  WK-DATA-INICIO-JUROS PIC 9(8)        VALUE ZEROS.
       77  WK-CONVENCAO      PIC X(01)          VALUE 'T'.
       77  WK-FATOR-TAXA     PIC 9(2)V9(4)      VALUE ZEROS.
       77  WK-FATOR-JUROS    PIC 9(3)V9(9)      VALUE ZEROS.
           COPY DIACONT.
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
           OPEN INPUT  ARQ-CLIENTEN.
           OPEN OUTPUT ARQ-LANCJUR.
               SET PRECOS-POR-SEGMENTO TO TRUE
           END-IF.
           PERFORM 120-LER-ULTIMA-NOTA.
           PERFORM 125-DEFINIR-PERIODO.
           IF VIGENCIA-NAO-ACHADA
               DISPLAY 'NENHUMA VIGENCIA DE TAXAS VALIDA PARA '
                       WK-DATA-EXEC ' - POSTAGEM ABORTADA'
                    AND FD-NTC-ULTIMA-NOTA <= 999999
                       MOVE FD-NTC-ULTIMA-NOTA TO WK-PROXIMA-NOTA
                   END-IF
                   IF WK-FS-NOTACTL = '00'
                    AND FD-NTC-DATA-POSTAGEM NUMERIC
                    AND FD-NTC-DATA-POSTAGEM > ZEROS
                    AND FD-NTC-DATA-POSTAGEM < WK-DATA-EXEC
                       MOVE FD-NTC-DATA-POSTAGEM
                            TO WK-DATA-INICIO-JUROS
                   END-IF
                   CLOSE ARQ-NOTACTL
               WHEN OTHER
                   DISPLAY 'ARQUIVO NOTACTL NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO DA FAIXA'
           END-EVALUATE.
      *
      *    SEM DATA DA ULTIMA POSTAGEM (IMPLANTACAO OU VIRADA
      *    DO ANO) O PERIODO COMECA UM MES ANTES DA RODADA
       125-DEFINIR-PERIODO.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO28'    TO LK-PRM-PROGRAMA.
           MOVE 'CONVENCAO'  TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK
               MOVE LK-PRM-VALOR(1:1) TO WK-CONVENCAO
           END-IF.
           IF WK-DATA-INICIO-JUROS = ZEROS
               SET LK-DCT-SOMAR-MESES TO TRUE
               MOVE WK-DATA-EXEC TO LK-DCT-DATA-INICIO
               MOVE -1           TO LK-DCT-QTDE-MESES
               CALL 'ALUNO148' USING LK-DCT-COM
               IF NOT LK-DCT-OK
                   DISPLAY 'ERRO ' LK-DCT-STATUS
                           ' NO CALCULO DO PERIODO DE JUROS - '
                           'POSTAGEM ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LK-DCT-DATA-FIM TO WK-DATA-INICIO-JUROS
           END-IF.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
               SUBTRACT 1 FROM WK-IND-PSG
           END-IF.
       210-POSTAR-JUROS.
           IF WK-JUROS-CLIENTE NOT = WK-FATOR-TAXA
            OR WK-FATOR-JUROS = ZEROS
               PERFORM 215-CALCULAR-FATOR
           END-IF.
           COMPUTE WK-VALOR-JUROS ROUNDED =
                   FD-CLN-SALDO-POUP * (WK-FATOR-JUROS - 1).
           IF WK-VALOR-JUROS > ZEROS
               MOVE SPACES          TO REG-LANCAM
               MOVE FD-CLN-CODIGO   TO FD-LAN-CODIGO
               ADD 1              TO WK-TOT-JUROS-REGS
               ADD WK-VALOR-JUROS TO WK-TOT-JUROS
           END-IF.
      *
      *    FATOR COMPOSTO DA TAXA MENSAL NO PERIODO; O FATOR DA
      *    ULTIMA TAXA FICA GUARDADO PARA OS CLIENTES SEGUINTES
       215-CALCULAR-FATOR.
           SET LK-DCT-ENTRE-DATAS TO TRUE.
           MOVE WK-CONVENCAO         TO LK-DCT-CONVENCAO.
           SET LK-DCT-COMPOSTO       TO TRUE.
           MOVE WK-DATA-INICIO-JUROS TO LK-DCT-DATA-INICIO.
           MOVE WK-DATA-EXEC         TO LK-DCT-DATA-FIM.
           MOVE WK-JUROS-CLIENTE     TO LK-DCT-TAXA-MENSAL.
           CALL 'ALUNO148' USING LK-DCT-COM.
           IF NOT LK-DCT-OK
               DISPLAY 'ERRO ' LK-DCT-STATUS
                       ' NO FATOR DE JUROS (CONVENCAO '
                       WK-CONVENCAO ') - POSTAGEM ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-JUROS-CLIENTE TO WK-FATOR-TAXA.
           MOVE LK-DCT-FATOR     TO WK-FATOR-JUROS.
       220-POSTAR-TARIFA.
           MOVE SPACES          TO REG-LANCAM.
           MOVE FD-CLN-CODIGO   TO FD-LAN-CODIGO.
           MOVE WK-TOT-JUROS  TO WK-JUROS-EDIT.
           MOVE WK-TOT-TARIFA TO WK-TARIFA-EDIT.
           DISPLAY 'VIGENCIA DE TAXAS APLICADA       = ' WK-VIG-DATA.
           DISPLAY 'PERIODO DOS JUROS                = '
                   WK-DATA-INICIO-JUROS ' A ' WK-DATA-EXEC
                   ' CONVENCAO ' WK-CONVENCAO.
           DISPLAY 'LANCAMENTOS DE JUROS GERADOS     = '
                   WK-TOT-JUROS-REGS ' TOTAL ' WK-JUROS-EDIT.
           DISPLAY 'LANCAMENTOS DE TARIFA GERADOS    = '
           OPEN OUTPUT ARQ-NOTACTL.
           MOVE SPACES          TO REG-NOTACTL.
           MOVE WK-PROXIMA-NOTA TO FD-NTC-ULTIMA-NOTA.
           MOVE WK-DATA-EXEC    TO FD-NTC-DATA-POSTAGEM.
           WRITE REG-NOTACTL.
           CLOSE ARQ-NOTACTL.
      ***************************************
