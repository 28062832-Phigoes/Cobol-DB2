       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO168.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    HISTORICO DE MOVIMENTOS PARA O MINI-EXTRATO  *
      *    ON-LINE (ALUNO169): DEPOIS DO BALANCE LINE   *
      *    (ALUNO09), CADA LANCAMENTO REALMENTE POSTADO *
      *    NA NOITE (POSTDIA) ENTRA NO KSDS MOVHIST COM *
      *    O SALDO DA SUA CONTA LOGO DEPOIS DA POSTAGEM,*
      *    RECALCULADO A PARTIR DO SALDO DE ABERTURA DO *
      *    CLIENTES NA MESMA ORDEM DO ALUNO09. NO FIM,  *
      *    O QUE PASSOU DA RETENCAO (DIAS CORRIDOS NO   *
      *    CARTAO SYSIN, PADRAO 90) E EXPURGADO. A      *
      *    REEXECUCAO DA MESMA NOITE NAO DUPLICA: A     *
      *    CHAVE JA GRAVADA E SO CONTADA. CADA POSTAGEM *
      *    NOVA (E, NO ESTORNO, A NOTA ORIGINAL         *
      *    ESTORNADA) VAI PARA O RASTRO DOS LANCAMENTOS *
      *    (ALUNO175)                                   *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-POSTDIA  ASSIGN TO POSTDIA
               FILE STATUS IS WK-FS-POSTDIA.
           SELECT ARQ-MOVHIST  ASSIGN TO MOVHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-MHS-CHAVE
               FILE STATUS IS WK-FS-MOVHIST.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
           SELECT ARQ-RASTRO   ASSIGN TO RASTRO
               FILE STATUS IS WK-FS-RASTRO.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-POSTDIA
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-MOVHIST.
           COPY MOVHIST.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       FD   ARQ-RASTRO
            RECORDING MODE IS F.
           COPY RASTRO.
       WORKING-STORAGE SECTION.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-POSTDIA     PIC XX             VALUE SPACES.
       77  WK-FS-MOVHIST     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-FS-RASTRO      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-GRAVADOS   PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-JA-GRAVADOS PIC 9(07)         VALUE ZEROS.
       77  WK-TOT-SEM-CLIENTE PIC 9(07)         VALUE ZEROS.
       77  WK-TOT-EXPURGADOS PIC 9(07)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-DIAS-RETENCAO  PIC 9(03)          VALUE ZEROS.
       77  WK-DATA-CORTE     PIC 9(8)           VALUE ZEROS.
      *
      *    CLIENTE CORRENTE DO POSTDIA E SEUS SALDOS, QUE
      *    ANDAM LANCAMENTO A LANCAMENTO COMO NO ALUNO09
       77  WK-CODIGO-ATUAL   PIC 9(5)           VALUE ZEROS.
       77  WK-SEQUENCIA      PIC 9(5)           VALUE ZEROS.
       77  WK-SALDO-CC       PIC S9(7)V99       VALUE ZEROS.
       77  WK-SALDO-POUP     PIC S9(7)V99       VALUE ZEROS.
       77  WK-TEM-CLIENTE    PIC X              VALUE 'N'.
           88 CLIENTE-ACHADO                    VALUE 'S'.
           88 CLIENTE-NAO-ACHADO                VALUE 'N'.
      *
      *    AREA DE COMUNICACAO COM O ALUNO148 (DATA DE CORTE)
           COPY DIACONT.
      *
      *    TEXTO DO EVENTO DE ESTORNO NO RASTRO
       01  WK-TEXTO-ESTORNO.
           05 FILLER               PIC X(20)     VALUE
              'ESTORNADO PELA NOTA '.
           05 WK-TES-NOTA          PIC 9(6).
           05 FILLER               PIC X(04)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-POSTDIA = '10'.
           PERFORM 501-EXPURGAR-HISTORICO.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-DIAS-RETENCAO FROM SYSIN.
           IF WK-DIAS-RETENCAO NOT NUMERIC
            OR WK-DIAS-RETENCAO = ZEROS
               MOVE 90 TO WK-DIAS-RETENCAO
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           PERFORM 105-CALCULAR-CORTE.
           OPEN INPUT  ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTES
                           ' NO COMANDO OPEN CLIENTES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT  ARQ-POSTDIA.
           EVALUATE WK-FS-POSTDIA
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO POSTDIA NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-POSTDIA
                           ' NO COMANDO OPEN POSTDIA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN I-O    ARQ-MOVHIST.
           IF WK-FS-MOVHIST NOT = '00'
               DISPLAY 'ERRO ' WK-FS-MOVHIST
                       ' NO COMANDO OPEN MOVHIST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ARQ-RASTRO.
           PERFORM 301-LER-CLIENTES.
           PERFORM 401-LER-POSTDIA.
      *
      *    O HISTORICO GUARDA OS MOVIMENTOS POSTADOS NOS
      *    ULTIMOS N DIAS CORRIDOS (CARTAO SYSIN)
       105-CALCULAR-CORTE.
           SET LK-DCT-PRO-RATA      TO TRUE.
           SET LK-DCT-CORRIDOS-365  TO TRUE.
           SET LK-DCT-SIMPLES       TO TRUE.
           MOVE WK-DATA-EXEC        TO LK-DCT-DATA-FIM.
           MOVE WK-DIAS-RETENCAO    TO LK-DCT-QTDE-DIAS.
           MOVE ZEROS               TO LK-DCT-QTDE-MESES.
           MOVE ZEROS               TO LK-DCT-TAXA-MENSAL.
           CALL 'ALUNO148' USING LK-DCT-COM.
           IF LK-DCT-OK
               MOVE LK-DCT-DATA-INICIO TO WK-DATA-CORTE
           ELSE
               DISPLAY 'ERRO ' LK-DCT-STATUS ' NO CALCULO DA '
                       'DATA DE CORTE DO HISTORICO - '
                       'PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-LAN-CODIGO NOT = WK-CODIGO-ATUAL
               PERFORM 210-TROCAR-CLIENTE
           END-IF.
           PERFORM 220-APLICAR-MOVIMENTO.
           PERFORM 230-GRAVAR-MOVHIST.
           PERFORM 401-LER-POSTDIA.
      *
      *    O POSTDIA SAI DO ALUNO09 NA ORDEM DO MESTRE: O
      *    SALDO DE ABERTURA E O DO CLIENTES DA RODADA
       210-TROCAR-CLIENTE.
           MOVE FD-LAN-CODIGO TO WK-CODIGO-ATUAL.
           MOVE ZEROS         TO WK-SEQUENCIA.
           PERFORM 301-LER-CLIENTES
               UNTIL WK-FS-CLIENTES = '10'
                  OR FD-CLI-CODIGO >= FD-LAN-CODIGO.
           IF WK-FS-CLIENTES = '00'
            AND FD-CLI-CODIGO = FD-LAN-CODIGO
               SET CLIENTE-ACHADO    TO TRUE
               MOVE FD-CLI-SALDO      TO WK-SALDO-CC
               MOVE FD-CLI-SALDO-POUP TO WK-SALDO-POUP
           ELSE
               SET CLIENTE-NAO-ACHADO TO TRUE
               MOVE ZEROS TO WK-SALDO-CC
               MOVE ZEROS TO WK-SALDO-POUP
               DISPLAY 'CLIENTE ' FD-LAN-CODIGO
                       ' DO POSTDIA SEM SALDO DE ABERTURA NO '
                       'CLIENTES - SALDOS A PARTIR DE ZERO'
           END-IF.
      *
      *    MESMO EFEITO DA POSTAGEM DO ALUNO09; O ESTORNO JA
      *    CHEGA NO POSTDIA COMO O MOVIMENTO CONTRARIO (C/D)
       220-APLICAR-MOVIMENTO.
           EVALUATE TRUE
               WHEN LAN-CONTA-POUPANCA AND FD-LAN-TIPO = 'C'
                   ADD      FD-LAN-VALOR TO WK-SALDO-POUP
               WHEN LAN-CONTA-POUPANCA AND FD-LAN-TIPO = 'D'
                   SUBTRACT FD-LAN-VALOR FROM WK-SALDO-POUP
               WHEN LAN-CONTA-POUPANCA AND FD-LAN-TIPO = 'T'
                   SUBTRACT FD-LAN-VALOR FROM WK-SALDO-POUP
                   ADD      FD-LAN-VALOR TO WK-SALDO-CC
               WHEN FD-LAN-TIPO = 'C'
                   ADD      FD-LAN-VALOR TO WK-SALDO-CC
               WHEN FD-LAN-TIPO = 'D'
                   SUBTRACT FD-LAN-VALOR FROM WK-SALDO-CC
               WHEN FD-LAN-TIPO = 'T'
                   SUBTRACT FD-LAN-VALOR FROM WK-SALDO-CC
                   ADD      FD-LAN-VALOR TO WK-SALDO-POUP
               WHEN OTHER
                   DISPLAY 'TIPO ' FD-LAN-TIPO ' INESPERADO NO '
                           'POSTDIA - NOTA ' FD-LAN-NOTA
                           ' GRAVADA SEM EFEITO NO SALDO'
           END-EVALUATE.
       230-GRAVAR-MOVHIST.
           ADD 1 TO WK-SEQUENCIA.
           MOVE SPACES             TO REG-MOVHIST.
           MOVE FD-LAN-CODIGO      TO FD-MHS-CODIGO.
           MOVE WK-DATA-EXEC       TO FD-MHS-DATA-POST.
           MOVE WK-SEQUENCIA       TO FD-MHS-SEQUENCIA.
           MOVE FD-LAN-NOTA        TO FD-MHS-NOTA.
           MOVE FD-LAN-TIPO        TO FD-MHS-TIPO.
           MOVE FD-LAN-CONTA       TO FD-MHS-CONTA.
           MOVE FD-LAN-CANAL       TO FD-MHS-CANAL.
           MOVE FD-LAN-VALOR       TO FD-MHS-VALOR.
           IF LAN-CONTA-POUPANCA
               MOVE WK-SALDO-POUP  TO FD-MHS-SALDO
           ELSE
               MOVE WK-SALDO-CC    TO FD-MHS-SALDO
           END-IF.
           MOVE FD-LAN-DATA        TO FD-MHS-DATA-LANC.
           MOVE FD-LAN-NOTA-ORIG   TO FD-MHS-NOTA-ORIG.
           MOVE FD-LAN-AGENCIA     TO FD-MHS-AGENCIA.
           WRITE REG-MOVHIST.
           EVALUATE WK-FS-MOVHIST
               WHEN '00'
                   ADD 1 TO WK-TOT-GRAVADOS
                   IF CLIENTE-NAO-ACHADO
                       ADD 1 TO WK-TOT-SEM-CLIENTE
                   END-IF
                   PERFORM 240-RASTREAR-POSTAGEM
               WHEN '22'
                   ADD 1 TO WK-TOT-JA-GRAVADOS
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVHIST
                           ' NO COMANDO WRITE MOVHIST'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      *
      *    SO A POSTAGEM NOVA ENTRA NO RASTRO (A REEXECUCAO
      *    NAO REPETE O EVENTO). O ESTORNO MARCA TAMBEM A
      *    NOTA ORIGINAL, QUE E A QUE O CLIENTE CONTESTA
       240-RASTREAR-POSTAGEM.
           MOVE SPACES             TO REG-RASTRO.
           MOVE FD-LAN-CODIGO      TO FD-RAS-CODIGO.
           MOVE FD-LAN-NOTA        TO FD-RAS-NOTA.
           MOVE WK-DATA-EXEC       TO FD-RAS-DATA.
           MOVE WK-HORA-EXEC       TO FD-RAS-HORA.
           MOVE 'PO'               TO FD-RAS-ETAPA.
           MOVE 'ALUNO168'         TO FD-RAS-PROGRAMA.
           MOVE FD-LAN-TIPO        TO FD-RAS-TIPO.
           MOVE FD-LAN-CONTA       TO FD-RAS-CONTA.
           MOVE FD-LAN-VALOR       TO FD-RAS-VALOR.
           MOVE ZEROS              TO FD-RAS-NOITES.
           MOVE 'POSTADO NO CLIENTEN' TO FD-RAS-TEXTO.
           WRITE REG-RASTRO.
           IF FD-LAN-NOTA-ORIG NUMERIC
            AND FD-LAN-NOTA-ORIG > ZEROS
               MOVE 'ES'             TO FD-RAS-ETAPA
               MOVE FD-LAN-NOTA-ORIG TO FD-RAS-NOTA
               MOVE FD-LAN-NOTA      TO WK-TES-NOTA
               MOVE WK-TEXTO-ESTORNO TO FD-RAS-TEXTO
               WRITE REG-RASTRO
           END-IF.
      ***************************************
       300-LER-CLIENTES SECTION.
       301-LER-CLIENTES.
           READ ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CLIENTES
                           ' NO COMANDO READ CLIENTES'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       400-LER-POSTDIA SECTION.
       401-LER-POSTDIA.
           READ ARQ-POSTDIA.
           EVALUATE WK-FS-POSTDIA
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-POSTDIA
                           ' NO COMANDO READ POSTDIA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
      *    PERCORRE O HISTORICO INTEIRO E APAGA O QUE FOI
      *    POSTADO ANTES DA DATA DE CORTE
       500-EXPURGAR SECTION.
       501-EXPURGAR-HISTORICO.
           MOVE LOW-VALUES TO FD-MHS-CHAVE.
           START ARQ-MOVHIST KEY NOT < FD-MHS-CHAVE.
           EVALUATE WK-FS-MOVHIST
               WHEN '00'
                   PERFORM 503-LER-PROXIMO
                   PERFORM 502-EXPURGAR-MOVIMENTO
                       UNTIL WK-FS-MOVHIST = '10'
               WHEN '23'
                   DISPLAY 'HISTORICO DE MOVIMENTOS VAZIO'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVHIST
                           ' NO COMANDO START MOVHIST'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       502-EXPURGAR-MOVIMENTO.
           IF FD-MHS-DATA-POST < WK-DATA-CORTE
               DELETE ARQ-MOVHIST RECORD
               IF WK-FS-MOVHIST NOT = '00'
                   DISPLAY 'ERRO ' WK-FS-MOVHIST
                           ' NO COMANDO DELETE MOVHIST'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-EXPURGADOS
           END-IF.
           PERFORM 503-LER-PROXIMO.
       503-LER-PROXIMO.
           READ ARQ-MOVHIST NEXT RECORD.
           EVALUATE WK-FS-MOVHIST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVHIST
                           ' NO COMANDO READ NEXT MOVHIST'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'LANCAMENTOS POSTADOS LIDOS   = ' WK-REGS-LIDOS.
           DISPLAY 'GRAVADOS NO HISTORICO        = ' WK-TOT-GRAVADOS.
           DISPLAY 'JA GRAVADOS (REEXECUCAO)     = '
                   WK-TOT-JA-GRAVADOS.
           DISPLAY 'GRAVADOS SEM SALDO ABERTURA  = '
                   WK-TOT-SEM-CLIENTE.
           DISPLAY 'EXPURGADOS (CORTE ' WK-DATA-CORTE ') = '
                   WK-TOT-EXPURGADOS.
           IF WK-TOT-SEM-CLIENTE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-POSTDIA.
           CLOSE ARQ-MOVHIST.
           CLOSE ARQ-RASTRO.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES             TO REG-CTLLOG.
           MOVE 'ALUNO168'         TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC       TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC       TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS      TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-SEM-CLIENTE TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
