       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO155.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    RECEPCAO DAS FATURAS DOS CONVENIOS (DEBITO   *
      *    AUTOMATICO DE VALOR VARIAVEL): AS EMPRESAS   *
      *    CONVENIADAS ENVIAM AS FATURAS DO MES         *
      *    (CLIENTE, CONTRATO, VALOR E VENCIMENTO -     *
      *    ARQUIVO FATCONV) E CADA UMA E CONFERIDA      *
      *    CONTRA A AUTORIZACAO DE VALOR VARIAVEL DO    *
      *    DEBAUTO PARA O CONVENIO E O CONTRATO. E      *
      *    RECUSADA A FATURA INVALIDA (06), REPETIDA    *
      *    (05), SEM AUTORIZACAO ATIVA (02), ACIMA DO   *
      *    VALOR MAXIMO FIXADO PELO CLIENTE (03) OU DE  *
      *    CONTA ENCERRADA (04). A FATURA ACEITA VIRA   *
      *    DEBITO NO LAYOUT LANCAM (FAIXA DE NOTA       *
      *    630000-649999) NA DATA DO VENCIMENTO ROLADA  *
      *    PARA DIA UTIL PELO ALUNO63; A DE VENCIMENTO  *
      *    FUTURO FICA NAS PENDENTES (FATPVELH ->       *
      *    FATPNOVO) E E CRITICADA DE NOVO NO DIA. O    *
      *    MOVIMENTO DA NOITE (CONVMOV) SEGUE PARA O    *
      *    ALUNO156, QUE MONTA O RETORNO AOS CONVENIOS  *
      *    DEPOIS DO BALANCE LINE                       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FATCONV  ASSIGN TO FATCONV
               FILE STATUS IS WK-FS-FATCONV.
           SELECT ARQ-FATPVELH ASSIGN TO FATPVELH
               FILE STATUS IS WK-FS-FATPVELH.
           SELECT ARQ-FATPNOVO ASSIGN TO FATPNOVO
               FILE STATUS IS WK-FS-FATPNOVO.
           SELECT ARQ-DEBAUTO  ASSIGN TO DEBAUTO
               FILE STATUS IS WK-FS-DEBAUTO.
           SELECT ARQ-CLIENTES ASSIGN TO CLIENTES
               FILE STATUS IS WK-FS-CLIENTES.
           SELECT ARQ-LANCCONV ASSIGN TO LANCCONV
               FILE STATUS IS WK-FS-LANCCONV.
           SELECT ARQ-CONVMOV  ASSIGN TO CONVMOV
               FILE STATUS IS WK-FS-CONVMOV.
           SELECT ARQ-NOTACTL  ASSIGN TO NOTACTL
               FILE STATUS IS WK-FS-NOTACTL.
           SELECT ARQ-RELCONV  ASSIGN TO RELCONV
               FILE STATUS IS WK-FS-RELCONV.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-FATCONV
            RECORDING MODE IS F.
       01  REG-FATENT               PIC X(100).
       FD   ARQ-FATPVELH
            RECORDING MODE IS F.
       01  REG-FATPVELH             PIC X(100).
       FD   ARQ-FATPNOVO
            RECORDING MODE IS F.
       01  REG-FATPNOVO             PIC X(100).
       FD   ARQ-DEBAUTO
            RECORDING MODE IS F.
           COPY DEBAUTO.
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
       FD   ARQ-LANCCONV
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-CONVMOV
            RECORDING MODE IS F.
           COPY FATCONV.
       FD   ARQ-NOTACTL
            RECORDING MODE IS F.
       01  REG-NOTACTL.
           05 FD-NTC-ULTIMA-NOTA    PIC 9(6).
           05 FILLER                PIC X(14).
       FD   ARQ-RELCONV
            RECORDING MODE IS F.
       01  REG-RELCONV              PIC X(80).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-FATCONV     PIC XX             VALUE SPACES.
       77  WK-FS-FATPVELH    PIC XX             VALUE SPACES.
       77  WK-FS-FATPNOVO    PIC XX             VALUE SPACES.
       77  WK-FS-DEBAUTO     PIC XX             VALUE SPACES.
       77  WK-FS-CLIENTES    PIC XX             VALUE SPACES.
       77  WK-FS-LANCCONV    PIC XX             VALUE SPACES.
       77  WK-FS-CONVMOV     PIC XX             VALUE SPACES.
       77  WK-FS-NOTACTL     PIC XX             VALUE SPACES.
       77  WK-FS-RELCONV     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-CONTROLE   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-LANCADAS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-AGENDADAS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-RECUSADAS  PIC 9(05)          VALUE ZEROS.
       77  WK-VLR-LANCADAS   PIC 9(9)V99        VALUE ZEROS.
       77  WK-VLR-RECUSADAS  PIC 9(9)V99        VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-DATA-EFETIVA   PIC 9(8)           VALUE ZEROS.
       77  WK-RETORNO        PIC 99             VALUE ZEROS.
       77  WK-SW-FATCONV     PIC X              VALUE 'N'.
           88 FATCONV-ABERTO                    VALUE 'S'.
       77  WK-SW-FATPVELH    PIC X              VALUE 'N'.
           88 FATPVELH-ABERTO                   VALUE 'S'.
      *
      *    FAIXA DE NOTAS RESERVADA AOS DEBITOS DAS FATURAS
      *    DE CONVENIO (DENTRO DA FAIXA DOS DEBITOS
      *    AUTOMATICOS; O ALUNO72 USA 600000-629999)
       77  WK-PROXIMA-NOTA   PIC 9(6)           VALUE 630000.
      *
      *    AUTORIZACOES ATIVAS DE VALOR VARIAVEL DO DEBAUTO
       01  TABELA-AUTORIZACOES.
           05 AUT-ENTRADA            OCCURS 5000 TIMES.
              10 AUT-TAB-CONVENIO    PIC 9(4).
              10 AUT-TAB-CONTRATO    PIC X(10).
              10 AUT-TAB-CODIGO      PIC 9(5).
              10 AUT-TAB-CONTA       PIC X(01).
              10 AUT-TAB-MAXIMO      PIC 9(6)V99.
       77  WK-TOT-AUTORIZACOES PIC 9(05)        VALUE ZEROS.
       77  WK-IND-AUT        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-AUT      PIC X              VALUE 'N'.
           88 AUTORIZACAO-ACHADA                VALUE 'S'.
           88 AUTORIZACAO-NAO-ACHADA            VALUE 'N'.
      *
      *    CLIENTES DO CADASTRO (SITUACAO DA CONTA E EMPRESA
      *    DO DEBITO)
       01  TABELA-CLIENTES.
           05 CLI-ENTRADA            OCCURS 5000 TIMES.
              10 CLI-TAB-CODIGO      PIC 9(5).
              10 CLI-TAB-SITUACAO    PIC X(01).
              10 CLI-TAB-EMPRESA     PIC 99.
       77  WK-TOT-CLIENTES   PIC 9(05)          VALUE ZEROS.
       77  WK-IND-CLI        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-CLI      PIC X              VALUE 'N'.
           88 CLIENTE-ACHADO                    VALUE 'S'.
           88 CLIENTE-NAO-ACHADO                VALUE 'N'.
      *
      *    FATURAS JA TRATADAS NA RODADA (PENDENTES E NOVAS),
      *    PARA RECUSAR A FATURA REPETIDA PELO CONVENIO
       01  TABELA-FATURAS.
           05 FAT-ENTRADA            OCCURS 5000 TIMES.
              10 FAT-TAB-CONVENIO    PIC 9(4).
              10 FAT-TAB-ID-FATURA   PIC X(20).
       77  WK-TOT-FATURAS    PIC 9(05)          VALUE ZEROS.
       77  WK-IND-FAT        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU-FAT      PIC X              VALUE 'N'.
           88 FATURA-ACHADA                     VALUE 'S'.
           88 FATURA-NAO-ACHADA                 VALUE 'N'.
      *
      *    AREA DE COMUNICACAO COM O ALUNO63 (CALENDARIO)
           COPY CALSRV.
      *
       01  WK-LINHA-FATURA.
           05 WK-LF-CONVENIO       PIC 9(4).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LF-ID-FATURA      PIC X(20).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LF-CODIGO         PIC 9(5).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LF-VALOR          PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LF-DATA           PIC 9(8).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LF-SITUACAO       PIC X(17)     VALUE SPACES.
           05 WK-LF-RETORNO        PIC XX        VALUE SPACES.
           05 FILLER               PIC X(09)     VALUE SPACES.
       01  WK-CABECALHO.
           05 FILLER               PIC X(05)     VALUE 'CONV '.
           05 FILLER               PIC X(21)     VALUE 'FATURA'.
           05 FILLER               PIC X(06)     VALUE 'CLIENT'.
           05 FILLER               PIC X(11)     VALUE '     VALOR'.
           05 FILLER               PIC X(09)     VALUE 'DEBITO'.
           05 FILLER               PIC X(28)     VALUE 'SITUACAO'.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR-PENDENTE
               UNTIL WK-FS-FATPVELH = '10'.
           PERFORM 202-PROCESSAR-FATURA
               UNTIL WK-FS-FATCONV = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-FATCONV.
           OPEN OUTPUT ARQ-FATPNOVO.
           OPEN OUTPUT ARQ-LANCCONV.
           OPEN OUTPUT ARQ-CONVMOV.
           OPEN OUTPUT ARQ-RELCONV.
           EVALUATE WK-FS-FATCONV
               WHEN '00'
                   SET FATCONV-ABERTO TO TRUE
               WHEN '35'
                   DISPLAY 'ARQUIVO FATCONV NAO ENCONTRADO - '
                           'NOITE SEM FATURAS DOS CONVENIOS'
                   MOVE '10' TO WK-FS-FATCONV
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-FATCONV
                           ' NO COMANDO OPEN FATCONV'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           WRITE REG-RELCONV FROM WK-CABECALHO.
           PERFORM 110-CARREGAR-AUTORIZACOES.
           PERFORM 115-CARREGAR-CLIENTES.
           PERFORM 120-LER-ULTIMA-NOTA.
           PERFORM 125-ABRIR-PENDENTES.
           IF WK-FS-FATCONV NOT = '10'
               PERFORM 301-LER-FATCONV
           END-IF.
      *
      *    SO AS AUTORIZACOES ATIVAS DE VALOR VARIAVEL; AS
      *    ORDENS DE VALOR FIXO SAO DO ALUNO72
       110-CARREGAR-AUTORIZACOES.
           OPEN INPUT ARQ-DEBAUTO.
           EVALUATE WK-FS-DEBAUTO
               WHEN '00'
                   PERFORM 112-LER-DEBAUTO
                   PERFORM 111-ACUMULAR-AUTORIZACAO
                       UNTIL WK-FS-DEBAUTO = '10'
                   CLOSE ARQ-DEBAUTO
               WHEN OTHER
                   DISPLAY 'ARQUIVO DEBAUTO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       111-ACUMULAR-AUTORIZACAO.
           IF DBA-SIT-ATIVA AND DBA-VALOR-VARIAVEL
               IF WK-TOT-AUTORIZACOES >= 5000
                   DISPLAY 'TABELA DE AUTORIZACOES CHEIA (MAXIMO '
                           '5000 REGISTROS) - PROCESSAMENTO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-AUTORIZACOES
               MOVE FD-DBA-CONVENIO
                    TO AUT-TAB-CONVENIO(WK-TOT-AUTORIZACOES)
               MOVE FD-DBA-CONTRATO
                    TO AUT-TAB-CONTRATO(WK-TOT-AUTORIZACOES)
               MOVE FD-DBA-CODIGO
                    TO AUT-TAB-CODIGO(WK-TOT-AUTORIZACOES)
               MOVE FD-DBA-CONTA
                    TO AUT-TAB-CONTA(WK-TOT-AUTORIZACOES)
               IF FD-DBA-VALOR-MAXIMO NUMERIC
                   MOVE FD-DBA-VALOR-MAXIMO
                        TO AUT-TAB-MAXIMO(WK-TOT-AUTORIZACOES)
               ELSE
                   MOVE ZEROS
                        TO AUT-TAB-MAXIMO(WK-TOT-AUTORIZACOES)
               END-IF
           END-IF.
           PERFORM 112-LER-DEBAUTO.
       112-LER-DEBAUTO.
           READ ARQ-DEBAUTO
               AT END
                   MOVE '10' TO WK-FS-DEBAUTO
           END-READ.
       115-CARREGAR-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
                   PERFORM 117-LER-CLIENTES
                   PERFORM 116-ACUMULAR-CLIENTE
                       UNTIL WK-FS-CLIENTES = '10'
                   CLOSE ARQ-CLIENTES
               WHEN OTHER
                   DISPLAY 'ARQUIVO CLIENTES NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       116-ACUMULAR-CLIENTE.
           IF WK-TOT-CLIENTES >= 5000
               DISPLAY 'TABELA DE CLIENTES CHEIA (MAXIMO 5000 '
                       'REGISTROS) - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-CLIENTES.
           MOVE FD-CLI-CODIGO   TO CLI-TAB-CODIGO(WK-TOT-CLIENTES).
           MOVE FD-CLI-SITUACAO TO CLI-TAB-SITUACAO(WK-TOT-CLIENTES).
           MOVE FD-CLI-EMPRESA  TO CLI-TAB-EMPRESA(WK-TOT-CLIENTES).
           PERFORM 117-LER-CLIENTES.
       117-LER-CLIENTES.
           READ ARQ-CLIENTES
               AT END
                   MOVE '10' TO WK-FS-CLIENTES
           END-READ.
      *
      *    A NUMERACAO DA FAIXA CONTINUA DA ULTIMA NOTA
      *    EMITIDA NA EXECUCAO ANTERIOR (ARQUIVO NOTACTL);
      *    SEM CONTROLE GRAVADO, COMECA NO INICIO DA FAIXA
       120-LER-ULTIMA-NOTA.
           OPEN INPUT ARQ-NOTACTL.
           EVALUATE WK-FS-NOTACTL
               WHEN '00'
                   READ ARQ-NOTACTL
                       AT END
                           MOVE '10' TO WK-FS-NOTACTL
                   END-READ
                   IF WK-FS-NOTACTL = '00'
                    AND FD-NTC-ULTIMA-NOTA >= 630000
                    AND FD-NTC-ULTIMA-NOTA <= 649999
                       MOVE FD-NTC-ULTIMA-NOTA TO WK-PROXIMA-NOTA
                   END-IF
                   CLOSE ARQ-NOTACTL
               WHEN OTHER
                   DISPLAY 'ARQUIVO NOTACTL NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO DA FAIXA'
           END-EVALUATE.
      *
      *    FATURAS RECEBIDAS EM NOITES ANTERIORES COM
      *    VENCIMENTO AINDA POR VIR (A IMPLANTACAO CATALOGA
      *    UMA GERACAO VAZIA)
       125-ABRIR-PENDENTES.
           OPEN INPUT ARQ-FATPVELH.
           EVALUATE WK-FS-FATPVELH
               WHEN '00'
                   SET FATPVELH-ABERTO TO TRUE
                   PERFORM 311-LER-FATPVELH
               WHEN OTHER
                   DISPLAY 'ARQUIVO FATPVELH NAO ENCONTRADO - '
                           'SEM FATURAS PENDENTES'
                   MOVE '10' TO WK-FS-FATPVELH
           END-EVALUATE.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR-PENDENTE.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE REG-FATPVELH TO REG-FATCONV.
           PERFORM 210-TRATAR-FATURA.
           PERFORM 311-LER-FATPVELH.
      *
      *    CABECALHO E TRAILER DO ARQUIVO DA EMPRESA SO SAO
      *    CONTADOS
       202-PROCESSAR-FATURA.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE REG-FATENT TO REG-FATCONV.
           IF FCV-REG-FATURA
               PERFORM 210-TRATAR-FATURA
           ELSE
               ADD 1 TO WK-TOT-CONTROLE
           END-IF.
           PERFORM 301-LER-FATCONV.
      *
      *    A FATURA PENDENTE E CRITICADA DE NOVO NO
      *    VENCIMENTO: A AUTORIZACAO PODE TER SIDO CANCELADA
      *    OU A CONTA ENCERRADA DEPOIS DA RECEPCAO
       210-TRATAR-FATURA.
           MOVE ZEROS  TO WK-RETORNO.
           MOVE ZEROS  TO FD-FCV-DATA-DEBITO.
           MOVE ZEROS  TO FD-FCV-NOTA.
           MOVE ZEROS  TO FD-FCV-RETORNO.
           MOVE SPACES TO FD-FCV-CONTA.
           MOVE ZEROS  TO FD-FCV-EMPRESA.
           IF FD-FCV-CONVENIO NOT NUMERIC
            OR FD-FCV-CODIGO NOT NUMERIC
            OR FD-FCV-VALOR NOT NUMERIC
            OR FD-FCV-VENCIMENTO NOT NUMERIC
            OR FD-FCV-VALOR = ZEROS
            OR FD-FCV-ID-FATURA = SPACES
            OR FD-FCV-CONTRATO = SPACES
               MOVE 06 TO WK-RETORNO
           ELSE
               PERFORM 220-CRITICAR-FATURA
           END-IF.
           IF WK-RETORNO = ZEROS
               PERFORM 230-CALCULAR-DATA-DEBITO
           END-IF.
           EVALUATE TRUE
               WHEN WK-RETORNO NOT = ZEROS
                   PERFORM 260-RECUSAR-FATURA
               WHEN WK-DATA-EFETIVA > WK-DATA-EXEC
                   PERFORM 250-MANTER-PENDENTE
               WHEN OTHER
                   PERFORM 240-GERAR-DEBITO
           END-EVALUATE.
           PERFORM 270-RELATAR-FATURA.
      *
      *    A AUTORIZACAO E DO CLIENTE PARA AQUELE CONTRATO
      *    NAQUELE CONVENIO; O TETO ZERO E SEM LIMITE
       220-CRITICAR-FATURA.
           PERFORM 221-PROCURAR-FATURA.
           IF FATURA-ACHADA
               MOVE 05 TO WK-RETORNO
           ELSE
               PERFORM 222-ANOTAR-FATURA
               PERFORM 223-PROCURAR-AUTORIZACAO
               PERFORM 224-PROCURAR-CLIENTE
               EVALUATE TRUE
                   WHEN AUTORIZACAO-NAO-ACHADA
                       MOVE 02 TO WK-RETORNO
                   WHEN CLIENTE-NAO-ACHADO
                       MOVE 04 TO WK-RETORNO
                   WHEN CLI-TAB-SITUACAO(WK-IND-CLI) = 'E'
                       MOVE 04 TO WK-RETORNO
                   WHEN AUT-TAB-MAXIMO(WK-IND-AUT) > ZEROS
                    AND FD-FCV-VALOR > AUT-TAB-MAXIMO(WK-IND-AUT)
                       MOVE 03 TO WK-RETORNO
                   WHEN OTHER
                       MOVE AUT-TAB-CONTA(WK-IND-AUT)
                            TO FD-FCV-CONTA
                       MOVE CLI-TAB-EMPRESA(WK-IND-CLI)
                            TO FD-FCV-EMPRESA
               END-EVALUATE
           END-IF.
       221-PROCURAR-FATURA.
           SET FATURA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-FAT FROM 1 BY 1
                   UNTIL WK-IND-FAT > WK-TOT-FATURAS
                   OR FATURA-ACHADA
               IF FAT-TAB-CONVENIO(WK-IND-FAT) = FD-FCV-CONVENIO
                AND FAT-TAB-ID-FATURA(WK-IND-FAT) = FD-FCV-ID-FATURA
                   SET FATURA-ACHADA TO TRUE
               END-IF
           END-PERFORM.
       222-ANOTAR-FATURA.
           IF WK-TOT-FATURAS >= 5000
               DISPLAY 'TABELA DE FATURAS CHEIA (MAXIMO 5000 '
                       'REGISTROS) - PROCESSAMENTO ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-FATURAS.
           MOVE FD-FCV-CONVENIO  TO FAT-TAB-CONVENIO(WK-TOT-FATURAS).
           MOVE FD-FCV-ID-FATURA TO FAT-TAB-ID-FATURA(WK-TOT-FATURAS).
       223-PROCURAR-AUTORIZACAO.
           SET AUTORIZACAO-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-AUT FROM 1 BY 1
                   UNTIL WK-IND-AUT > WK-TOT-AUTORIZACOES
                   OR AUTORIZACAO-ACHADA
               IF AUT-TAB-CONVENIO(WK-IND-AUT) = FD-FCV-CONVENIO
                AND AUT-TAB-CONTRATO(WK-IND-AUT) = FD-FCV-CONTRATO
                AND AUT-TAB-CODIGO(WK-IND-AUT) = FD-FCV-CODIGO
                   SET AUTORIZACAO-ACHADA TO TRUE
               END-IF
           END-PERFORM.
           IF AUTORIZACAO-ACHADA
               SUBTRACT 1 FROM WK-IND-AUT
           END-IF.
       224-PROCURAR-CLIENTE.
           SET CLIENTE-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-CLI FROM 1 BY 1
                   UNTIL WK-IND-CLI > WK-TOT-CLIENTES
                   OR CLIENTE-ACHADO
               IF CLI-TAB-CODIGO(WK-IND-CLI) = FD-FCV-CODIGO
                   SET CLIENTE-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF CLIENTE-ACHADO
               SUBTRACT 1 FROM WK-IND-CLI
           END-IF.
      *
      *    VENCIMENTO EM DIA NAO UTIL ROLA PARA O PROXIMO DIA
      *    UTIL PELO ALUNO63; A FATURA JA VENCIDA (RECEBIDA
      *    EM ATRASO) E DEBITADA NA DATA DA RODADA
       230-CALCULAR-DATA-DEBITO.
           SET LK-CAL-E-UTIL-FN TO TRUE.
           MOVE FD-FCV-VENCIMENTO TO LK-CAL-DATA-1.
           CALL 'ALUNO63' USING LK-CAL-COM.
           IF NOT LK-CAL-OK
               MOVE 06 TO WK-RETORNO
           ELSE
               IF LK-CAL-E-UTIL = 'S'
                   MOVE FD-FCV-VENCIMENTO TO WK-DATA-EFETIVA
               ELSE
                   SET LK-CAL-PROXIMO TO TRUE
                   MOVE FD-FCV-VENCIMENTO TO LK-CAL-DATA-1
                   CALL 'ALUNO63' USING LK-CAL-COM
                   MOVE LK-CAL-RESULTADO TO WK-DATA-EFETIVA
               END-IF
               IF WK-DATA-EFETIVA < WK-DATA-EXEC
                   MOVE WK-DATA-EXEC TO WK-DATA-EFETIVA
               END-IF
           END-IF.
      *
      *    DEBITO NA CONTA DA AUTORIZACAO; CANAL I COMO OS
      *    DEMAIS DEBITOS GERADOS PELO SISTEMA (FORA DO TETO
      *    DIARIO POR CANAL)
       240-GERAR-DEBITO.
           MOVE SPACES            TO REG-LANCAM.
           MOVE FD-FCV-CODIGO     TO FD-LAN-CODIGO.
           MOVE 'D'               TO FD-LAN-TIPO.
           MOVE FD-FCV-VALOR      TO FD-LAN-VALOR.
           PERFORM 245-PROXIMA-NOTA.
           MOVE FD-FCV-CONTA      TO FD-LAN-CONTA.
           MOVE WK-DATA-EFETIVA   TO FD-LAN-DATA.
           MOVE ZEROS             TO FD-LAN-NOTA-ORIG.
           MOVE ZEROS             TO FD-LAN-AGENCIA.
           MOVE 'I'               TO FD-LAN-CANAL.
           MOVE FD-FCV-EMPRESA    TO FD-LAN-EMPRESA.
           WRITE REG-LANCAM.
           MOVE WK-DATA-EFETIVA   TO FD-FCV-DATA-DEBITO.
           MOVE FD-LAN-NOTA       TO FD-FCV-NOTA.
           MOVE ZEROS             TO FD-FCV-RETORNO.
           MOVE WK-DATA-EFETIVA   TO WK-LF-DATA.
           MOVE 'LANCADA'         TO WK-LF-SITUACAO.
           MOVE SPACES            TO WK-LF-RETORNO.
           WRITE REG-FATCONV.
           ADD 1 TO WK-TOT-LANCADAS.
           ADD FD-FCV-VALOR TO WK-VLR-LANCADAS.
       245-PROXIMA-NOTA.
           IF WK-PROXIMA-NOTA >= 649999
               DISPLAY 'FAIXA DE NOTAS DE FATURAS DE CONVENIO '
                       'ESGOTADA (630000-649999) - ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-PROXIMA-NOTA.
           MOVE WK-PROXIMA-NOTA TO FD-LAN-NOTA.
       250-MANTER-PENDENTE.
           MOVE WK-DATA-EFETIVA   TO FD-FCV-DATA-DEBITO.
           WRITE REG-FATPNOVO FROM REG-FATCONV.
           MOVE WK-DATA-EFETIVA   TO WK-LF-DATA.
           MOVE 'AGENDADA'        TO WK-LF-SITUACAO.
           MOVE SPACES            TO WK-LF-RETORNO.
           ADD 1 TO WK-TOT-AGENDADAS.
       260-RECUSAR-FATURA.
           MOVE WK-RETORNO        TO FD-FCV-RETORNO.
           MOVE ZEROS             TO WK-LF-DATA.
           MOVE 'RECUSADA RETORNO' TO WK-LF-SITUACAO.
           MOVE FD-FCV-RETORNO    TO WK-LF-RETORNO.
           WRITE REG-FATCONV.
           ADD 1 TO WK-TOT-RECUSADAS.
           IF FD-FCV-VALOR NUMERIC
               ADD FD-FCV-VALOR TO WK-VLR-RECUSADAS
           END-IF.
       270-RELATAR-FATURA.
           IF FD-FCV-CONVENIO NUMERIC
               MOVE FD-FCV-CONVENIO TO WK-LF-CONVENIO
           ELSE
               MOVE ZEROS           TO WK-LF-CONVENIO
           END-IF.
           MOVE FD-FCV-ID-FATURA  TO WK-LF-ID-FATURA.
           IF FD-FCV-CODIGO NUMERIC
               MOVE FD-FCV-CODIGO   TO WK-LF-CODIGO
           ELSE
               MOVE ZEROS           TO WK-LF-CODIGO
           END-IF.
           IF FD-FCV-VALOR NUMERIC
               MOVE FD-FCV-VALOR    TO WK-LF-VALOR
           ELSE
               MOVE ZEROS           TO WK-LF-VALOR
           END-IF.
           WRITE REG-RELCONV FROM WK-LINHA-FATURA.
      ***************************************
       300-LER-ARQUIVOS SECTION.
       301-LER-FATCONV.
           READ ARQ-FATCONV.
           EVALUATE WK-FS-FATCONV
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-FATCONV
                           ' NO COMANDO READ FATCONV'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       311-LER-FATPVELH.
           READ ARQ-FATPVELH
               AT END
                   MOVE '10' TO WK-FS-FATPVELH
           END-READ.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'REGISTROS LIDOS          = ' WK-REGS-LIDOS.
           DISPLAY 'CABECALHOS E TRAILERS    = ' WK-TOT-CONTROLE.
           DISPLAY 'FATURAS LANCADAS         = ' WK-TOT-LANCADAS
                   ' VALOR ' WK-VLR-LANCADAS.
           DISPLAY 'FATURAS AGENDADAS        = ' WK-TOT-AGENDADAS.
           DISPLAY 'FATURAS RECUSADAS        = ' WK-TOT-RECUSADAS
                   ' VALOR ' WK-VLR-RECUSADAS.
           PERFORM 940-GRAVAR-NOTACTL.
           PERFORM 930-GRAVAR-CTLLOG.
           IF FATCONV-ABERTO
               CLOSE ARQ-FATCONV
           END-IF.
           IF FATPVELH-ABERTO
               CLOSE ARQ-FATPVELH
           END-IF.
           CLOSE ARQ-FATPNOVO.
           CLOSE ARQ-LANCCONV.
           CLOSE ARQ-CONVMOV.
           CLOSE ARQ-RELCONV.
      ***************************************
       940-GRAVAR-NOTACTL.
           OPEN OUTPUT ARQ-NOTACTL.
           MOVE SPACES          TO REG-NOTACTL.
           MOVE WK-PROXIMA-NOTA TO FD-NTC-ULTIMA-NOTA.
           WRITE REG-NOTACTL.
           CLOSE ARQ-NOTACTL.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO155'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-RECUSADAS  TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
