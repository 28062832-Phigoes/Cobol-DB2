      *    O LAYOUT LANCAM E REJEITA DETALHES           *
      *    INCONSISTENTES PARA RELATORIO. O ARQUIVO     *
      *    CONVERTIDO ALIMENTA A CRITICA (ALUNO25)      *
      *    ANTES DO BALANCE LINE. CADA DETALHE          *
      *    CONVERTIDO GRAVA O EVENTO DE CAPTACAO NO     *
      *    RASTRO DOS LANCAMENTOS (ALUNO175).           *
      *    DETALHE DE BOLETO DE VENDA (ESPECIE 'B',     *
      *    REMETIDO PELO ALUNO73 A PARTIR DOS TITULOS A *
      *    RECEBER) NAO E LANCAMENTO DE CONTA: VAI PARA *
      *    O ARQUIVO DE LIQUIDACOES LIQTIT, QUE O       *
      *    ALUNO203 CASA COM O TITULO                   *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-RELCNAB.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
           SELECT ARQ-RASTRO   ASSIGN TO RASTRO
               FILE STATUS IS WK-FS-RASTRO.
           SELECT ARQ-LIQTIT   ASSIGN TO LIQTIT
               FILE STATUS IS WK-FS-LIQTIT.
      *
       DATA DIVISION.
       FILE SECTION.
           05 FD-CNB-AGENCIA        PIC 9(3).
           05 FD-CNB-CANAL          PIC X(01).
           05 FD-CNB-EMPRESA        PIC 99.
           05 FD-CNB-ESPECIE        PIC X(01).
              88 CNB-BOLETO-VENDA              VALUE 'B'.
           05 FD-CNB-VENDEDOR       PIC 99.
           05 FD-CNB-VENCIMENTO     PIC 9(8).
           05 FILLER                PIC X(33).
       01  REG-CNAB-TRAILER REDEFINES REG-CNABRET.
           05 FILLER                PIC X(01).
           05 FD-CNB-QTDE           PIC 9(6).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       FD   ARQ-RASTRO
            RECORDING MODE IS F.
           COPY RASTRO.
       FD   ARQ-LIQTIT
            RECORDING MODE IS F.
           COPY LIQTIT.
       WORKING-STORAGE SECTION.
       77  WK-FS-CNABRET     PIC XX             VALUE SPACES.
       77  WK-FS-LANCRED     PIC XX             VALUE SPACES.
       77  WK-FS-RELCNAB     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-FS-RASTRO      PIC XX             VALUE SPACES.
       77  WK-FS-LIQTIT      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DETALHES   PIC 9(06)          VALUE ZEROS.
       77  WK-TOT-CONVERTIDOS PIC 9(06)         VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(06)          VALUE ZEROS.
       77  WK-TOT-LIQUIDACOES PIC 9(06)         VALUE ZEROS.
       77  WK-SOMA-VALORES   PIC 9(13)V99       VALUE ZEROS.
       77  WK-SOMA-REJEITADOS PIC 9(13)V99      VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
           05 FILLER               PIC X(09)     VALUE ' MOTIVO: '.
           05 WK-REJ-MOTIVO        PIC X(40).
           05 FILLER               PIC X(17)     VALUE SPACES.
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
           OPEN INPUT  ARQ-CNABRET.
           OPEN OUTPUT ARQ-LANCRED.
           OPEN OUTPUT ARQ-RELCNAB.
           OPEN EXTEND ARQ-RASTRO.
           OPEN EXTEND ARQ-LIQTIT.
           EVALUATE WK-FS-CNABRET
               WHEN '00'
                   CONTINUE
                   ADD FD-CNB-VALOR TO WK-SOMA-REJEITADOS
                   MOVE 'CONTA DEVE SER C OU P' TO WK-REJ-MOTIVO
                   PERFORM 230-GRAVAR-REJEITO
               WHEN CNB-BOLETO-VENDA
                AND FD-CNB-VENDEDOR NOT NUMERIC
                   ADD FD-CNB-VALOR TO WK-SOMA-REJEITADOS
                   MOVE 'VENDEDOR DO BOLETO NAO NUMERICO'
                        TO WK-REJ-MOTIVO
                   PERFORM 230-GRAVAR-REJEITO
               WHEN CNB-BOLETO-VENDA
                   PERFORM 215-SEPARAR-LIQUIDACAO
               WHEN OTHER
                   PERFORM 212-CONVERTER-DETALHE
           END-EVALUATE.
               MOVE 01             TO FD-LAN-EMPRESA
           END-IF.
           WRITE REG-LANCAM.
           PERFORM 940-GRAVAR-RASTRO.
           ADD 1 TO WK-TOT-CONVERTIDOS.
      *
      *    PAGAMENTO DE BOLETO DE VENDA: O CODIGO E O DO
      *    COMPRADOR E A DATA E A DO PAGAMENTO; SEM LANCAMENTO
      *    NEM RASTRO (NAO HA CONTA CORRENTE ENVOLVIDA)
       215-SEPARAR-LIQUIDACAO.
           ADD FD-CNB-VALOR TO WK-SOMA-VALORES.
           MOVE SPACES          TO REG-LIQTIT.
           MOVE FD-CNB-VENDEDOR TO FD-LQT-VENDEDOR.
           MOVE FD-CNB-NOTA     TO FD-LQT-NOTA.
           MOVE FD-CNB-CODIGO   TO FD-LQT-COMPRADOR.
           MOVE FD-CNB-VALOR    TO FD-LQT-VALOR.
           MOVE FD-CNB-DATA     TO FD-LQT-DATA-PAGTO.
           MOVE WK-DATA-EXEC    TO FD-LQT-DATA-RETORNO.
           IF FD-CNB-EMPRESA NUMERIC AND FD-CNB-EMPRESA > ZEROS
               MOVE FD-CNB-EMPRESA TO FD-LQT-EMPRESA
           ELSE
               MOVE 01             TO FD-LQT-EMPRESA
           END-IF.
           WRITE REG-LIQTIT.
           ADD 1 TO WK-TOT-LIQUIDACOES.
       220-CONFERIR-TRAILER.
           IF FD-CNB-QTDE NOT NUMERIC
            OR FD-CNB-SOMA NOT NUMERIC
                   WK-TOT-CONVERTIDOS.
           DISPLAY 'TOTAL REJEITADOS             = '
                   WK-TOT-REJEITADOS.
           DISPLAY 'LIQUIDACOES DE BOLETO DE VENDA = '
                   WK-TOT-LIQUIDACOES.
           IF CONTROLE-NAO-CONFERE
               DISPLAY '*** CONTROLES DO ARQUIVO NAO CONFEREM - '
                       'ARQUIVO CONVERTIDO NAO DEVE SER USADO ***'
           CLOSE ARQ-CNABRET.
           CLOSE ARQ-LANCRED.
           CLOSE ARQ-RELCNAB.
           CLOSE ARQ-RASTRO.
           CLOSE ARQ-LIQTIT.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
      ***************************************
      *    EVENTO DE CAPTACAO NO RASTRO DOS LANCAMENTOS
       940-GRAVAR-RASTRO.
           MOVE SPACES            TO REG-RASTRO.
           MOVE FD-LAN-CODIGO     TO FD-RAS-CODIGO.
           MOVE FD-LAN-NOTA       TO FD-RAS-NOTA.
           MOVE WK-DATA-EXEC      TO FD-RAS-DATA.
           MOVE WK-HORA-EXEC      TO FD-RAS-HORA.
           MOVE 'CP'              TO FD-RAS-ETAPA.
           MOVE 'ALUNO35'         TO FD-RAS-PROGRAMA.
           MOVE FD-LAN-TIPO       TO FD-RAS-TIPO.
           MOVE FD-LAN-CONTA      TO FD-RAS-CONTA.
           MOVE FD-LAN-VALOR      TO FD-RAS-VALOR.
           MOVE ZEROS             TO FD-RAS-NOITES.
           MOVE 'RETORNO BANCARIO CNAB'
                                  TO FD-RAS-TEXTO.
           WRITE REG-RASTRO.
