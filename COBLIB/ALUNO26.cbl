      *    LANCAM DA PROXIMA RODADA (RECICLO), COM      *
      *    CONTAGEM DE NOITES; ITENS ALEM DO LIMITE DE  *
      *    NOITES VAO PARA O ARQUIVO DE BAIXAS COM      *
      *    RELATORIO. O DEBITO DE CHEQUE (FAIXA         *
      *    750000-789999) NAO E RECICLADO: A            *
      *    COMPENSACAO JA O DEVOLVEU NA MESMA NOITE     *
      *    (ALUNO151). O DEBITO DE FATURA DE CONVENIO   *
      *    (FAIXA 630000-649999) TAMBEM NAO: O RETORNO  *
      *    AO CONVENIO JA O DEU COMO NAO DEBITADO       *
      *    (ALUNO156)                                   *
      *    O LANCAMENTO DE ATM RECUSADO PELO CARTAO     *
      *    (MOTIVO CR) E RECICLADO COMO OS DEMAIS, E O  *
      *    CARTAO GUARDADO NO SUSPENSO SAI NO ARQUIVO   *
      *    CARTREC (LAYOUT CARTLAN) PARA O ITEM VOLTAR  *
      *    AO BALANCE LINE COM A REFERENCIA DO CARTAO.  *
      *    CADA NOITE NO SUSPENSO (MOTIVO E NOITES), O  *
      *    DESTINO DO ITEM (RECICLO, BAIXA OU           *
      *    DEVOLUCAO) E AS RECUSAS DO BALANCE LINE DA   *
      *    NOITE VAO PARA O RASTRO DOS LANCAMENTOS      *
      *    (ALUNO175)                                   *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-RELBAIXA.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
           SELECT ARQ-RECUSAS  ASSIGN TO RECUSAS
               FILE STATUS IS WK-FS-RECUSAS.
           SELECT ARQ-RASTRO   ASSIGN TO RASTRO
               FILE STATUS IS WK-FS-RASTRO.
           SELECT ARQ-CARTREC  ASSIGN TO CARTREC
               FILE STATUS IS WK-FS-CARTREC.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       FD   ARQ-RECUSAS
            RECORDING MODE IS F.
       01  REG-RECUSAS.
           05 RCS-REGISTRO          PIC X(60).
           05 RCS-MOTIVO            PIC X(02).
           05 RCS-NOITES            PIC 9(03).
           05 FILLER                PIC X(15).
       FD   ARQ-RASTRO
            RECORDING MODE IS F.
           COPY RASTRO.
       FD   ARQ-CARTREC
            RECORDING MODE IS F.
           COPY CARTLAN.
       WORKING-STORAGE SECTION.
       77  WK-FS-SUSPENSO    PIC XX             VALUE SPACES.
       77  WK-FS-SUSPVELH    PIC XX             VALUE SPACES.
       77  WK-FS-BAIXAS      PIC XX             VALUE SPACES.
       77  WK-FS-RELBAIXA    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-FS-RECUSAS     PIC XX             VALUE SPACES.
       77  WK-FS-RASTRO      PIC XX             VALUE SPACES.
       77  WK-FS-CARTREC     PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-RECICLADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-BAIXADOS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-CHEQUES    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-FATURAS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-CARTOES    PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
           88 SUSPENSO-ACHADO                   VALUE 'S'.
           88 SUSPENSO-NAO-ACHADO               VALUE 'N'.
       77  WK-NOITES         PIC 9(03)          VALUE ZEROS.
      *
      *    EVENTO A GRAVAR NO RASTRO DOS LANCAMENTOS
       77  WK-RAS-ETAPA      PIC X(02)          VALUE SPACES.
       77  WK-RAS-MOTIVO     PIC X(02)          VALUE SPACES.
       77  WK-RAS-TEXTO      PIC X(30)          VALUE SPACES.
      *
       77  WK-PAGINA         PIC 9(4)           VALUE ZEROS.
       77  WK-LINHA          PIC 9(3)           VALUE ZEROS.
           05 FILLER               PIC X(08)     VALUE ' NOITES '.
           05 WK-LINHA-NOITES      PIC ZZ9.
           05 FILLER               PIC X(17)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           IF WK-PARM-NOITES = ZEROS
               MOVE 10 TO WK-PARM-NOITES
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-SISTEMA.
           MOVE WK-DATA-SISTEMA TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-SUSPENSO.
           OPEN OUTPUT ARQ-RECICLO.
           OPEN OUTPUT ARQ-BAIXAS.
           OPEN OUTPUT ARQ-RELBAIXA.
           OPEN EXTEND ARQ-RASTRO.
           OPEN OUTPUT ARQ-CARTREC.
           EVALUATE WK-FS-SUSPENSO
               WHEN '00'
                   CONTINUE
                   STOP RUN
           END-EVALUATE.
           PERFORM 110-CARREGAR-SUSPVELH.
           PERFORM 120-RASTREAR-RECUSAS.
           PERFORM 301-LER-SUSPENSO.
       110-CARREGAR-SUSPVELH.
           OPEN INPUT ARQ-SUSPVELH.
               AT END
                   MOVE '10' TO WK-FS-SUSPVELH
           END-READ.
      *
      *    RECUSAS DO BALANCE LINE DA NOITE: SO ENTRAM NO
      *    RASTRO, O TRATAMENTO E DOS PASSOS QUE AS LEEM
       120-RASTREAR-RECUSAS.
           OPEN INPUT ARQ-RECUSAS.
           EVALUATE WK-FS-RECUSAS
               WHEN '00'
                   PERFORM 122-LER-RECUSAS
                   PERFORM 121-GRAVAR-RECUSA
                       UNTIL WK-FS-RECUSAS = '10'
                   CLOSE ARQ-RECUSAS
               WHEN OTHER
                   DISPLAY 'ARQUIVO RECUSAS NAO ENCONTRADO - '
                           'RECUSAS FORA DO RASTRO'
           END-EVALUATE.
       121-GRAVAR-RECUSA.
           MOVE RCS-REGISTRO TO REG-LANCAM.
           MOVE ZEROS        TO WK-NOITES.
           MOVE 'RF'         TO WK-RAS-ETAPA.
           MOVE RCS-MOTIVO   TO WK-RAS-MOTIVO.
           MOVE 'RECUSADO NO BALANCE LINE' TO WK-RAS-TEXTO.
           PERFORM 940-GRAVAR-RASTRO.
           PERFORM 122-LER-RECUSAS.
       122-LER-RECUSAS.
           READ ARQ-RECUSAS
               AT END
                   MOVE '10' TO WK-FS-RECUSAS
           END-READ.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-SUS-REGISTRO TO REG-LANCAM.
           EVALUATE TRUE
               WHEN FD-LAN-TIPO = 'D'
                AND FD-LAN-NOTA >= 750000 AND FD-LAN-NOTA <= 789999
                   ADD 1 TO WK-TOT-CHEQUES
                   MOVE ZEROS TO WK-NOITES
                   PERFORM 240-RASTREAR-SUSPENSO
                   MOVE 'DV' TO WK-RAS-ETAPA
                   MOVE 'CHEQUE DEVOLVIDO (ALUNO151)'
                        TO WK-RAS-TEXTO
                   PERFORM 940-GRAVAR-RASTRO
               WHEN FD-LAN-TIPO = 'D'
                AND FD-LAN-NOTA >= 630000 AND FD-LAN-NOTA <= 649999
                   ADD 1 TO WK-TOT-FATURAS
                   MOVE ZEROS TO WK-NOITES
                   PERFORM 240-RASTREAR-SUSPENSO
                   MOVE 'DV' TO WK-RAS-ETAPA
                   MOVE 'FATURA DEVOLVIDA AO CONVENIO'
                        TO WK-RAS-TEXTO
                   PERFORM 940-GRAVAR-RASTRO
               WHEN OTHER
                   PERFORM 210-CONTAR-NOITES
                   PERFORM 240-RASTREAR-SUSPENSO
                   IF WK-NOITES > WK-PARM-NOITES
                       PERFORM 220-GRAVAR-BAIXA
                   ELSE
                       PERFORM 230-GRAVAR-RECICLO
                   END-IF
                   IF SUS-MOT-CARTAO
                       ADD 1 TO WK-TOT-CARTOES
                   END-IF
           END-EVALUATE.
           PERFORM 301-LER-SUSPENSO.
       210-CONTAR-NOITES.
           SET SUSPENSO-NAO-ACHADO TO TRUE.
           MOVE WK-LINHA-DETALHE TO REG-RELBAIXA.
           WRITE REG-RELBAIXA.
           ADD 1 TO WK-LINHA.
           MOVE 'BX' TO WK-RAS-ETAPA.
           MOVE 'BAIXADO DO SUSPENSO' TO WK-RAS-TEXTO.
           PERFORM 940-GRAVAR-RASTRO.
       230-GRAVAR-RECICLO.
           ADD 1 TO WK-TOT-RECICLADOS.
           MOVE WK-NOITES TO FD-SUS-NOITES.
           WRITE REG-SUSPNOVO FROM REG-SUSPLAN.
           WRITE REG-RECICLO  FROM FD-SUS-REGISTRO.
           IF SUS-MOT-CARTAO
               PERFORM 235-GRAVAR-CARTREC
           END-IF.
           MOVE 'RC' TO WK-RAS-ETAPA.
           MOVE 'RECICLADO PARA PROXIMA RODADA' TO WK-RAS-TEXTO.
           PERFORM 940-GRAVAR-RASTRO.
      *
      *    REFERENCIA DO CARTAO DO ITEM CR RECICLADO. O ITEM
      *    QUE FOI PARA O SUSPENSO SEM REFERENCIA (CARTAO
      *    ZERADO) VOLTA SEM ELA E, SE O CLIENTE CONTINUA
      *    COM CARTAO, O BALANCE LINE O SUSPENDE DE NOVO
       235-GRAVAR-CARTREC.
           IF FD-SUS-REGISTRO(42:16) IS NUMERIC
            AND FD-SUS-REGISTRO(42:16) NOT = ZEROS
               MOVE SPACES                 TO REG-CARTLAN
               MOVE FD-LAN-CODIGO          TO FD-CLA-CODIGO
               MOVE FD-LAN-NOTA            TO FD-CLA-NOTA
               MOVE FD-SUS-REGISTRO(42:16) TO FD-CLA-CARTAO
               WRITE REG-CARTLAN
           END-IF.
      *
      *    NOITE NO SUSPENSO, COM O MOTIVO GRAVADO PELO
      *    BALANCE LINE
       240-RASTREAR-SUSPENSO.
           MOVE 'SU'          TO WK-RAS-ETAPA.
           MOVE FD-SUS-MOTIVO TO WK-RAS-MOTIVO.
           MOVE 'NOITE NO SUSPENSO' TO WK-RAS-TEXTO.
           PERFORM 940-GRAVAR-RASTRO.
      ***************************************
       300-LER-SUSPENSO SECTION.
       301-LER-SUSPENSO.
           ADD 1 TO WK-LINHA.
           DISPLAY 'TOTAL DE ITENS RECICLADOS = ' WK-TOT-RECICLADOS.
           DISPLAY 'TOTAL DE ITENS BAIXADOS   = ' WK-TOT-BAIXADOS.
           DISPLAY 'CHEQUES DEVOLVIDOS        = ' WK-TOT-CHEQUES.
           DISPLAY 'FATURAS DE CONVENIO       = ' WK-TOT-FATURAS.
           DISPLAY 'RECUSADOS PELO CARTAO     = ' WK-TOT-CARTOES.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-SUSPENSO.
           CLOSE ARQ-SUSPNOVO.
           CLOSE ARQ-RECICLO.
           CLOSE ARQ-BAIXAS.
           CLOSE ARQ-RELBAIXA.
           CLOSE ARQ-RASTRO.
           CLOSE ARQ-CARTREC.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE WK-TOT-BAIXADOS  TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
      ***************************************
      *    EVENTO DO ITEM NO RASTRO DOS LANCAMENTOS
       940-GRAVAR-RASTRO.
           MOVE SPACES            TO REG-RASTRO.
           MOVE FD-LAN-CODIGO     TO FD-RAS-CODIGO.
           MOVE FD-LAN-NOTA       TO FD-RAS-NOTA.
           MOVE WK-DATA-EXEC      TO FD-RAS-DATA.
           MOVE WK-HORA-EXEC      TO FD-RAS-HORA.
           MOVE WK-RAS-ETAPA      TO FD-RAS-ETAPA.
           MOVE 'ALUNO26'         TO FD-RAS-PROGRAMA.
           MOVE FD-LAN-TIPO       TO FD-RAS-TIPO.
           MOVE FD-LAN-CONTA      TO FD-RAS-CONTA.
           MOVE FD-LAN-VALOR      TO FD-RAS-VALOR.
           MOVE WK-RAS-MOTIVO     TO FD-RAS-MOTIVO.
           MOVE WK-NOITES         TO FD-RAS-NOITES.
           MOVE WK-RAS-TEXTO      TO FD-RAS-TEXTO.
           WRITE REG-RASTRO.
      ***************************************
       910-QUEBRA-PAGINA.
           IF WK-PAGINA = 0 OR WK-LINHA >= WK-MAX-LINHAS
