      *    APROVADOR - PARA OS ARQUIVOS DE MOVIMENTO    *
      *    DA PROXIMA RODADA DE CADA MANUTENCAO         *
      *    (MOVSALAP PARA O ALUNO50, MOVCLIAP PARA O    *
      *    ALUNO27, MOVVDRAP PARA O ALUNO59, MOVEMPAP   *
      *    PARA O ALUNO116 - PROPOSTAS QUE PASSAVAM DO  *
      *    LIMITE DO GRUPO ECONOMICO). O RECUSADO SAI   *
      *    NO RELATORIO E O AINDA PENDENTE SEGUE NA     *
      *    GERACAO NOVA DA FILA. TODA DECISAO APLICADA  *
      *    (APROVADO DEVOLVIDO OU RECUSADO) E GRAVADA   *
      *    NO HISTORICO PENDHIST, LIDO PELO MONITOR DE  *
      *    ACOES EM CONTA PROPRIA (ALUNO196)            *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-MOVCLIAP.
           SELECT ARQ-MOVVDRAP ASSIGN TO MOVVDRAP
               FILE STATUS IS WK-FS-MOVVDRAP.
           SELECT ARQ-MOVEMPAP ASSIGN TO MOVEMPAP
               FILE STATUS IS WK-FS-MOVEMPAP.
           SELECT ARQ-PENDHIST ASSIGN TO PENDHIST
               FILE STATUS IS WK-FS-PENDHIST.
           SELECT ARQ-RELAPR   ASSIGN TO RELAPR
               FILE STATUS IS WK-FS-RELAPR.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
           05 FD-MVA-APROVACAO      PIC X(01).
           05 FD-MVA-APROVADOR      PIC X(08).
           05 FILLER                PIC X(35).
       FD   ARQ-MOVEMPAP
            RECORDING MODE IS F.
       01  REG-MOVEMPAP.
           05 FD-MEA-CODIGO         PIC 9(5).
           05 FD-MEA-PRINCIPAL      PIC 9(7)V99.
           05 FD-MEA-TAXA           PIC 9(2)V9(4).
           05 FD-MEA-PRAZO          PIC 9(3).
           05 FD-MEA-SISTEMA        PIC X(01).
           05 FD-MEA-CONVENIO       PIC 99.
           05 FD-MEA-APROVACAO      PIC X(01).
           05 FD-MEA-APROVADOR      PIC X(08).
           05 FILLER                PIC X(45).
       FD   ARQ-PENDHIST
            RECORDING MODE IS F.
           COPY PENDHIST.
       FD   ARQ-RELAPR
            RECORDING MODE IS F.
       01  REG-RELAPR               PIC X(80).
       77  WK-FS-MOVSALAP    PIC XX             VALUE SPACES.
       77  WK-FS-MOVCLIAP    PIC XX             VALUE SPACES.
       77  WK-FS-MOVVDRAP    PIC XX             VALUE SPACES.
       77  WK-FS-MOVEMPAP    PIC XX             VALUE SPACES.
       77  WK-FS-PENDHIST    PIC XX             VALUE SPACES.
       77  WK-FS-RELAPR      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
           05 WK-LD-OPERADOR2      PIC X(08).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-SITUACAO       PIC X(34)     VALUE SPACES.
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
           OPEN INPUT  ARQ-PENDAPR.
           OPEN OUTPUT ARQ-PENDNOVO.
           OPEN OUTPUT ARQ-MOVSALAP.
           OPEN OUTPUT ARQ-MOVCLIAP.
           OPEN OUTPUT ARQ-MOVVDRAP.
           OPEN OUTPUT ARQ-MOVEMPAP.
           OPEN OUTPUT ARQ-RELAPR.
           OPEN EXTEND ARQ-PENDHIST.
           EVALUATE WK-FS-PENDAPR
               WHEN '00'
                   CONTINUE
                   MOVE 'RECUSADO PELO REVISOR'
                        TO WK-LD-SITUACAO
                   WRITE REG-RELAPR FROM WK-LINHA-DECISAO
                   PERFORM 230-GRAVAR-HISTORICO
               WHEN PAP-DEC-APROVADO
                   PERFORM 210-VALIDAR-REVISOR
                   IF REVISOR-ACHADO
                   MOVE 'A' TO FD-MVA-APROVACAO
                   MOVE FD-PAP-OPERADOR2 TO FD-MVA-APROVADOR
                   WRITE REG-MOVVDRAP
               WHEN 'ALUNO116'
                   MOVE FD-PAP-MOVIMENTO TO REG-MOVEMPAP
                   MOVE 'A' TO FD-MEA-APROVACAO
                   MOVE FD-PAP-OPERADOR2 TO FD-MEA-APROVADOR
                   WRITE REG-MOVEMPAP
               WHEN OTHER
                   SUBTRACT 1 FROM WK-TOT-APROVADOS
                   ADD 1 TO WK-TOT-INVALIDOS
           IF FD-PAP-ORIGEM = 'ALUNO50'
            OR FD-PAP-ORIGEM = 'ALUNO27'
            OR FD-PAP-ORIGEM = 'ALUNO59'
            OR FD-PAP-ORIGEM = 'ALUNO116'
               MOVE 'APROVADO - DEVOLVIDO A MANUTENCAO'
                    TO WK-LD-SITUACAO
               WRITE REG-RELAPR FROM WK-LINHA-DECISAO
               PERFORM 230-GRAVAR-HISTORICO
           END-IF.
      *
      *    HISTORICO DA DECISAO (ITEM DA FILA COM O REVISOR)
       230-GRAVAR-HISTORICO.
           MOVE SPACES        TO REG-PENDHIST.
           MOVE REG-PENDAPR   TO FD-PHS-PENDENCIA.
           MOVE WK-DATA-EXEC  TO FD-PHS-DATA-DECISAO.
           MOVE WK-HORA-EXEC  TO FD-PHS-HORA-DECISAO.
           WRITE REG-PENDHIST.
           IF WK-FS-PENDHIST NOT = '00'
               DISPLAY 'ERRO ' WK-FS-PENDHIST
                       ' NO COMANDO WRITE PENDHIST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      ***************************************
       300-LER-PENDAPR SECTION.
           CLOSE ARQ-MOVSALAP.
           CLOSE ARQ-MOVCLIAP.
           CLOSE ARQ-MOVVDRAP.
           CLOSE ARQ-MOVEMPAP.
           CLOSE ARQ-RELAPR.
           CLOSE ARQ-PENDHIST.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
