       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO182.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    ACOES DA MESA DE SEGURANCA SOBRE OS CASOS    *
      *    DE FRAUDE (KSDS CASOFRD, ABERTOS PELO        *
      *    ALUNO181), DIRIGIDAS PELO ARQUIVO MOVCASO.   *
      *    O OPERADOR DO CARTAO SYSIN PRECISA DA FUNCAO *
      *    FRAUDE NO OPERSEC. FUNCOES:                  *
      *      T = ANALISTA ASSUME O CASO (EM             *
      *          INVESTIGACAO)                          *
      *      F = FRAUDE CONFIRMADA: CADA NOTA DE        *
      *          CREDITO OU DEBITO LIGADA AO CASO GERA  *
      *          UM PEDIDO DE ESTORNO NO LAYOUT LANCAM  *
      *          (TIPO E, FAIXA 695000-697499, VIA      *
      *          BALANCE LINE) E O CLIENTE RECEBE UM    *
      *          MOVIMENTO DE SITUACAO 'S' (BLOQUEADO)  *
      *          PARA O ALUNO27 (MOVFRD)                *
      *      L = ALARME FALSO: O CLIENTE ENTRA NA LISTA *
      *          DE LIBERACAO (LIBFRAUD) PARA CADA      *
      *          REGRA DO CASO, PELOS MESES DO          *
      *          MOVIMENTO OU PELO PRAZO DO PARAMETRO   *
      *          MESES-LIB (PADRAO 6)                   *
      *      N = ANOTACAO NO CASO                       *
      *    SO O CASO EM ANDAMENTO (ABERTO OU EM         *
      *    INVESTIGACAO) ACEITA T, F E L. A NUMERACAO   *
      *    DOS ESTORNOS FICA NO CONTROLE CASOCTL, JUNTO *
      *    COM A DOS CASOS                              *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MOVCASO  ASSIGN TO MOVCASO
               FILE STATUS IS WK-FS-MOVCASO.
           SELECT ARQ-CASOFRD  ASSIGN TO CASOFRD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CSF-NUMERO
               FILE STATUS IS WK-FS-CASOFRD.
           SELECT ARQ-CASOCTL  ASSIGN TO CASOCTL
               FILE STATUS IS WK-FS-CASOCTL.
           SELECT ARQ-OPERSEC  ASSIGN TO OPERSEC
               FILE STATUS IS WK-FS-OPERSEC.
           SELECT ARQ-LANCFRD  ASSIGN TO LANCFRD
               FILE STATUS IS WK-FS-LANCFRD.
           SELECT ARQ-MOVFRD   ASSIGN TO MOVFRD
               FILE STATUS IS WK-FS-MOVFRD.
           SELECT ARQ-LIBFRAUD ASSIGN TO LIBFRAUD
               FILE STATUS IS WK-FS-LIBFRAUD.
           SELECT ARQ-RELMANUT ASSIGN TO RELMANUT
               FILE STATUS IS WK-FS-RELMANUT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-MOVCASO
            RECORDING MODE IS F.
           COPY MOVCASO.
       FD   ARQ-CASOFRD.
           COPY CASOFRD.
       FD   ARQ-CASOCTL
            RECORDING MODE IS F.
       01  REG-CASOCTL.
           05 FD-CSC-ULTIMO-CASO    PIC 9(7).
           05 FD-CSC-ULTIMA-NOTA    PIC 9(6).
           05 FILLER                PIC X(67).
       FD   ARQ-OPERSEC
            RECORDING MODE IS F.
           COPY OPERSEC.
       FD   ARQ-LANCFRD
            RECORDING MODE IS F.
           COPY LANCAM.
       FD   ARQ-MOVFRD
            RECORDING MODE IS F.
           COPY MOVCLI.
       FD   ARQ-LIBFRAUD
            RECORDING MODE IS F.
           COPY LIBFRAUD.
       FD   ARQ-RELMANUT
            RECORDING MODE IS F.
       01  REG-RELMANUT             PIC X(100).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-MOVCASO     PIC XX             VALUE SPACES.
       77  WK-FS-CASOFRD     PIC XX             VALUE SPACES.
       77  WK-FS-CASOCTL     PIC XX             VALUE SPACES.
       77  WK-FS-OPERSEC     PIC XX             VALUE SPACES.
       77  WK-FS-LANCFRD     PIC XX             VALUE SPACES.
       77  WK-FS-MOVFRD      PIC XX             VALUE SPACES.
       77  WK-FS-LIBFRAUD    PIC XX             VALUE SPACES.
       77  WK-FS-RELMANUT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-APLICADOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-REJEITADOS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ASSUMIDOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-FRAUDES    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ALARMES    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ANOTACOES  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-ESTORNOS   PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-BLOQUEIOS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-LIBERACOES PIC 9(05)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-OPERADOR       PIC X(08)          VALUE SPACES.
       77  WK-PODE-FRAUDE    PIC X(01)          VALUE 'N'.
       77  WK-ANALISTA       PIC X(08)          VALUE SPACES.
      *
      *    NUMERACAO DOS CASOS (DO ALUNO181, VOLTA INTACTA AO
      *    CONTROLE) E DAS NOTAS DOS PEDIDOS DE ESTORNO
       77  WK-ULTIMO-CASO    PIC 9(7)           VALUE ZEROS.
       77  WK-PROXIMA-NOTA   PIC 9(6)           VALUE 695000.
      *
      *    PRAZO DA LIBERACAO NO ALARME FALSO, EM MESES
       77  WK-MESES-PADRAO   PIC 9(02)          VALUE 6.
       77  WK-MESES-LIB      PIC 9(02)          VALUE ZEROS.
       77  WK-DATA-VALIDADE  PIC 9(8)           VALUE ZEROS.
      *
       77  WK-IND-EXC        PIC 9(02)          VALUE ZEROS.
       77  WK-IND-ANT        PIC 9(02)          VALUE ZEROS.
       77  WK-QTDE-ESTORNOS  PIC 9(02)          VALUE ZEROS.
       77  WK-REPETIDA       PIC X              VALUE 'N'.
           88 JA-TRATADA                        VALUE 'S'.
           88 NAO-TRATADA                       VALUE 'N'.
      *
       01  WK-LINHA-DETALHE.
           05 FILLER               PIC X(07)     VALUE 'FUNCAO '.
           05 WK-LINHA-FUNCAO      PIC X(01).
           05 FILLER               PIC X(06)     VALUE ' CASO '.
           05 WK-LINHA-CASO        PIC 9(7).
           05 FILLER               PIC X(09)     VALUE ' CLIENTE '.
           05 WK-LINHA-CODIGO      PIC 9(5)      BLANK WHEN ZERO.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(45).
           05 FILLER               PIC X(19)     VALUE SPACES.
      *
       01  WK-LINHA-ESTORNO.
           05 FILLER               PIC X(15)     VALUE
                                   '   ESTORNO NOTA'.
           05 WK-LE-NOTA           PIC 9(6).
           05 FILLER               PIC X(14)     VALUE
                                   ' DA NOTA ORIG '.
           05 WK-LE-NOTA-ORIG      PIC 9(6).
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LE-VALOR          PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LE-TEXTO          PIC X(30)     VALUE SPACES.
           05 FILLER               PIC X(11)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO46 (PRAZO DA
      *    LIBERACAO)
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO148 (VALIDADE DA
      *    LIBERACAO)
           COPY DIACONT.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-MOVCASO = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-OPERADOR FROM SYSIN.
           IF WK-OPERADOR = SPACES
               DISPLAY 'OPERADOR NAO INFORMADO NO CARTAO SYSIN - '
                       'ACOES ABORTADAS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 105-VALIDAR-OPERADOR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-MOVCASO.
           EVALUATE WK-FS-MOVCASO
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO MOVCASO NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVCASO
                           ' NO COMANDO OPEN MOVCASO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN I-O    ARQ-CASOFRD.
           IF WK-FS-CASOFRD NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CASOFRD
                       ' NO COMANDO OPEN CASOFRD'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-LANCFRD.
           OPEN OUTPUT ARQ-MOVFRD.
           OPEN EXTEND ARQ-LIBFRAUD.
           OPEN OUTPUT ARQ-RELMANUT.
           PERFORM 110-LER-CONTROLE.
           PERFORM 120-BUSCAR-PRAZO.
           PERFORM 301-LER-MOVCASO.
      *
      *    AUTORIZACAO DO OPERADOR: AS ACOES SOBRE OS CASOS
      *    EXIGEM A FUNCAO FRAUDE NO OPERSEC
       105-VALIDAR-OPERADOR.
           OPEN INPUT ARQ-OPERSEC.
           IF WK-FS-OPERSEC NOT = '00'
               DISPLAY 'ARQUIVO OPERSEC NAO ENCONTRADO - '
                       'ACOES NAO AUTORIZADAS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 107-LER-OPERSEC.
           PERFORM 106-PROCURAR-OPERADOR
               UNTIL WK-FS-OPERSEC = '10'.
           CLOSE ARQ-OPERSEC.
           IF WK-PODE-FRAUDE NOT = 'S'
               DISPLAY 'OPERADOR ' WK-OPERADOR
                       ' SEM AUTORIZACAO PARA CASOS DE FRAUDE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       106-PROCURAR-OPERADOR.
           IF FD-SEC-OPERADOR = WK-OPERADOR
               MOVE FD-SEC-FL-FRAUDE TO WK-PODE-FRAUDE
           END-IF.
           PERFORM 107-LER-OPERSEC.
       107-LER-OPERSEC.
           READ ARQ-OPERSEC
               AT END
                   MOVE '10' TO WK-FS-OPERSEC
           END-READ.
      *
      *    A NUMERACAO DOS ESTORNOS CONTINUA DA ULTIMA NOTA
      *    EMITIDA; FORA DA FAIXA (OU SEM CONTROLE), COMECA
      *    NO INICIO DELA
       110-LER-CONTROLE.
           OPEN INPUT ARQ-CASOCTL.
           EVALUATE WK-FS-CASOCTL
               WHEN '00'
                   READ ARQ-CASOCTL
                       AT END
                           MOVE '10' TO WK-FS-CASOCTL
                   END-READ
                   IF WK-FS-CASOCTL = '00'
                    AND FD-CSC-ULTIMO-CASO NUMERIC
                       MOVE FD-CSC-ULTIMO-CASO TO WK-ULTIMO-CASO
                   END-IF
                   IF WK-FS-CASOCTL = '00'
                    AND FD-CSC-ULTIMA-NOTA NUMERIC
                    AND FD-CSC-ULTIMA-NOTA >= 695000
                    AND FD-CSC-ULTIMA-NOTA <= 697499
                       MOVE FD-CSC-ULTIMA-NOTA TO WK-PROXIMA-NOTA
                   END-IF
                   CLOSE ARQ-CASOCTL
               WHEN OTHER
                   DISPLAY 'ARQUIVO CASOCTL NAO ENCONTRADO - '
                           'NUMERACAO DO INICIO DA FAIXA'
           END-EVALUATE.
       120-BUSCAR-PRAZO.
           SET LK-PRM-BUSCAR TO TRUE.
           MOVE 'ALUNO182'   TO LK-PRM-PROGRAMA.
           MOVE 'MESES-LIB'  TO LK-PRM-NOME.
           CALL 'ALUNO46' USING LK-PARM-COM.
           IF LK-PRM-OK AND LK-PRM-VALOR(1:2) NUMERIC
               MOVE LK-PRM-VALOR(1:2) TO WK-MESES-PADRAO
           END-IF.
           DISPLAY 'PRAZO PADRAO DA LIBERACAO (MESES) = '
                   WK-MESES-PADRAO.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-MCS-FUNCAO TO WK-LINHA-FUNCAO.
           MOVE FD-MCS-NUMERO TO WK-LINHA-CASO.
           MOVE ZEROS         TO WK-LINHA-CODIGO.
           IF FD-MCS-ANALISTA = SPACES
               MOVE WK-OPERADOR     TO WK-ANALISTA
           ELSE
               MOVE FD-MCS-ANALISTA TO WK-ANALISTA
           END-IF.
           EVALUATE TRUE
               WHEN NOT MCS-ASSUMIR AND NOT MCS-FRAUDE
                AND NOT MCS-ALARME-FALSO AND NOT MCS-ANOTACAO
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN FD-MCS-NUMERO NOT NUMERIC
                OR FD-MCS-NUMERO = ZEROS
                   MOVE 'REJEITADO - NUMERO DE CASO INVALIDO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   PERFORM 202-LER-CASO
           END-EVALUATE.
           PERFORM 301-LER-MOVCASO.
       202-LER-CASO.
           MOVE FD-MCS-NUMERO TO FD-CSF-NUMERO.
           READ ARQ-CASOFRD.
           EVALUATE WK-FS-CASOFRD
               WHEN '00'
                   MOVE FD-CSF-CODIGO TO WK-LINHA-CODIGO
                   PERFORM 203-APLICAR-ACAO
               WHEN '23'
                   MOVE 'REJEITADO - CASO NAO CADASTRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-CASOFRD
                           ' NO COMANDO READ CASOFRD - CASO '
                           FD-MCS-NUMERO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       203-APLICAR-ACAO.
           EVALUATE TRUE
               WHEN MCS-ANOTACAO
                   PERFORM 250-ANOTAR
               WHEN CSF-ENCERRADO
                   MOVE 'REJEITADO - CASO JA ENCERRADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 285-GRAVAR-REJEICAO
               WHEN MCS-ASSUMIR
                   PERFORM 210-ASSUMIR
               WHEN MCS-FRAUDE
                   PERFORM 220-CONFIRMAR-FRAUDE
               WHEN OTHER
                   PERFORM 240-ALARME-FALSO
           END-EVALUATE.
      *
      *    O CASO EM INVESTIGACAO PODE PASSAR DE UM ANALISTA
      *    PARA OUTRO
       210-ASSUMIR.
           SET CSF-INVESTIGANDO TO TRUE.
           PERFORM 270-ATUALIZAR-CASO.
           ADD 1 TO WK-TOT-ASSUMIDOS.
           MOVE 'APLICADO - CASO EM INVESTIGACAO'
                TO WK-LINHA-SITUACAO.
           PERFORM 280-GRAVAR-APLICACAO.
      *
      *    FRAUDE CONFIRMADA: UM ESTORNO POR NOTA DISPUTADA
      *    (A MESMA NOTA APONTADA EM DUAS REGRAS SO E
      *    ESTORNADA UMA VEZ) E O BLOQUEIO DO CLIENTE
       220-CONFIRMAR-FRAUDE.
           MOVE ZEROS TO WK-QTDE-ESTORNOS.
           SET CSF-FRAUDE TO TRUE.
           MOVE WK-DATA-EXEC TO FD-CSF-DATA-ENCERRA.
           MOVE 'APLICADO - FRAUDE CONFIRMADA'
                TO WK-LINHA-SITUACAO.
           PERFORM 280-GRAVAR-APLICACAO.
           PERFORM 225-PEDIR-ESTORNO
               VARYING WK-IND-EXC FROM 1 BY 1
               UNTIL WK-IND-EXC > FD-CSF-QTDE-EXC.
           PERFORM 230-GRAVAR-BLOQUEIO.
           MOVE WK-QTDE-ESTORNOS TO FD-CSF-QTDE-ESTORNOS.
           MOVE 'S' TO FD-CSF-BLOQUEIO.
           PERFORM 270-ATUALIZAR-CASO.
           ADD 1 TO WK-TOT-FRAUDES.
       225-PEDIR-ESTORNO.
           SET NAO-TRATADA TO TRUE.
           PERFORM VARYING WK-IND-ANT FROM 1 BY 1
                   UNTIL WK-IND-ANT >= WK-IND-EXC
                   OR JA-TRATADA
               IF FD-CSF-EXC-NOTA(WK-IND-ANT)
                  = FD-CSF-EXC-NOTA(WK-IND-EXC)
                   SET JA-TRATADA TO TRUE
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WK-LE-NOTA.
           MOVE FD-CSF-EXC-NOTA(WK-IND-EXC)  TO WK-LE-NOTA-ORIG.
           MOVE FD-CSF-EXC-VALOR(WK-IND-EXC) TO WK-LE-VALOR.
           EVALUATE TRUE
               WHEN JA-TRATADA
                   CONTINUE
               WHEN FD-CSF-EXC-TIPO(WK-IND-EXC) NOT = 'C'
                AND FD-CSF-EXC-TIPO(WK-IND-EXC) NOT = 'D'
                   MOVE 'TIPO SEM ESTORNO AUTOMATICO'
                        TO WK-LE-TEXTO
                   WRITE REG-RELMANUT FROM WK-LINHA-ESTORNO
               WHEN OTHER
                   PERFORM 226-GRAVAR-ESTORNO
           END-EVALUATE.
      *
      *    PEDIDO DE ESTORNO NO LAYOUT LANCAM: O BALANCE LINE
      *    CASA A NOTA ORIGINAL PELA CONTA E PELO VALOR
       226-GRAVAR-ESTORNO.
           IF WK-PROXIMA-NOTA >= 697499
               DISPLAY 'FAIXA DE NOTAS DE ESTORNO DE FRAUDE '
                       'ESGOTADA (695000-697499) - ACOES ABORTADAS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-PROXIMA-NOTA.
           MOVE SPACES                        TO REG-LANCAM.
           MOVE FD-CSF-CODIGO                 TO FD-LAN-CODIGO.
           MOVE 'E'                           TO FD-LAN-TIPO.
           MOVE FD-CSF-EXC-VALOR(WK-IND-EXC)  TO FD-LAN-VALOR.
           MOVE WK-PROXIMA-NOTA               TO FD-LAN-NOTA.
           MOVE FD-CSF-EXC-CONTA(WK-IND-EXC)  TO FD-LAN-CONTA.
           MOVE WK-DATA-EXEC                  TO FD-LAN-DATA.
           MOVE FD-CSF-EXC-NOTA(WK-IND-EXC)   TO FD-LAN-NOTA-ORIG.
           MOVE FD-CSF-EXC-AGENCIA(WK-IND-EXC) TO FD-LAN-AGENCIA.
           MOVE 'I'                           TO FD-LAN-CANAL.
           MOVE FD-CSF-EMPRESA                TO FD-LAN-EMPRESA.
           WRITE REG-LANCAM.
           ADD 1 TO WK-QTDE-ESTORNOS.
           ADD 1 TO WK-TOT-ESTORNOS.
           MOVE WK-PROXIMA-NOTA  TO WK-LE-NOTA.
           MOVE 'ESTORNO PEDIDO' TO WK-LE-TEXTO.
           WRITE REG-RELMANUT FROM WK-LINHA-ESTORNO.
      *
      *    MOVIMENTO DE SITUACAO NO LAYOUT DO MOVCLI, SEM
      *    CARIMBO DE APROVACAO (BLOQUEIO NAO PASSA PELA
      *    FILA A QUATRO OLHOS NO ALUNO27)
       230-GRAVAR-BLOQUEIO.
           MOVE SPACES         TO REG-MOVCLI.
           MOVE 'S'            TO FD-MOV-FUNCAO.
           MOVE FD-CSF-CODIGO  TO FD-MOV-CODIGO.
           MOVE 'B'            TO FD-MOV-SITUACAO.
           MOVE FD-CSF-EMPRESA TO FD-MOV-EMPRESA.
           MOVE WK-OPERADOR    TO FD-MOV-OPERADOR.
           WRITE REG-MOVCLI.
           ADD 1 TO WK-TOT-BLOQUEIOS.
      *
      *    ALARME FALSO: UMA LIBERACAO POR REGRA DO CASO
       240-ALARME-FALSO.
           IF FD-MCS-MESES-LIB NUMERIC
            AND FD-MCS-MESES-LIB > ZEROS
               MOVE FD-MCS-MESES-LIB TO WK-MESES-LIB
           ELSE
               MOVE WK-MESES-PADRAO  TO WK-MESES-LIB
           END-IF.
           SET LK-DCT-SOMAR-MESES TO TRUE.
           MOVE WK-DATA-EXEC      TO LK-DCT-DATA-INICIO.
           MOVE WK-MESES-LIB      TO LK-DCT-QTDE-MESES.
           CALL 'ALUNO148' USING LK-DCT-COM.
           IF NOT LK-DCT-OK
               DISPLAY 'ERRO ' LK-DCT-STATUS
                       ' NO CALCULO DA VALIDADE DA LIBERACAO - '
                       'ACOES ABORTADAS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LK-DCT-DATA-FIM TO WK-DATA-VALIDADE.
           SET CSF-ALARME-FALSO TO TRUE.
           MOVE WK-DATA-EXEC TO FD-CSF-DATA-ENCERRA.
           PERFORM 270-ATUALIZAR-CASO.
           ADD 1 TO WK-TOT-ALARMES.
           MOVE 'APLICADO - ALARME FALSO, CLIENTE LIBERADO'
                TO WK-LINHA-SITUACAO.
           PERFORM 280-GRAVAR-APLICACAO.
           PERFORM 245-GRAVAR-LIBERACAO
               VARYING WK-IND-EXC FROM 1 BY 1
               UNTIL WK-IND-EXC > FD-CSF-QTDE-EXC.
       245-GRAVAR-LIBERACAO.
           SET NAO-TRATADA TO TRUE.
           PERFORM VARYING WK-IND-ANT FROM 1 BY 1
                   UNTIL WK-IND-ANT >= WK-IND-EXC
                   OR JA-TRATADA
               IF FD-CSF-EXC-MOTIVO(WK-IND-ANT)
                  = FD-CSF-EXC-MOTIVO(WK-IND-EXC)
                   SET JA-TRATADA TO TRUE
               END-IF
           END-PERFORM.
           IF NAO-TRATADA
               MOVE SPACES           TO REG-LIBFRAUD
               MOVE FD-CSF-CODIGO    TO FD-LBF-CODIGO
               MOVE FD-CSF-EXC-MOTIVO(WK-IND-EXC) TO FD-LBF-MOTIVO
               MOVE WK-DATA-EXEC     TO FD-LBF-DATA-LIBERACAO
               MOVE WK-DATA-VALIDADE TO FD-LBF-DATA-VALIDADE
               MOVE FD-CSF-NUMERO    TO FD-LBF-CASO
               MOVE WK-ANALISTA      TO FD-LBF-ANALISTA
               WRITE REG-LIBFRAUD
               ADD 1 TO WK-TOT-LIBERACOES
           END-IF.
       250-ANOTAR.
           PERFORM 270-ATUALIZAR-CASO.
           ADD 1 TO WK-TOT-ANOTACOES.
           MOVE 'APLICADO - ANOTACAO REGISTRADA'
                TO WK-LINHA-SITUACAO.
           PERFORM 280-GRAVAR-APLICACAO.
      *
      *    TODA ACAO CARIMBA O ANALISTA E A DATA; A
      *    OBSERVACAO SO E TROCADA QUANDO INFORMADA
       270-ATUALIZAR-CASO.
           MOVE WK-ANALISTA  TO FD-CSF-ANALISTA.
           MOVE WK-DATA-EXEC TO FD-CSF-DATA-ACAO.
           IF FD-MCS-OBSERVACAO NOT = SPACES
               MOVE FD-MCS-OBSERVACAO TO FD-CSF-OBSERVACAO
           END-IF.
           REWRITE REG-CASOFRD.
           IF WK-FS-CASOFRD NOT = '00'
               DISPLAY 'ERRO ' WK-FS-CASOFRD
                       ' NO COMANDO REWRITE CASOFRD - CASO '
                       FD-CSF-NUMERO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       280-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
       285-GRAVAR-REJEICAO.
           ADD 1 TO WK-TOT-REJEITADOS.
           WRITE REG-RELMANUT FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER-MOVCASO SECTION.
       301-LER-MOVCASO.
           READ ARQ-MOVCASO.
           EVALUATE WK-FS-MOVCASO
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-MOVCASO
                           ' NO COMANDO READ MOVCASO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'ACOES LIDAS              = ' WK-REGS-LIDOS.
           DISPLAY 'APLICADAS                = ' WK-TOT-APLICADOS.
           DISPLAY 'REJEITADAS               = ' WK-TOT-REJEITADOS.
           DISPLAY 'CASOS ASSUMIDOS          = ' WK-TOT-ASSUMIDOS.
           DISPLAY 'FRAUDES CONFIRMADAS      = ' WK-TOT-FRAUDES.
           DISPLAY 'ALARMES FALSOS           = ' WK-TOT-ALARMES.
           DISPLAY 'ANOTACOES                = ' WK-TOT-ANOTACOES.
           DISPLAY 'PEDIDOS DE ESTORNO       = ' WK-TOT-ESTORNOS.
           DISPLAY 'MOVIMENTOS DE BLOQUEIO   = ' WK-TOT-BLOQUEIOS.
           DISPLAY 'LIBERACOES GRAVADAS      = ' WK-TOT-LIBERACOES.
           PERFORM 910-GRAVAR-CONTROLE.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-MOVCASO.
           CLOSE ARQ-CASOFRD.
           CLOSE ARQ-LANCFRD.
           CLOSE ARQ-MOVFRD.
           CLOSE ARQ-LIBFRAUD.
           CLOSE ARQ-RELMANUT.
           IF WK-TOT-REJEITADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       910-GRAVAR-CONTROLE.
           OPEN OUTPUT ARQ-CASOCTL.
           MOVE SPACES          TO REG-CASOCTL.
           MOVE WK-ULTIMO-CASO  TO FD-CSC-ULTIMO-CASO.
           MOVE WK-PROXIMA-NOTA TO FD-CSC-ULTIMA-NOTA.
           WRITE REG-CASOCTL.
           CLOSE ARQ-CASOCTL.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES            TO REG-CTLLOG.
           MOVE 'ALUNO182'        TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC      TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC      TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS     TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-REJEITADOS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
