      *          IMPRIME APLICADAS/RECUSADAS NO ESTILO  *
      *          DOS RELATORIOS DE MANUTENCAO E GRAVA   *
      *          A TRILHA DE AUDITORIA ANTES/DEPOIS     *
      *    NOS DOIS MODOS, AUMENTO DE LIMITE DE MEMBRO  *
      *    DE GRUPO ECONOMICO (GRUPOECO) QUE LEVARIA A  *
      *    EXPOSICAO DO GRUPO (EXPGRUPO DO ALUNO162,    *
      *    MAIS OS AUMENTOS JA ACEITOS NA RODADA) ACIMA *
      *    DO LIMITE DO GRUPO E RECUSADO - NAO GERA     *
      *    PROPOSTA (P) OU NAO E APLICADO (A)           *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-AUDLIM.
           SELECT ARQ-RELLIM   ASSIGN TO RELLIM
               FILE STATUS IS WK-FS-RELLIM.
           SELECT ARQ-GRUPOECO ASSIGN TO GRUPOECO
               FILE STATUS IS WK-FS-GRUPOECO.
           SELECT ARQ-EXPGRUPO ASSIGN TO EXPGRUPO
               FILE STATUS IS WK-FS-EXPGRUPO.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       FD   ARQ-RELLIM
            RECORDING MODE IS F.
       01  REG-RELLIM               PIC X(80).
       FD   ARQ-GRUPOECO
            RECORDING MODE IS F.
           COPY GRUPOECO.
       FD   ARQ-EXPGRUPO
            RECORDING MODE IS F.
           COPY EXPGRUPO.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       77  WK-FS-CLINOVO     PIC XX             VALUE SPACES.
       77  WK-FS-AUDLIM      PIC XX             VALUE SPACES.
       77  WK-FS-RELLIM      PIC XX             VALUE SPACES.
       77  WK-FS-GRUPOECO    PIC XX             VALUE SPACES.
       77  WK-FS-EXPGRUPO    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-PROPOSTAS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-APLICADAS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-RECUSADAS  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-PENDENTES  PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-RECUS-GRUPO PIC 9(05)         VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
      *
              10 PRO-TAB-REVISOR     PIC X(08).
       77  WK-TOT-DECIDIDAS  PIC 9(04)          VALUE ZEROS.
       77  WK-IND-PRO        PIC 9(04)          VALUE ZEROS.
      *
      *
      *    GRUPOS ECONOMICOS: LIMITE E EXPOSICAO APURADA PELO
      *    ALUNO162, ACRESCIDA DOS AUMENTOS ACEITOS NA RODADA;
      *    MEMBROS COM A POSICAO DO SEU GRUPO
       01  TABELA-GRUPOS.
           05 GRP-ENTRADA            OCCURS 5000 TIMES.
              10 GRP-TAB-GRUPO       PIC 9(5).
              10 GRP-TAB-LIMITE      PIC 9(11)V99.
              10 GRP-TAB-EXPOSICAO   PIC 9(11)V99.
       77  WK-TOT-GRUPOS     PIC 9(05)          VALUE ZEROS.
       77  WK-IND-GRP        PIC 9(05)          VALUE ZEROS.
       01  TABELA-MEMBROS.
           05 MEM-ENTRADA            OCCURS 5000 TIMES.
              10 MEM-TAB-CODIGO      PIC 9(5).
              10 MEM-TAB-IND-GRUPO   PIC 9(5).
       77  WK-TOT-MEMBROS    PIC 9(05)          VALUE ZEROS.
       77  WK-IND-MEM        PIC 9(05)          VALUE ZEROS.
       77  WK-GRUPO-EXAME    PIC 9(5)           VALUE ZEROS.
       77  WK-CODIGO-EXAME   PIC 9(5)           VALUE ZEROS.
       77  WK-LIMITE-ANTIGO  PIC S9(7)V99       VALUE ZEROS.
       77  WK-LIMITE-PEDIDO  PIC S9(7)V99       VALUE ZEROS.
       77  WK-ACRESCIMO      PIC S9(7)V99       VALUE ZEROS.
       77  WK-EXPOSICAO-NOVA PIC 9(11)V99       VALUE ZEROS.
       77  WK-ACHOU-GRP      PIC X              VALUE 'N'.
           88 GRUPO-ACHADO                      VALUE 'S'.
           88 GRUPO-NAO-ACHADO                  VALUE 'N'.
       77  WK-SIT-GRUPO      PIC X              VALUE 'N'.
           88 GRUPO-EXCEDIDO                    VALUE 'S'.
           88 GRUPO-DENTRO-LIMITE               VALUE 'N'.
      *
       77  WK-MEDIA-CLIENTE  PIC S9(7)V99       VALUE ZEROS.
       77  WK-SEGMENTO-CLI   PIC X(01)          VALUE SPACE.
           05 WK-LD-NOVO           PIC -ZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LD-SITUACAO       PIC X(29)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-FUNCAO FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           EVALUATE WK-PARM-FUNCAO
               WHEN 'P'
           PERFORM 110-CARREGAR-MEDIAS.
           PERFORM 120-CARREGAR-SEGMENTOS.
           PERFORM 130-CARREGAR-RECUSAS.
           PERFORM 150-CARREGAR-GRUPOS.
           PERFORM 160-CARREGAR-EXPOSICAO.
           PERFORM 301-LER-CLIENTEN.
       106-ABRIR-APLICAR.
           OPEN INPUT  ARQ-CLIENTES.
                   STOP RUN
           END-EVALUATE.
           PERFORM 140-CARREGAR-PROPOSTAS.
           PERFORM 150-CARREGAR-GRUPOS.
           PERFORM 160-CARREGAR-EXPOSICAO.
           PERFORM 401-LER-CLIENTES.
       110-CARREGAR-MEDIAS.
           OPEN INPUT ARQ-SALDOMED.
               AT END
                   MOVE '10' TO WK-FS-PROPOSTA
           END-READ.
      *
      *    SEM O CADASTRO DE GRUPOS NENHUM AUMENTO PASSA PELO
      *    LIMITE DE GRUPO
       150-CARREGAR-GRUPOS.
           OPEN INPUT ARQ-GRUPOECO.
           EVALUATE WK-FS-GRUPOECO
               WHEN '00'
                   PERFORM 152-LER-GRUPOECO
                   PERFORM 151-ACUMULAR-GRUPO
                       UNTIL WK-FS-GRUPOECO = '10'
                   CLOSE ARQ-GRUPOECO
               WHEN OTHER
                   DISPLAY 'ARQUIVO GRUPOECO NAO ENCONTRADO - '
                           'REVISAO SEM LIMITE DE GRUPO'
           END-EVALUATE.
       151-ACUMULAR-GRUPO.
           IF GRE-REG-GRUPO
               IF WK-TOT-GRUPOS >= 5000
                   DISPLAY 'TABELA DE GRUPOS CHEIA (MAXIMO '
                           '5000 REGISTROS) - REVISAO ABORTADA'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-GRUPOS
               MOVE FD-GRE-GRUPO  TO GRP-TAB-GRUPO(WK-TOT-GRUPOS)
               MOVE FD-GRE-LIMITE TO GRP-TAB-LIMITE(WK-TOT-GRUPOS)
               MOVE ZEROS TO GRP-TAB-EXPOSICAO(WK-TOT-GRUPOS)
           ELSE
               MOVE FD-GRE-GRUPO TO WK-GRUPO-EXAME
               PERFORM 520-PROCURAR-GRUPO
               IF GRUPO-ACHADO
                   IF WK-TOT-MEMBROS >= 5000
                       DISPLAY 'TABELA DE MEMBROS CHEIA (MAXIMO '
                               '5000 REGISTROS) - REVISAO ABORTADA'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WK-TOT-MEMBROS
                   MOVE FD-GRE-CODIGO
                        TO MEM-TAB-CODIGO(WK-TOT-MEMBROS)
                   MOVE WK-IND-GRP
                        TO MEM-TAB-IND-GRUPO(WK-TOT-MEMBROS)
               END-IF
           END-IF.
           PERFORM 152-LER-GRUPOECO.
       152-LER-GRUPOECO.
           READ ARQ-GRUPOECO
               AT END
                   MOVE '10' TO WK-FS-GRUPOECO
           END-READ.
      *
      *    SEM A APURACAO DO ALUNO162 A EXPOSICAO DOS GRUPOS
      *    PARTE DE ZERO (SO OS AUMENTOS DA RODADA)
       160-CARREGAR-EXPOSICAO.
           OPEN INPUT ARQ-EXPGRUPO.
           EVALUATE WK-FS-EXPGRUPO
               WHEN '00'
                   PERFORM 162-LER-EXPGRUPO
                   PERFORM 161-ACUMULAR-EXPOSICAO
                       UNTIL WK-FS-EXPGRUPO = '10'
                   CLOSE ARQ-EXPGRUPO
               WHEN OTHER
                   DISPLAY 'ARQUIVO EXPGRUPO NAO ENCONTRADO - '
                           'EXPOSICAO DOS GRUPOS ZERADA'
           END-EVALUATE.
       161-ACUMULAR-EXPOSICAO.
           MOVE FD-EXG-GRUPO TO WK-GRUPO-EXAME.
           PERFORM 520-PROCURAR-GRUPO.
           IF GRUPO-ACHADO
               MOVE FD-EXG-TOTAL TO GRP-TAB-EXPOSICAO(WK-IND-GRP)
           END-IF.
           PERFORM 162-LER-EXPGRUPO.
       162-LER-EXPGRUPO.
           READ ARQ-EXPGRUPO
               AT END
                   MOVE '10' TO WK-FS-EXPGRUPO
           END-READ.
      ***************************************
      *    REGRAS DE PROPOSTA, DA MAIS RESTRITIVA PARA A
      *    MAIS GENEROSA; CLIENTE FORA DE TODAS NAO GERA
           END-EVALUATE.
           IF WK-MOTIVO NOT = SPACES
            AND WK-LIMITE-NOVO NOT = FD-CLN-LIMITE
               MOVE FD-CLN-CODIGO  TO WK-CODIGO-EXAME
               MOVE FD-CLN-LIMITE  TO WK-LIMITE-ANTIGO
               MOVE WK-LIMITE-NOVO TO WK-LIMITE-PEDIDO
               PERFORM 510-CONFERIR-GRUPO
               IF GRUPO-EXCEDIDO
                   PERFORM 225-RECUSAR-PROPOSTA
               ELSE
                   PERFORM 220-GRAVAR-PROPOSTA
               END-IF
           END-IF.
           PERFORM 301-LER-CLIENTEN.
       210-APURAR-COMPORTAMENTO.
           MOVE WK-LIMITE-NOVO  TO WK-LD-NOVO.
           MOVE WK-MOTIVO       TO WK-LD-SITUACAO.
           WRITE REG-RELLIM FROM WK-LINHA-DECISAO.
       225-RECUSAR-PROPOSTA.
           ADD 1 TO WK-TOT-RECUS-GRUPO.
           MOVE FD-CLN-CODIGO   TO WK-LD-CODIGO.
           MOVE FD-CLN-LIMITE   TO WK-LD-ANTIGO.
           MOVE WK-LIMITE-NOVO  TO WK-LD-NOVO.
           MOVE 'RECUSADA - LIMITE DO GRUPO' TO WK-LD-SITUACAO.
           WRITE REG-RELLIM FROM WK-LINHA-DECISAO.
      ***************************************
       300-LER-CLIENTEN SECTION.
       301-LER-CLIENTEN.
           MOVE PRO-TAB-LIMITE(WK-IND-PRO) TO WK-LD-NOVO.
           EVALUATE TRUE
               WHEN PRO-TAB-DECISAO(WK-IND-PRO) = 'A'
                   MOVE FD-CLI-CODIGO TO WK-CODIGO-EXAME
                   MOVE FD-CLI-LIMITE TO WK-LIMITE-ANTIGO
                   MOVE PRO-TAB-LIMITE(WK-IND-PRO)
                        TO WK-LIMITE-PEDIDO
                   PERFORM 510-CONFERIR-GRUPO
                   IF GRUPO-EXCEDIDO
                       ADD 1 TO WK-TOT-RECUSADAS
                       ADD 1 TO WK-TOT-RECUS-GRUPO
                       MOVE 'RECUSADA - LIMITE DO GRUPO'
                            TO WK-LD-SITUACAO
                   ELSE
                       ADD 1 TO WK-TOT-APLICADAS
                       PERFORM 620-GRAVAR-AUDITORIA
                       MOVE PRO-TAB-LIMITE(WK-IND-PRO)
                            TO FD-CLI-LIMITE
                       MOVE 'APLICADA' TO WK-LD-SITUACAO
                   END-IF
               WHEN PRO-TAB-DECISAO(WK-IND-PRO) = 'R'
                   ADD 1 TO WK-TOT-RECUSADAS
                   MOVE 'RECUSADA PELO REVISOR' TO WK-LD-SITUACAO
           MOVE WK-HORA-EXEC  TO FD-ALM-HORA.
           MOVE PRO-TAB-REVISOR(WK-IND-PRO) TO FD-ALM-REVISOR.
           WRITE REG-AUDLIM.
      ***************************************
      *    SO O AUMENTO DE LIMITE CONTA CONTRA O LIMITE DO
      *    GRUPO; ACEITO, ENTRA NA EXPOSICAO DO GRUPO PARA
      *    OS CLIENTES SEGUINTES (REDUCAO SO APARECE NA
      *    PROXIMA APURACAO DO ALUNO162)
       500-APOIO SECTION.
       510-CONFERIR-GRUPO.
           SET GRUPO-DENTRO-LIMITE TO TRUE.
           IF WK-LIMITE-PEDIDO > WK-LIMITE-ANTIGO
               PERFORM 530-PROCURAR-MEMBRO
               IF GRUPO-ACHADO
                   IF WK-LIMITE-ANTIGO > ZEROS
                       COMPUTE WK-ACRESCIMO =
                               WK-LIMITE-PEDIDO - WK-LIMITE-ANTIGO
                   ELSE
                       MOVE WK-LIMITE-PEDIDO TO WK-ACRESCIMO
                   END-IF
                   COMPUTE WK-EXPOSICAO-NOVA =
                           GRP-TAB-EXPOSICAO(WK-IND-GRP)
                           + WK-ACRESCIMO
                   IF WK-EXPOSICAO-NOVA
                          > GRP-TAB-LIMITE(WK-IND-GRP)
                       SET GRUPO-EXCEDIDO TO TRUE
                   ELSE
                       MOVE WK-EXPOSICAO-NOVA
                            TO GRP-TAB-EXPOSICAO(WK-IND-GRP)
                   END-IF
               END-IF
           END-IF.
       520-PROCURAR-GRUPO.
           SET GRUPO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-GRP FROM 1 BY 1
                   UNTIL WK-IND-GRP > WK-TOT-GRUPOS
                   OR GRUPO-ACHADO
               IF GRP-TAB-GRUPO(WK-IND-GRP) = WK-GRUPO-EXAME
                   SET GRUPO-ACHADO TO TRUE
               END-IF
           END-PERFORM.
           IF GRUPO-ACHADO
               SUBTRACT 1 FROM WK-IND-GRP
           END-IF.
      *
      *    DEVOLVE EM WK-IND-GRP O GRUPO DO CLIENTE
       530-PROCURAR-MEMBRO.
           SET GRUPO-NAO-ACHADO TO TRUE.
           PERFORM VARYING WK-IND-MEM FROM 1 BY 1
                   UNTIL WK-IND-MEM > WK-TOT-MEMBROS
                   OR GRUPO-ACHADO
               IF MEM-TAB-CODIGO(WK-IND-MEM) = WK-CODIGO-EXAME
                   SET GRUPO-ACHADO TO TRUE
                   MOVE MEM-TAB-IND-GRUPO(WK-IND-MEM) TO WK-IND-GRP
               END-IF
           END-PERFORM.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
                   DISPLAY 'CLIENTES EXAMINADOS   = ' WK-REGS-LIDOS
                   DISPLAY 'PROPOSTAS GERADAS     = '
                           WK-TOT-PROPOSTAS
                   DISPLAY 'RECUSADAS POR GRUPO   = '
                           WK-TOT-RECUS-GRUPO
                   CLOSE ARQ-CLIENTEN
                   CLOSE ARQ-PROPOSTA
                   CLOSE ARQ-RELLIM
                           WK-TOT-RECUSADAS
                   DISPLAY 'AINDA PENDENTES       = '
                           WK-TOT-PENDENTES
                   DISPLAY 'RECUSADAS POR GRUPO   = '
                           WK-TOT-RECUS-GRUPO
                   CLOSE ARQ-CLIENTES
                   CLOSE ARQ-CLINOVO
                   CLOSE ARQ-AUDLIM
