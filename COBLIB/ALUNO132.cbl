       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO132.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    SERVICO DE TRIAGEM NA LISTA RESTRITIVA       *
      *    (SANCOES E PEP): CARREGA AS ENTRADAS ATIVAS  *
      *    DO LISTARES NA PRIMEIRA CHAMADA, JA COM O    *
      *    NOME NORMALIZADO, E DEVOLVE A PRIMEIRA       *
      *    ENTRADA DE CODIGO MAIOR QUE LK-TRI-LISTA     *
      *    (ZEROS = DESDE O INICIO) QUE CASA COM O      *
      *    DOCUMENTO (IGUAL) OU COM O NOME (IGUAL APOS  *
      *    A NORMALIZACAO). CHAMANDO DE NOVO COM A      *
      *    LISTA DEVOLVIDA, O CHAMADOR PERCORRE TODAS   *
      *    AS OCORRENCIAS. NORMALIZACAO: MAIUSCULAS,    *
      *    PONTUACAO VIRA BRANCO, BRANCOS REPETIDOS     *
      *    CAEM E AS PARTICULAS DE/DA/DO/DAS/DOS/E SAO  *
      *    DESCARTADAS. CHAMADO PELA INCLUSAO DO        *
      *    ALUNO27 E PELA TRIAGEM NOTURNA DO ALUNO133   *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LISTARES ASSIGN TO LISTARES
               FILE STATUS IS WK-FS-LISTARES.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-LISTARES
            RECORDING MODE IS F.
           COPY LISTARES.
       WORKING-STORAGE SECTION.
       77  WK-FS-LISTARES    PIC XX             VALUE SPACES.
       77  WK-CARREGADO      PIC X(01)          VALUE 'N'.
           88 TABELA-CARREGADA                  VALUE 'S'.
           88 TABELA-NAO-CARREGADA              VALUE 'N'.
       77  WK-ARQUIVO-OK     PIC X(01)          VALUE 'N'.
           88 ARQUIVO-PRESENTE                  VALUE 'S'.
           88 ARQUIVO-AUSENTE                   VALUE 'N'.
      *
       01  TABELA-LISTA.
           05 LRS-ENTRADA            OCCURS 5000 TIMES.
              10 LRS-TAB-CODIGO      PIC 9(6).
              10 LRS-TAB-NOME-NORM   PIC X(40).
              10 LRS-TAB-DOCUMENTO   PIC X(14).
              10 LRS-TAB-FONTE       PIC X(08).
              10 LRS-TAB-TIPO        PIC X(01).
       77  WK-TOT-LISTA      PIC 9(05)          VALUE ZEROS.
       77  WK-IND-LRS        PIC 9(05)          VALUE ZEROS.
       77  WK-ACHOU          PIC X              VALUE 'N'.
           88 ENTRADA-ACHADA                    VALUE 'S'.
           88 ENTRADA-NAO-ACHADA                VALUE 'N'.
       77  WK-CRITERIO       PIC X(01)          VALUE SPACES.
       77  WK-NOME-PESQUISA  PIC X(40)          VALUE SPACES.
      *
      *    AREAS DA NORMALIZACAO DO NOME
       01  WK-NORM-ENTRADA   PIC X(40)          VALUE SPACES.
       01  WK-NORM-ENT-CARS REDEFINES WK-NORM-ENTRADA.
           05 WK-NORM-ENT-CAR      PIC X(01) OCCURS 40 TIMES.
       01  WK-NORM-SAIDA     PIC X(40)          VALUE SPACES.
       01  WK-TOKEN          PIC X(40)          VALUE SPACES.
       77  WK-TAM-TOKEN      PIC 9(02)          VALUE ZEROS.
       77  WK-POS-SAIDA      PIC 9(02)          VALUE ZEROS.
       77  WK-IND-CAR        PIC 9(02)          VALUE ZEROS.
      *
       LINKAGE SECTION.
           COPY TRIASRV.
      *
       PROCEDURE DIVISION USING LK-TRI-COM.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR.
           PERFORM 901-FINALIZAR.
           GOBACK.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           IF TABELA-NAO-CARREGADA
               PERFORM 110-CARREGAR-LISTA
               SET TABELA-CARREGADA TO TRUE
           END-IF.
       110-CARREGAR-LISTA.
           OPEN INPUT ARQ-LISTARES.
           EVALUATE WK-FS-LISTARES
               WHEN '00'
                   SET ARQUIVO-PRESENTE TO TRUE
                   PERFORM 112-LER-LISTARES
                   PERFORM 111-ACUMULAR-ENTRADA
                       UNTIL WK-FS-LISTARES = '10'
                   CLOSE ARQ-LISTARES
               WHEN OTHER
                   SET ARQUIVO-AUSENTE TO TRUE
           END-EVALUATE.
       111-ACUMULAR-ENTRADA.
           IF LRS-ATIVA
               IF WK-TOT-LISTA >= 5000
                   DISPLAY 'TABELA DA LISTA RESTRITIVA CHEIA (MAXIMO '
                           '5000 REGISTROS) - SERVICO ABORTADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WK-TOT-LISTA
               MOVE FD-LRS-CODIGO TO LRS-TAB-CODIGO(WK-TOT-LISTA)
               MOVE FD-LRS-NOME   TO WK-NORM-ENTRADA
               PERFORM 501-NORMALIZAR-NOME
               MOVE WK-NORM-SAIDA TO LRS-TAB-NOME-NORM(WK-TOT-LISTA)
               MOVE FD-LRS-DOCUMENTO
                    TO LRS-TAB-DOCUMENTO(WK-TOT-LISTA)
               MOVE FD-LRS-FONTE  TO LRS-TAB-FONTE(WK-TOT-LISTA)
               MOVE FD-LRS-TIPO   TO LRS-TAB-TIPO(WK-TOT-LISTA)
           END-IF.
           PERFORM 112-LER-LISTARES.
       112-LER-LISTARES.
           READ ARQ-LISTARES
               AT END
                   MOVE '10' TO WK-FS-LISTARES
           END-READ.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           IF ARQUIVO-AUSENTE
               SET LK-TRI-SEM-LISTA TO TRUE
           ELSE
               MOVE LK-TRI-NOME   TO WK-NORM-ENTRADA
               PERFORM 501-NORMALIZAR-NOME
               MOVE WK-NORM-SAIDA TO WK-NOME-PESQUISA
               PERFORM 210-PROCURAR-OCORRENCIA
           END-IF.
      *
      *    DOCUMENTO TEM PRECEDENCIA SOBRE O NOME NA MESMA
      *    ENTRADA; BRANCOS NUNCA CASAM
       210-PROCURAR-OCORRENCIA.
           SET ENTRADA-NAO-ACHADA TO TRUE.
           PERFORM VARYING WK-IND-LRS FROM 1 BY 1
                   UNTIL WK-IND-LRS > WK-TOT-LISTA
                   OR ENTRADA-ACHADA
               IF LRS-TAB-CODIGO(WK-IND-LRS) > LK-TRI-LISTA
                   EVALUATE TRUE
                       WHEN LK-TRI-DOCUMENTO NOT = SPACES
                        AND LRS-TAB-DOCUMENTO(WK-IND-LRS)
                            = LK-TRI-DOCUMENTO
                           MOVE 'D' TO WK-CRITERIO
                           SET ENTRADA-ACHADA TO TRUE
                       WHEN WK-NOME-PESQUISA NOT = SPACES
                        AND LRS-TAB-NOME-NORM(WK-IND-LRS)
                            = WK-NOME-PESQUISA
                           MOVE 'N' TO WK-CRITERIO
                           SET ENTRADA-ACHADA TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF ENTRADA-ACHADA
               SUBTRACT 1 FROM WK-IND-LRS
               MOVE LRS-TAB-CODIGO(WK-IND-LRS) TO LK-TRI-LISTA
               MOVE LRS-TAB-FONTE(WK-IND-LRS)  TO LK-TRI-FONTE
               MOVE LRS-TAB-TIPO(WK-IND-LRS)   TO LK-TRI-TIPO
               MOVE WK-CRITERIO                TO LK-TRI-CRITERIO
               SET LK-TRI-OCORRENCIA TO TRUE
           ELSE
               MOVE SPACES TO LK-TRI-FONTE
               MOVE SPACES TO LK-TRI-TIPO
               MOVE SPACES TO LK-TRI-CRITERIO
               SET LK-TRI-SEM-OCORRENCIA TO TRUE
           END-IF.
      ***************************************
      *    NORMALIZACAO: WK-NORM-ENTRADA -> WK-NORM-SAIDA,
      *    PALAVRA A PALAVRA, SEPARADAS POR UM BRANCO SO
       500-NORMALIZAR-NOME SECTION.
       501-NORMALIZAR-NOME.
           INSPECT WK-NORM-ENTRADA CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WK-NORM-ENTRADA CONVERTING '.,-/''' TO SPACES.
           MOVE SPACES TO WK-NORM-SAIDA.
           MOVE SPACES TO WK-TOKEN.
           MOVE ZEROS  TO WK-TAM-TOKEN.
           MOVE ZEROS  TO WK-POS-SAIDA.
           PERFORM VARYING WK-IND-CAR FROM 1 BY 1
                   UNTIL WK-IND-CAR > 40
               IF WK-NORM-ENT-CAR(WK-IND-CAR) = SPACE
                   PERFORM 510-FECHAR-PALAVRA
               ELSE
                   ADD 1 TO WK-TAM-TOKEN
                   MOVE WK-NORM-ENT-CAR(WK-IND-CAR)
                        TO WK-TOKEN(WK-TAM-TOKEN:1)
               END-IF
           END-PERFORM.
           PERFORM 510-FECHAR-PALAVRA.
       510-FECHAR-PALAVRA.
           IF WK-TAM-TOKEN > ZEROS
               IF WK-TOKEN NOT = 'DE'  AND NOT = 'DA'
                AND WK-TOKEN NOT = 'DO'  AND NOT = 'DAS'
                AND WK-TOKEN NOT = 'DOS' AND NOT = 'E'
                   IF WK-POS-SAIDA > ZEROS
                       ADD 1 TO WK-POS-SAIDA
                   END-IF
                   IF WK-POS-SAIDA + WK-TAM-TOKEN <= 40
                       MOVE WK-TOKEN(1:WK-TAM-TOKEN)
                            TO WK-NORM-SAIDA(WK-POS-SAIDA + 1:
                                             WK-TAM-TOKEN)
                       ADD WK-TAM-TOKEN TO WK-POS-SAIDA
                   END-IF
               END-IF
               MOVE SPACES TO WK-TOKEN
               MOVE ZEROS  TO WK-TAM-TOKEN
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXIT.
