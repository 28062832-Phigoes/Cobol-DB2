      *          CLASSIFICADO E MONTA OS PACOTES POR    *
      *          DESTINATARIO, CADA UM COM PAGINA DE    *
      *          ROSTO E O INDICE DO QUE CONTEM         *
      *    NA ETIQUETAGEM CADA PAGINA TAMBEM E GUARDADA *
      *    COMPACTADA NO ARQUIVO DE RELATORIOS (KSDS    *
      *    RELARQV), COM O RELATORIO, A DATA/HORA DA    *
      *    RODADA E A QUEBRA, E INDEXADA NO RELIDX,     *
      *    PARA A REIMPRESSAO (ALUNO177) E O EXPURGO    *
      *    POR RETENCAO (ALUNO178). SEM OS DOIS         *
      *    ARQUIVOS A DISTRIBUICAO SEGUE SEM ARQUIVAR   *
      *    (RC 4)                                       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-PACOTES.
           SELECT ARQ-RELEXCD  ASSIGN TO RELEXCD
               FILE STATUS IS WK-FS-RELEXCD.
           SELECT ARQ-RELARQV  ASSIGN TO RELARQV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-ARV-CHAVE
               FILE STATUS IS WK-FS-RELARQV.
           SELECT ARQ-RELIDX   ASSIGN TO RELIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-IDX-CHAVE
               FILE STATUS IS WK-FS-RELIDX.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       FD   ARQ-RELEXCD
            RECORDING MODE IS F.
       01  REG-RELEXCD              PIC X(80).
       FD   ARQ-RELARQV.
           COPY RELARQV.
       FD   ARQ-RELIDX.
           COPY RELIDX.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       77  WK-FS-PACOTES     PIC XX             VALUE SPACES.
       77  WK-FS-RELEXCD     PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-FS-RELARQV     PIC XX             VALUE SPACES.
       77  WK-FS-RELIDX      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-PAGINAS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-SEM-REGRA  PIC 9(05)          VALUE ZEROS.
           05 FILLER               PIC X(02)     VALUE ': '.
           05 WK-IDX-LINHAS        PIC ZZZZZ9.
           05 FILLER               PIC X(111)    VALUE SPACES.
      *
      *    ARQUIVAMENTO COMPACTADO DA PAGINA (FASE ETIQUETAR)
       77  WK-ARQUIVAR       PIC X(01)          VALUE 'N'.
           88 ARQUIVO-ABERTO                    VALUE 'S'.
       77  WK-TOT-ARQUIVADAS PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-BYTES-ORIG PIC 9(09)          VALUE ZEROS.
       77  WK-TOT-BYTES-COMP PIC 9(09)          VALUE ZEROS.
       77  WK-ARQ-BLOCO      PIC 9(03)          VALUE ZEROS.
       77  WK-ARQ-USADO      PIC 9(03)          VALUE ZEROS.
       77  WK-ARQ-BYTES-ORIG PIC 9(05)          VALUE ZEROS.
       77  WK-ARQ-BYTES-COMP PIC 9(05)          VALUE ZEROS.
       77  WK-BLOCO-DADOS    PIC X(192)         VALUE SPACES.
       01  WK-LINHA-ORIGEM.
           05 WK-ORI-CARRO         PIC X(01).
           05 WK-ORI-TEXTO         PIC X(132).
      *    O ASTERISCO SEGURA A BUSCA DO FIM DA LINHA VAZIA
       01  WK-AREA-FIM.
           05 FILLER               PIC X(01)     VALUE '*'.
           05 WK-FIM-TEXTO-AREA    PIC X(132).
       01  WK-CABECA-LINHA.
           05 WK-CAB-CARRO         PIC X(01).
           05 WK-CAB-TAMANHO       PIC 9(03).
       77  WK-FIM-TEXTO      PIC 9(03)          VALUE ZEROS.
       77  WK-POS-ORI        PIC 9(03)          VALUE ZEROS.
       77  WK-POS-BRANCO     PIC 9(03)          VALUE ZEROS.
       77  WK-QTDE-BRANCOS   PIC 9(02)          VALUE ZEROS.
       77  WK-LINHA-COMP     PIC X(400)         VALUE SPACES.
       77  WK-TAM-COMP       PIC 9(03)          VALUE ZEROS.
       77  WK-EMITE          PIC X(400)         VALUE SPACES.
       77  WK-EMITE-TAM      PIC 9(03)          VALUE ZEROS.
       77  WK-POS-EMITE      PIC 9(03)          VALUE ZEROS.
       77  WK-LIVRE          PIC 9(03)          VALUE ZEROS.
       77  WK-RESTA          PIC 9(03)          VALUE ZEROS.
       77  WK-PEDACO         PIC 9(03)          VALUE ZEROS.
      *
       01  WK-LINHA-EXCECAO.
           05 FILLER               PIC X(24)     VALUE
           05 FILLER               PIC X(02)     VALUE ': '.
           05 WK-EXC-QUEBRA        PIC X(25).
           05 FILLER               PIC X(29)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           EVALUATE WK-PARM-FUNCAO
               WHEN 'T'
                       STOP RUN
                   END-IF
                   PERFORM 110-CARREGAR-ROTEIRO
                   PERFORM 120-ABRIR-ARQUIVO
                   OPEN INPUT  ARQ-RELENTRA
                   OPEN OUTPUT ARQ-TAGGED
                   OPEN OUTPUT ARQ-RELEXCD
               AT END
                   MOVE '10' TO WK-FS-ROTEIRO
           END-READ.
       120-ABRIR-ARQUIVO.
           OPEN I-O ARQ-RELARQV.
           OPEN I-O ARQ-RELIDX.
           IF WK-FS-RELARQV = '00' AND WK-FS-RELIDX = '00'
               SET ARQUIVO-ABERTO TO TRUE
           ELSE
               DISPLAY 'ARQUIVO DE RELATORIOS INDISPONIVEL (RELARQV '
                       WK-FS-RELARQV ' RELIDX ' WK-FS-RELIDX
                       ') - PAGINAS NAO ARQUIVADAS'
               MOVE 4 TO RETURN-CODE
               IF WK-FS-RELARQV = '00'
                   CLOSE ARQ-RELARQV
               END-IF
               IF WK-FS-RELIDX = '00'
                   CLOSE ARQ-RELIDX
               END-IF
           END-IF.
      ***************************************
      *    MONTA A PAGINA EM MEMORIA; NO PROXIMO SALTO DE
      *    PAGINA ELA E ROTEADA PELA QUEBRA DA PRIMEIRA
               PERFORM 270-GRAVAR-PAGINA
                   VARYING WK-IND-PAG FROM 1 BY 1
                   UNTIL WK-IND-PAG > WK-TOT-LINHAS-PAG
               IF ARQUIVO-ABERTO
                   PERFORM 280-ARQUIVAR-PAGINA
               END-IF
               MOVE ZEROS  TO WK-TOT-LINHAS-PAG
               MOVE SPACES TO WK-QUEBRA-PAGINA
           END-IF.
           MOVE WK-DESTINO-PAGINA TO FD-TAG-DESTINATARIO.
           MOVE PAG-TAB-LINHA(WK-IND-PAG) TO FD-TAG-LINHA.
           WRITE REG-TAGGED.
      *
      *    A PAGINA VAI PARA O ARQUIVO COMO FOI IMPRESSA
      *    (CABECALHOS E NUMERO DE PAGINA DO ALUNO48), LINHA
      *    A LINHA COMPACTADA E EMENDADA EM BLOCOS DE 192
      *    POSICOES; O INDICE GUARDA A QUEBRA DA PAGINA
       280-ARQUIVAR-PAGINA.
           MOVE ZEROS  TO WK-ARQ-BLOCO.
           MOVE ZEROS  TO WK-ARQ-USADO.
           MOVE ZEROS  TO WK-ARQ-BYTES-ORIG.
           MOVE ZEROS  TO WK-ARQ-BYTES-COMP.
           MOVE SPACES TO WK-BLOCO-DADOS.
           PERFORM 281-COMPACTAR-LINHA
               VARYING WK-IND-PAG FROM 1 BY 1
               UNTIL WK-IND-PAG > WK-TOT-LINHAS-PAG.
           IF WK-ARQ-USADO > ZEROS
               PERFORM 288-GRAVAR-BLOCO
           END-IF.
           PERFORM 289-GRAVAR-INDICE.
       281-COMPACTAR-LINHA.
           MOVE PAG-TAB-LINHA(WK-IND-PAG) TO WK-LINHA-ORIGEM.
           ADD 133 TO WK-ARQ-BYTES-ORIG.
           MOVE WK-ORI-TEXTO TO WK-FIM-TEXTO-AREA.
           MOVE 132 TO WK-FIM-TEXTO.
           PERFORM 282-RECUAR-FIM
               UNTIL WK-AREA-FIM(WK-FIM-TEXTO + 1:1) NOT = SPACE.
           MOVE SPACES TO WK-LINHA-COMP.
           MOVE ZEROS  TO WK-TAM-COMP.
           MOVE 1      TO WK-POS-ORI.
           PERFORM 283-COMPACTAR-POSICAO
               UNTIL WK-POS-ORI > WK-FIM-TEXTO.
           MOVE WK-ORI-CARRO    TO WK-CAB-CARRO.
           MOVE WK-TAM-COMP     TO WK-CAB-TAMANHO.
           MOVE WK-CABECA-LINHA TO WK-EMITE.
           MOVE 4               TO WK-EMITE-TAM.
           PERFORM 285-EMITIR.
           IF WK-TAM-COMP > ZEROS
               MOVE WK-LINHA-COMP(1:WK-TAM-COMP) TO WK-EMITE
               MOVE WK-TAM-COMP TO WK-EMITE-TAM
               PERFORM 285-EMITIR
           END-IF.
       282-RECUAR-FIM.
           SUBTRACT 1 FROM WK-FIM-TEXTO.
       283-COMPACTAR-POSICAO.
           EVALUATE TRUE
               WHEN WK-ORI-TEXTO(WK-POS-ORI:1) = SPACE
                   PERFORM 284-CONTAR-BRANCOS
                   IF WK-QTDE-BRANCOS >= 4
                       ADD 1 TO WK-TAM-COMP
                       MOVE '~' TO WK-LINHA-COMP(WK-TAM-COMP:1)
                       ADD 1 TO WK-TAM-COMP
                       MOVE WK-QTDE-BRANCOS
                            TO WK-LINHA-COMP(WK-TAM-COMP:2)
                       ADD 1 TO WK-TAM-COMP
                   ELSE
                       ADD WK-QTDE-BRANCOS TO WK-TAM-COMP
                   END-IF
                   ADD WK-QTDE-BRANCOS TO WK-POS-ORI
               WHEN WK-ORI-TEXTO(WK-POS-ORI:1) = '~'
                   ADD 1 TO WK-TAM-COMP
                   MOVE '~00' TO WK-LINHA-COMP(WK-TAM-COMP:3)
                   ADD 2 TO WK-TAM-COMP
                   ADD 1 TO WK-POS-ORI
               WHEN OTHER
                   ADD 1 TO WK-TAM-COMP
                   MOVE WK-ORI-TEXTO(WK-POS-ORI:1)
                        TO WK-LINHA-COMP(WK-TAM-COMP:1)
                   ADD 1 TO WK-POS-ORI
           END-EVALUATE.
      *
      *    A LINHA TERMINA EM CARACTER NAO BRANCO, ENTAO A
      *    SEQUENCIA DE BRANCOS SEMPRE PARA ANTES DO FIM
       284-CONTAR-BRANCOS.
           MOVE ZEROS      TO WK-QTDE-BRANCOS.
           MOVE WK-POS-ORI TO WK-POS-BRANCO.
           PERFORM 286-AVANCAR-BRANCO
               UNTIL WK-QTDE-BRANCOS = 99
               OR WK-ORI-TEXTO(WK-POS-BRANCO:1) NOT = SPACE.
       285-EMITIR.
           MOVE 1 TO WK-POS-EMITE.
           PERFORM 287-PREENCHER-BLOCO
               UNTIL WK-POS-EMITE > WK-EMITE-TAM.
       286-AVANCAR-BRANCO.
           ADD 1 TO WK-QTDE-BRANCOS.
           ADD 1 TO WK-POS-BRANCO.
       287-PREENCHER-BLOCO.
           COMPUTE WK-LIVRE = 192 - WK-ARQ-USADO.
           COMPUTE WK-RESTA = WK-EMITE-TAM - WK-POS-EMITE + 1.
           IF WK-RESTA < WK-LIVRE
               MOVE WK-RESTA TO WK-PEDACO
           ELSE
               MOVE WK-LIVRE TO WK-PEDACO
           END-IF.
           MOVE WK-EMITE(WK-POS-EMITE:WK-PEDACO)
                TO WK-BLOCO-DADOS(WK-ARQ-USADO + 1:WK-PEDACO).
           ADD WK-PEDACO TO WK-ARQ-USADO.
           ADD WK-PEDACO TO WK-POS-EMITE.
           IF WK-ARQ-USADO = 192
               PERFORM 288-GRAVAR-BLOCO
           END-IF.
       288-GRAVAR-BLOCO.
           ADD 1 TO WK-ARQ-BLOCO.
           MOVE SPACES             TO REG-RELARQV.
           MOVE WK-PARM-RELATORIO  TO FD-ARV-RELATORIO.
           MOVE WK-DATA-EXEC       TO FD-ARV-DATA.
           MOVE WK-HORA-EXEC       TO FD-ARV-HORA.
           MOVE WK-TOT-PAGINAS     TO FD-ARV-PAGINA.
           MOVE WK-ARQ-BLOCO       TO FD-ARV-BLOCO.
           MOVE WK-QUEBRA-PAGINA   TO FD-ARV-QUEBRA.
           MOVE WK-ARQ-USADO       TO FD-ARV-TAMANHO.
           MOVE WK-BLOCO-DADOS     TO FD-ARV-DADOS.
           WRITE REG-RELARQV.
           IF WK-FS-RELARQV NOT = '00'
               DISPLAY 'ERRO ' WK-FS-RELARQV
                       ' NO COMANDO WRITE RELARQV'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD WK-ARQ-USADO TO WK-ARQ-BYTES-COMP.
           MOVE ZEROS  TO WK-ARQ-USADO.
           MOVE SPACES TO WK-BLOCO-DADOS.
       289-GRAVAR-INDICE.
           MOVE SPACES             TO REG-RELIDX.
           MOVE WK-PARM-RELATORIO  TO FD-IDX-RELATORIO.
           MOVE WK-QUEBRA-PAGINA   TO FD-IDX-QUEBRA.
           MOVE WK-DATA-EXEC       TO FD-IDX-DATA.
           MOVE WK-HORA-EXEC       TO FD-IDX-HORA.
           MOVE WK-TOT-PAGINAS     TO FD-IDX-PAGINA.
           MOVE WK-TOT-LINHAS-PAG  TO FD-IDX-LINHAS.
           MOVE WK-ARQ-BLOCO       TO FD-IDX-BLOCOS.
           MOVE WK-ARQ-BYTES-ORIG  TO FD-IDX-BYTES-ORIG.
           MOVE WK-ARQ-BYTES-COMP  TO FD-IDX-BYTES-COMP.
           WRITE REG-RELIDX.
           IF WK-FS-RELIDX NOT = '00'
               DISPLAY 'ERRO ' WK-FS-RELIDX
                       ' NO COMANDO WRITE RELIDX'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WK-TOT-ARQUIVADAS.
           ADD WK-ARQ-BYTES-ORIG TO WK-TOT-BYTES-ORIG.
           ADD WK-ARQ-BYTES-COMP TO WK-TOT-BYTES-COMP.
      ***************************************
       300-LEITURAS SECTION.
       301-LER-RELENTRA.
                   IF WK-TOT-SEM-REGRA > ZEROS
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   IF ARQUIVO-ABERTO
                       DISPLAY 'PAGINAS ARQUIVADAS    = '
                               WK-TOT-ARQUIVADAS
                       DISPLAY 'BYTES ORIGINAIS       = '
                               WK-TOT-BYTES-ORIG
                       DISPLAY 'BYTES COMPACTADOS     = '
                               WK-TOT-BYTES-COMP
                       CLOSE ARQ-RELARQV
                       CLOSE ARQ-RELIDX
                   END-IF
                   CLOSE ARQ-RELENTRA
                   CLOSE ARQ-TAGGED
                   CLOSE ARQ-RELEXCD
