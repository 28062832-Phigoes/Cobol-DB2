       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO177.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    REIMPRESSAO DO ARQUIVO DE RELATORIOS: DEVOLVE *
      *    AS PAGINAS GUARDADAS PELO ALUNO110 EXATAMENTE *
      *    COMO SAIRAM (CABECALHOS E NUMERO DE PAGINA    *
      *    ORIGINAIS). CARTAO SYSIN: RELATORIO (1-8),    *
      *    DATA INICIAL (9-16) E FINAL (17-24) AAAAMMDD, *
      *    VALOR DE QUEBRA (25-49) E OPERADOR (50-57).   *
      *    COM QUEBRA, AS PAGINAS SAO ACHADAS PELO       *
      *    INDICE (RELIDX); SEM QUEBRA SAI O RELATORIO   *
      *    INTEIRO DE CADA RODADA DO PERIODO, NA ORDEM   *
      *    ORIGINAL. DATA FINAL ZERADA = SEM LIMITE.     *
      *    CADA RODADA REIMPRESSA ABRE COM UMA PAGINA DE *
      *    ROSTO E CADA PEDIDO FICA NO LOG (RELLOG)      *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELARQV  ASSIGN TO RELARQV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-ARV-CHAVE
               FILE STATUS IS WK-FS-RELARQV.
           SELECT ARQ-RELIDX   ASSIGN TO RELIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-IDX-CHAVE
               FILE STATUS IS WK-FS-RELIDX.
           SELECT ARQ-REIMPR   ASSIGN TO REIMPR
               FILE STATUS IS WK-FS-REIMPR.
           SELECT ARQ-RELLOG   ASSIGN TO RELLOG
               FILE STATUS IS WK-FS-RELLOG.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-RELARQV.
           COPY RELARQV.
       FD   ARQ-RELIDX.
           COPY RELIDX.
       FD   ARQ-REIMPR
            RECORDING MODE IS F.
       01  REG-REIMPR.
           05 FD-RIM-CARRO          PIC X(01).
           05 FD-RIM-TEXTO          PIC X(132).
       FD   ARQ-RELLOG
            RECORDING MODE IS F.
           COPY RELLOG.
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-RELARQV     PIC XX             VALUE SPACES.
       77  WK-FS-RELIDX      PIC XX             VALUE SPACES.
       77  WK-FS-REIMPR      PIC XX             VALUE SPACES.
       77  WK-FS-RELLOG      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-PAGINAS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-LINHAS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-RODADAS    PIC 9(05)          VALUE ZEROS.
       77  WK-TOT-INCOMPLETAS PIC 9(05)         VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       01  WK-PARM-CARD.
           05 WK-PARM-RELATORIO    PIC X(8)      VALUE SPACES.
           05 WK-PARM-DATA-INI     PIC 9(8)      VALUE ZEROS.
           05 WK-PARM-DATA-FIM     PIC 9(8)      VALUE ZEROS.
           05 WK-PARM-QUEBRA       PIC X(25)     VALUE SPACES.
           05 WK-PARM-OPERADOR     PIC X(8)      VALUE SPACES.
       77  WK-FIM-LEITURA    PIC X(01)          VALUE 'N'.
           88 FIM-LEITURA                       VALUE 'S'.
      *
      *    PAGINA EM MONTAGEM: OS BLOCOS SAO EMENDADOS NA
      *    AREA ABAIXO (CABE A MAIOR PAGINA DO ALUNO110,
      *    100 LINHAS DE 133 SEM NENHUMA COMPACTACAO)
       01  WK-PAGINA-ATUAL.
           05 WK-PAG-RELATORIO     PIC X(08).
           05 WK-PAG-DATA          PIC 9(08).
           05 WK-PAG-HORA          PIC 9(06).
           05 WK-PAG-PAGINA        PIC 9(05).
       01  WK-RODADA-ATUAL.
           05 WK-ROD-DATA          PIC 9(08)     VALUE ZEROS.
           05 WK-ROD-HORA          PIC 9(06)     VALUE ZEROS.
       77  WK-PAG-QUEBRA     PIC X(25)          VALUE SPACES.
       77  WK-PAG-COMP       PIC X(40320)       VALUE SPACES.
       77  WK-PAG-TAM        PIC 9(05)          VALUE ZEROS.
       77  WK-IND-BLOCO      PIC 9(03)          VALUE ZEROS.
       77  WK-POS-COMP       PIC 9(05)          VALUE ZEROS.
       77  WK-FIM-LINHA      PIC 9(05)          VALUE ZEROS.
       77  WK-TAM-LINHA      PIC 9(03)          VALUE ZEROS.
       77  WK-POS-TEXTO      PIC 9(03)          VALUE ZEROS.
       77  WK-QTDE-BRANCOS   PIC 9(02)          VALUE ZEROS.
      *
      *    PAGINA DE ROSTO DE CADA RODADA REIMPRESSA
       01  WK-LINHA-ROSTO.
           05 FILLER               PIC X(01)     VALUE '1'.
           05 FILLER               PIC X(29)     VALUE
              '*** REIMPRESSAO DO RELATORIO '.
           05 WK-ROS-RELATORIO     PIC X(08).
           05 FILLER               PIC X(10)     VALUE
              ' - RODADA '.
           05 WK-ROS-DATA          PIC 9(08).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-ROS-HORA          PIC 9(06).
           05 FILLER               PIC X(14)     VALUE
              ' - PEDIDA POR '.
           05 WK-ROS-OPERADOR      PIC X(08).
           05 FILLER               PIC X(48)     VALUE SPACES.
       01  WK-LINHA-ROSTO-QUEBRA.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 FILLER               PIC X(15)     VALUE
              'SO A QUEBRA : '.
           05 WK-RQB-QUEBRA        PIC X(25).
           05 FILLER               PIC X(92)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           IF WK-PARM-QUEBRA = SPACES
               PERFORM 251-REIMPRIMIR-RODADAS
           ELSE
               PERFORM 201-REIMPRIMIR-QUEBRA
           END-IF.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-CARD FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           IF WK-PARM-RELATORIO = SPACES
            OR WK-PARM-OPERADOR = SPACES
               DISPLAY 'CARTAO SYSIN SEM RELATORIO OU SEM OPERADOR'
                       ' - REIMPRESSAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-PARM-DATA-INI NOT NUMERIC
            OR WK-PARM-DATA-FIM NOT NUMERIC
               DISPLAY 'DATAS DO CARTAO SYSIN INVALIDAS - '
                       'REIMPRESSAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-PARM-DATA-FIM = ZEROS
               MOVE 99999999 TO WK-PARM-DATA-FIM
           END-IF.
           IF WK-PARM-DATA-INI > WK-PARM-DATA-FIM
               DISPLAY 'DATA INICIAL ' WK-PARM-DATA-INI
                       ' POSTERIOR A FINAL ' WK-PARM-DATA-FIM
                       ' - REIMPRESSAO RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  ARQ-RELARQV.
           IF WK-FS-RELARQV NOT = '00'
               DISPLAY 'ERRO ' WK-FS-RELARQV
                       ' NO COMANDO OPEN RELARQV'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT  ARQ-RELIDX.
           IF WK-FS-RELIDX NOT = '00'
               DISPLAY 'ERRO ' WK-FS-RELIDX
                       ' NO COMANDO OPEN RELIDX'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-REIMPR.
           MOVE WK-PARM-RELATORIO TO WK-ROS-RELATORIO.
           MOVE WK-PARM-OPERADOR  TO WK-ROS-OPERADOR.
           MOVE WK-PARM-QUEBRA    TO WK-RQB-QUEBRA.
      ***************************************
      *    COM QUEBRA: O INDICE DA AS PAGINAS DA QUEBRA NO
      *    PERIODO E CADA PAGINA E LIDA DIRETO PELA CHAVE,
      *    BLOCO A BLOCO
       200-REIMPRIMIR SECTION.
       201-REIMPRIMIR-QUEBRA.
           MOVE WK-PARM-RELATORIO  TO FD-IDX-RELATORIO.
           MOVE WK-PARM-QUEBRA     TO FD-IDX-QUEBRA.
           MOVE WK-PARM-DATA-INI   TO FD-IDX-DATA.
           MOVE ZEROS              TO FD-IDX-HORA.
           MOVE ZEROS              TO FD-IDX-PAGINA.
           START ARQ-RELIDX KEY NOT < FD-IDX-CHAVE.
           EVALUATE WK-FS-RELIDX
               WHEN '00'
                   PERFORM 301-LER-RELIDX
                   PERFORM 210-PAGINA-DO-INDICE
                       UNTIL FIM-LEITURA
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-RELIDX
                           ' NO COMANDO START RELIDX'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       210-PAGINA-DO-INDICE.
           MOVE FD-IDX-RELATORIO   TO WK-PAG-RELATORIO.
           MOVE FD-IDX-DATA        TO WK-PAG-DATA.
           MOVE FD-IDX-HORA        TO WK-PAG-HORA.
           MOVE FD-IDX-PAGINA      TO WK-PAG-PAGINA.
           MOVE FD-IDX-QUEBRA      TO WK-PAG-QUEBRA.
           MOVE ZEROS              TO WK-PAG-TAM.
           PERFORM 220-LER-BLOCO
               VARYING WK-IND-BLOCO FROM 1 BY 1
               UNTIL WK-IND-BLOCO > FD-IDX-BLOCOS.
           PERFORM 501-IMPRIMIR-PAGINA.
           PERFORM 301-LER-RELIDX.
       220-LER-BLOCO.
           MOVE WK-PAG-RELATORIO   TO FD-ARV-RELATORIO.
           MOVE WK-PAG-DATA        TO FD-ARV-DATA.
           MOVE WK-PAG-HORA        TO FD-ARV-HORA.
           MOVE WK-PAG-PAGINA      TO FD-ARV-PAGINA.
           MOVE WK-IND-BLOCO       TO FD-ARV-BLOCO.
           READ ARQ-RELARQV.
           EVALUATE WK-FS-RELARQV
               WHEN '00'
                   PERFORM 230-EMENDAR-BLOCO
               WHEN '23'
                   DISPLAY 'BLOCO ' WK-IND-BLOCO ' DA PAGINA '
                           WK-PAG-PAGINA ' DE ' WK-PAG-DATA ' '
                           WK-PAG-HORA ' AUSENTE NO ARQUIVO'
                   ADD 1 TO WK-TOT-INCOMPLETAS
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-RELARQV
                           ' NO COMANDO READ RELARQV'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       230-EMENDAR-BLOCO.
           ADD 1 TO WK-REGS-LIDOS.
           IF FD-ARV-TAMANHO > ZEROS
               MOVE FD-ARV-DADOS(1:FD-ARV-TAMANHO)
                    TO WK-PAG-COMP(WK-PAG-TAM + 1:FD-ARV-TAMANHO)
               ADD FD-ARV-TAMANHO TO WK-PAG-TAM
           END-IF.
      *
      *    SEM QUEBRA: O ARQUIVO E LIDO EM SEQUENCIA A PARTIR
      *    DO RELATORIO E DATA INICIAL; A CHAVE JA DEIXA AS
      *    PAGINAS NA ORDEM EM QUE FORAM IMPRESSAS
       251-REIMPRIMIR-RODADAS.
           MOVE WK-PARM-RELATORIO  TO FD-ARV-RELATORIO.
           MOVE WK-PARM-DATA-INI   TO FD-ARV-DATA.
           MOVE ZEROS              TO FD-ARV-HORA.
           MOVE ZEROS              TO FD-ARV-PAGINA.
           MOVE ZEROS              TO FD-ARV-BLOCO.
           MOVE SPACES             TO WK-PAGINA-ATUAL.
           MOVE ZEROS              TO WK-PAG-TAM.
           START ARQ-RELARQV KEY NOT < FD-ARV-CHAVE.
           EVALUATE WK-FS-RELARQV
               WHEN '00'
                   PERFORM 401-LER-RELARQV
                   PERFORM 260-ACUMULAR-BLOCO
                       UNTIL FIM-LEITURA
                   IF WK-PAG-TAM > ZEROS
                       PERFORM 501-IMPRIMIR-PAGINA
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-RELARQV
                           ' NO COMANDO START RELARQV'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       260-ACUMULAR-BLOCO.
           IF FD-ARV-CHAVE(1:27) NOT = WK-PAGINA-ATUAL
               IF WK-PAG-TAM > ZEROS
                   PERFORM 501-IMPRIMIR-PAGINA
               END-IF
               MOVE FD-ARV-CHAVE(1:27) TO WK-PAGINA-ATUAL
               MOVE FD-ARV-QUEBRA      TO WK-PAG-QUEBRA
               MOVE ZEROS              TO WK-PAG-TAM
           END-IF.
           PERFORM 230-EMENDAR-BLOCO.
           PERFORM 401-LER-RELARQV.
      ***************************************
      *    A LEITURA PARA NA PRIMEIRA ENTRADA FORA DO PEDIDO
       300-LER-RELIDX SECTION.
       301-LER-RELIDX.
           READ ARQ-RELIDX NEXT RECORD.
           EVALUATE WK-FS-RELIDX
               WHEN '00'
                   IF FD-IDX-RELATORIO NOT = WK-PARM-RELATORIO
                    OR FD-IDX-QUEBRA NOT = WK-PARM-QUEBRA
                    OR FD-IDX-DATA > WK-PARM-DATA-FIM
                       SET FIM-LEITURA TO TRUE
                   END-IF
               WHEN '10'
                   SET FIM-LEITURA TO TRUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-RELIDX
                           ' NO COMANDO READ NEXT RELIDX'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       400-LER-RELARQV SECTION.
       401-LER-RELARQV.
           READ ARQ-RELARQV NEXT RECORD.
           EVALUATE WK-FS-RELARQV
               WHEN '00'
                   IF FD-ARV-RELATORIO NOT = WK-PARM-RELATORIO
                    OR FD-ARV-DATA > WK-PARM-DATA-FIM
                       SET FIM-LEITURA TO TRUE
                   END-IF
               WHEN '10'
                   SET FIM-LEITURA TO TRUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-RELARQV
                           ' NO COMANDO READ NEXT RELARQV'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
      *    DESCOMPACTA A PAGINA LINHA A LINHA: CARRO (1),
      *    TAMANHO (3) E O TEXTO, ONDE '~' + 2 DIGITOS SAO
      *    BRANCOS E '~00' E O PROPRIO '~'. A RODADA NOVA
      *    ABRE COM A PAGINA DE ROSTO
       500-IMPRIMIR SECTION.
       501-IMPRIMIR-PAGINA.
           IF WK-PAG-DATA NOT = WK-ROD-DATA
            OR WK-PAG-HORA NOT = WK-ROD-HORA
               MOVE WK-PAG-DATA TO WK-ROD-DATA
               MOVE WK-PAG-HORA TO WK-ROD-HORA
               MOVE WK-PAG-DATA TO WK-ROS-DATA
               MOVE WK-PAG-HORA TO WK-ROS-HORA
               ADD 1 TO WK-TOT-RODADAS
               WRITE REG-REIMPR FROM WK-LINHA-ROSTO
               IF WK-PARM-QUEBRA NOT = SPACES
                   WRITE REG-REIMPR FROM WK-LINHA-ROSTO-QUEBRA
               END-IF
           END-IF.
           MOVE 1 TO WK-POS-COMP.
           PERFORM 510-DESCOMPACTAR-LINHA
               UNTIL WK-POS-COMP > WK-PAG-TAM.
           ADD 1 TO WK-TOT-PAGINAS.
       510-DESCOMPACTAR-LINHA.
           MOVE SPACES TO REG-REIMPR.
           MOVE WK-PAG-COMP(WK-POS-COMP:1) TO FD-RIM-CARRO.
           MOVE WK-PAG-COMP(WK-POS-COMP + 1:3) TO WK-TAM-LINHA.
           ADD 4 TO WK-POS-COMP.
           COMPUTE WK-FIM-LINHA = WK-POS-COMP + WK-TAM-LINHA.
           MOVE 1 TO WK-POS-TEXTO.
           PERFORM 520-DESCOMPACTAR-POSICAO
               UNTIL WK-POS-COMP >= WK-FIM-LINHA.
           WRITE REG-REIMPR.
           ADD 1 TO WK-TOT-LINHAS.
       520-DESCOMPACTAR-POSICAO.
           IF WK-PAG-COMP(WK-POS-COMP:1) = '~'
               MOVE WK-PAG-COMP(WK-POS-COMP + 1:2)
                    TO WK-QTDE-BRANCOS
               IF WK-QTDE-BRANCOS = ZEROS
                   MOVE '~' TO FD-RIM-TEXTO(WK-POS-TEXTO:1)
                   ADD 1 TO WK-POS-TEXTO
               ELSE
                   ADD WK-QTDE-BRANCOS TO WK-POS-TEXTO
               END-IF
               ADD 3 TO WK-POS-COMP
           ELSE
               MOVE WK-PAG-COMP(WK-POS-COMP:1)
                    TO FD-RIM-TEXTO(WK-POS-TEXTO:1)
               ADD 1 TO WK-POS-TEXTO
               ADD 1 TO WK-POS-COMP
           END-IF.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'RELATORIO             = ' WK-PARM-RELATORIO.
           DISPLAY 'RODADAS REIMPRESSAS   = ' WK-TOT-RODADAS.
           DISPLAY 'PAGINAS REIMPRESSAS   = ' WK-TOT-PAGINAS.
           DISPLAY 'LINHAS REIMPRESSAS    = ' WK-TOT-LINHAS.
           DISPLAY 'BLOCOS AUSENTES       = ' WK-TOT-INCOMPLETAS.
           IF WK-TOT-PAGINAS = ZEROS
               DISPLAY 'NENHUMA PAGINA ARQUIVADA PARA O PEDIDO'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WK-TOT-INCOMPLETAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 920-GRAVAR-RELLOG.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-RELARQV.
           CLOSE ARQ-RELIDX.
           CLOSE ARQ-REIMPR.
      ***************************************
       920-GRAVAR-RELLOG.
           OPEN EXTEND ARQ-RELLOG.
           MOVE SPACES             TO REG-RELLOG.
           MOVE WK-DATA-EXEC       TO FD-RLG-DATA.
           MOVE WK-HORA-EXEC       TO FD-RLG-HORA.
           MOVE WK-PARM-OPERADOR   TO FD-RLG-OPERADOR.
           MOVE WK-PARM-RELATORIO  TO FD-RLG-RELATORIO.
           MOVE WK-PARM-DATA-INI   TO FD-RLG-DATA-INI.
           MOVE WK-PARM-DATA-FIM   TO FD-RLG-DATA-FIM.
           MOVE WK-PARM-QUEBRA     TO FD-RLG-QUEBRA.
           MOVE WK-TOT-PAGINAS     TO FD-RLG-PAGINAS.
           WRITE REG-RELLOG.
           CLOSE ARQ-RELLOG.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES             TO REG-CTLLOG.
           MOVE 'ALUNO177'         TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC       TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC       TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS      TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-INCOMPLETAS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
