       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO169.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MINI-EXTRATO ON-LINE (CICS) DO CLIENTE:      *
      *    RECEBE OPERADOR, CODIGO E PAGINA DIGITADOS   *
      *    NO BALCAO E DEVOLVE DEZ MOVIMENTOS POR       *
      *    PAGINA, DO MAIS RECENTE PARA O MAIS ANTIGO:  *
      *    PRIMEIRO OS PENDENTES DO DIA (MOVPEND,       *
      *    CAPTADOS PELO ALUNO68 E AINDA NAO POSTADOS), *
      *    DEPOIS O HISTORICO DOS POSTADOS (KSDS        *
      *    MOVHIST DO ALUNO168) COM O SALDO DA CONTA    *
      *    APOS CADA MOVIMENTO. O OPERADOR AVANCA OU    *
      *    VOLTA DIGITANDO A PAGINA SEGUINTE OU A       *
      *    ANTERIOR; O RODAPE AVISA SE HA MAIS. CADA    *
      *    CONSULTA E GRAVADA NO ARQUIVO DE AUDITORIA   *
      *    AUDEXTR (SO OPERADOR CADASTRADO NO OPERSEC)  *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WK-ENTRADA.
           05 WK-ENT-TRANSACAO      PIC X(04).
           05 FILLER                PIC X(01).
           05 WK-ENT-OPERADOR       PIC X(08).
           05 WK-ENT-CODIGO         PIC 9(05).
           05 WK-ENT-PAGINA         PIC 9(03).
       77  WK-TAM-ENTRADA    PIC S9(4) COMP     VALUE +21.
      *
      *    IMAGEM DO REGISTRO DO MESTRE VSAM
           COPY CLIVSAM.
      *
      *    MOVIMENTO PENDENTE (MESMO LAYOUT GRAVADO PELO
      *    ALUNO68: CHAVE CODIGO+NOTA E IMAGEM LANCAM)
       01  REG-MOVPEND.
           05 FD-MVP-CHAVE.
              10 FD-MVP-CODIGO      PIC 9(5).
              10 FD-MVP-NOTA        PIC 9(6).
           05 FD-MVP-TIPO           PIC X(01).
           05 FD-MVP-CONTA          PIC X(01).
           05 FD-MVP-VALOR          PIC 9(6)V99.
           05 FD-MVP-DATA           PIC 9(8).
           05 FILLER                PIC X(51).
      *
      *    HISTORICO DOS POSTADOS, LIDO DE TRAS PARA FRENTE
           COPY MOVHIST.
      *
      *    CHAVE DO BROWSE NO MOVHIST: O CODIGO DO CLIENTE
      *    SEGUIDO DE HIGH-VALUES POSICIONA DEPOIS DO
      *    ULTIMO MOVIMENTO DELE
       01  WK-CHAVE-HIST.
           05 WK-CHH-CODIGO         PIC 9(5).
           05 WK-CHH-RESTO          PIC X(13).
      *
      *    SEGURANCA DO OPERADOR (KSDS OPERSEC ON-LINE)
           COPY OPERSEC.
      *
      *    TRILHA DE AUDITORIA DAS CONSULTAS
           COPY AUDEXTR.
      *
       77  WK-ABSTIME        PIC S9(15) COMP-3  VALUE ZEROS.
       77  WK-DATA-HOJE      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-AGORA     PIC 9(6)           VALUE ZEROS.
       77  WK-RESP           PIC S9(8) COMP     VALUE ZEROS.
       01  WK-MSG-ERRO       PIC X(40)          VALUE SPACES.
      *
      *    PAGINACAO: PULA OS MOVIMENTOS DAS PAGINAS
      *    ANTERIORES E LE UM A MAIS PARA SABER SE HA MAIS
       77  WK-LINHAS-PAGINA  PIC 9(02)          VALUE 10.
       77  WK-PULAR          PIC 9(05)          VALUE ZEROS.
       77  WK-QTDE-VISTOS    PIC 9(05)          VALUE ZEROS.
       77  WK-QTDE-LINHAS    PIC 9(02)          VALUE ZEROS.
       77  WK-QTDE-PEND      PIC 9(02)          VALUE ZEROS.
       77  WK-QTDE-HIST      PIC 9(02)          VALUE ZEROS.
       77  WK-PROXIMA-PAGINA PIC 9(03)          VALUE ZEROS.
       77  WK-TEM-MAIS       PIC X              VALUE 'N'.
           88 HA-MAIS-MOVIMENTOS                VALUE 'S'.
       77  WK-ORIGEM         PIC X              VALUE SPACE.
           88 ORIGEM-PENDENTE                   VALUE 'P'.
           88 ORIGEM-HISTORICO                  VALUE 'H'.
      *
       01  WK-DATA-AUX       PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-AUX-R REDEFINES WK-DATA-AUX.
           05 WK-AUX-ANO            PIC 9(4).
           05 WK-AUX-MES            PIC 99.
           05 WK-AUX-DIA            PIC 99.
      *
       01  WK-LINHA-DET.
           05 WK-DET-DIA            PIC 99.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WK-DET-MES            PIC 99.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WK-DET-ANO            PIC 9(4).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WK-DET-NOTA           PIC 9(6).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WK-DET-TIPO           PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WK-DET-CONTA          PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WK-DET-CANAL          PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WK-DET-VALOR          PIC ZZZ.ZZ9,99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WK-DET-SALDO          PIC -ZZ.ZZ9,99.
           05 WK-DET-SALDO-X REDEFINES WK-DET-SALDO
                                    PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WK-DET-SITUACAO       PIC X(08).
           05 FILLER                PIC X(03) VALUE SPACES.
      *
       01  WK-SAIDA.
           05 WK-SAI-LINHA1.
              10 FILLER             PIC X(08) VALUE 'CLIENTE '.
              10 WK-SAI-CODIGO      PIC 9(5).
              10 FILLER             PIC X(01) VALUE SPACE.
              10 WK-SAI-NOME        PIC X(25).
              10 FILLER             PIC X(08) VALUE ' PAGINA '.
              10 WK-SAI-PAGINA      PIC ZZ9.
              10 FILLER             PIC X(10) VALUE SPACES.
           05 WK-SAI-LINHA2.
              10 FILLER             PIC X(11) VALUE 'DATA'.
              10 FILLER             PIC X(07) VALUE 'NOTA'.
              10 FILLER             PIC X(09) VALUE 'TP CT CN'.
              10 FILLER             PIC X(11) VALUE '     VALOR'.
              10 FILLER             PIC X(11) VALUE '     SALDO'.
              10 FILLER             PIC X(11) VALUE 'SITUACAO'.
           05 WK-SAI-CORPO.
              10 WK-SAI-MOVTOS      OCCURS 10 TIMES.
                 15 WK-SAI-MOV-TEXTO PIC X(60).
              10 WK-SAI-RODAPE      PIC X(60).
       77  WK-TAM-SAIDA      PIC S9(4) COMP     VALUE +780.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR.
           PERFORM 901-FINALIZAR.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           EXEC CICS RECEIVE
               INTO(WK-ENTRADA)
               LENGTH(WK-TAM-ENTRADA)
               RESP(WK-RESP)
           END-EXEC.
           EXEC CICS ASKTIME
               ABSTIME(WK-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WK-ABSTIME)
               YYYYMMDD(WK-DATA-HOJE)
               TIME(WK-HORA-AGORA)
           END-EXEC.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           PERFORM 205-VALIDAR-OPERADOR.
           EVALUATE TRUE
               WHEN WK-MSG-ERRO NOT = SPACES
                   PERFORM 290-ENVIAR-ERRO
               WHEN WK-ENT-CODIGO NOT NUMERIC
                OR WK-ENT-CODIGO = ZEROS
                   MOVE 'CODIGO DE CLIENTE INVALIDO' TO WK-MSG-ERRO
                   PERFORM 290-ENVIAR-ERRO
               WHEN WK-ENT-PAGINA NOT NUMERIC
                OR WK-ENT-PAGINA = ZEROS
                   MOVE 'PAGINA INVALIDA (001-999)' TO WK-MSG-ERRO
                   PERFORM 290-ENVIAR-ERRO
               WHEN OTHER
                   PERFORM 210-LER-CLIENTE
           END-EVALUATE.
      *
      *    O EXTRATO E DADO SIGILOSO: SO OPERADOR CADASTRADO
      *    NO OPERSEC CONSULTA, E A CONSULTA FICA GRAVADA
       205-VALIDAR-OPERADOR.
           MOVE SPACES TO WK-MSG-ERRO.
           MOVE WK-ENT-OPERADOR TO FD-SEC-OPERADOR.
           EXEC CICS READ
               FILE('OPERSEC')
               INTO(REG-OPERSEC)
               RIDFLD(FD-SEC-OPERADOR)
               RESP(WK-RESP)
           END-EXEC.
           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'OPERADOR NAO CADASTRADO' TO WK-MSG-ERRO
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DO OPERSEC' TO WK-MSG-ERRO
           END-EVALUATE.
       210-LER-CLIENTE.
           MOVE WK-ENT-CODIGO TO FD-VSM-CODIGO.
           EXEC CICS READ
               FILE('CLIVSAM')
               INTO(REG-CLIVSAM)
               RIDFLD(FD-VSM-CODIGO)
               RESP(WK-RESP)
           END-EXEC.
           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 220-MONTAR-EXTRATO
               WHEN DFHRESP(NOTFND)
                   MOVE 'CLIENTE NAO CADASTRADO' TO WK-MSG-ERRO
                   PERFORM 290-ENVIAR-ERRO
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DO MESTRE' TO WK-MSG-ERRO
                   PERFORM 290-ENVIAR-ERRO
           END-EVALUATE.
       220-MONTAR-EXTRATO.
           MOVE FD-VSM-CODIGO     TO WK-SAI-CODIGO.
           MOVE FD-VSM-NOME       TO WK-SAI-NOME.
           MOVE WK-ENT-PAGINA     TO WK-SAI-PAGINA.
           MOVE SPACES            TO WK-SAI-CORPO.
           COMPUTE WK-PULAR = (WK-ENT-PAGINA - 1) * WK-LINHAS-PAGINA.
           MOVE 'N'               TO WK-TEM-MAIS.
           PERFORM 230-LISTAR-PENDENTES.
           IF NOT HA-MAIS-MOVIMENTOS
               PERFORM 240-LISTAR-HISTORICO
           END-IF.
           IF WK-MSG-ERRO NOT = SPACES
               PERFORM 290-ENVIAR-ERRO
           ELSE
               PERFORM 270-GRAVAR-AUDITORIA
               PERFORM 280-ENVIAR-EXTRATO
           END-IF.
      *
      *    PENDENTES DO DIA NO TOPO DO EXTRATO, POR BROWSE NA
      *    CHAVE PARCIAL (SEM SALDO: AINDA NAO POSTADOS)
       230-LISTAR-PENDENTES.
           SET ORIGEM-PENDENTE TO TRUE.
           MOVE WK-ENT-CODIGO TO FD-MVP-CODIGO.
           MOVE ZEROS         TO FD-MVP-NOTA.
           EXEC CICS STARTBR
               FILE('MOVPEND')
               RIDFLD(FD-MVP-CHAVE)
               RESP(WK-RESP)
           END-EXEC.
           IF WK-RESP = DFHRESP(NORMAL)
               PERFORM 231-PROXIMO-PENDENTE
                   UNTIL HA-MAIS-MOVIMENTOS
                      OR WK-RESP NOT = DFHRESP(NORMAL)
                      OR FD-MVP-CODIGO NOT = WK-ENT-CODIGO
               EXEC CICS ENDBR
                   FILE('MOVPEND')
               END-EXEC
           END-IF.
       231-PROXIMO-PENDENTE.
           EXEC CICS READNEXT
               FILE('MOVPEND')
               INTO(REG-MOVPEND)
               RIDFLD(FD-MVP-CHAVE)
               RESP(WK-RESP)
           END-EXEC.
           IF WK-RESP = DFHRESP(NORMAL)
            AND FD-MVP-CODIGO = WK-ENT-CODIGO
               MOVE FD-MVP-DATA    TO WK-DATA-AUX
               MOVE FD-MVP-NOTA    TO WK-DET-NOTA
               MOVE FD-MVP-TIPO    TO WK-DET-TIPO
               MOVE FD-MVP-CONTA   TO WK-DET-CONTA
               MOVE 'C'            TO WK-DET-CANAL
               MOVE FD-MVP-VALOR   TO WK-DET-VALOR
               MOVE SPACES         TO WK-DET-SALDO-X
               MOVE 'PENDENTE'     TO WK-DET-SITUACAO
               PERFORM 260-ACRESCENTAR-LINHA
           END-IF.
      *
      *    POSTADOS DO MAIS RECENTE PARA O MAIS ANTIGO. O
      *    STARTBR COM O CODIGO + HIGH-VALUES PARA NO PRIMEIRO
      *    REGISTRO DO CLIENTE SEGUINTE: O READNEXT O LE E O
      *    PRIMEIRO READPREV DEVOLVE O MESMO REGISTRO (TROCA
      *    DE DIRECAO), DESCARTADO. SEM CLIENTE SEGUINTE O
      *    BROWSE RECOMECA NO FIM DO ARQUIVO
       240-LISTAR-HISTORICO.
           SET ORIGEM-HISTORICO TO TRUE.
           MOVE WK-ENT-CODIGO TO WK-CHH-CODIGO.
           MOVE HIGH-VALUES   TO WK-CHH-RESTO.
           EXEC CICS STARTBR
               FILE('MOVHIST')
               RIDFLD(WK-CHAVE-HIST)
               GTEQ
               RESP(WK-RESP)
           END-EXEC.
           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM 242-PASSAR-CLIENTE-SEGUINTE
               WHEN DFHRESP(NOTFND)
                   PERFORM 243-POSICIONAR-FIM
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DO HISTORICO'
                        TO WK-MSG-ERRO
           END-EVALUATE.
           IF WK-RESP = DFHRESP(NORMAL)
               MOVE WK-ENT-CODIGO TO FD-MHS-CODIGO
               PERFORM 241-ANTERIOR-HISTORICO
                   UNTIL HA-MAIS-MOVIMENTOS
                      OR WK-RESP NOT = DFHRESP(NORMAL)
                      OR FD-MHS-CODIGO NOT = WK-ENT-CODIGO
               EXEC CICS ENDBR
                   FILE('MOVHIST')
               END-EXEC
           END-IF.
       241-ANTERIOR-HISTORICO.
           EXEC CICS READPREV
               FILE('MOVHIST')
               INTO(REG-MOVHIST)
               RIDFLD(WK-CHAVE-HIST)
               RESP(WK-RESP)
           END-EXEC.
           IF WK-RESP = DFHRESP(NORMAL)
            AND FD-MHS-CODIGO = WK-ENT-CODIGO
               MOVE FD-MHS-DATA-POST TO WK-DATA-AUX
               MOVE FD-MHS-NOTA    TO WK-DET-NOTA
               MOVE FD-MHS-TIPO    TO WK-DET-TIPO
               MOVE FD-MHS-CONTA   TO WK-DET-CONTA
               MOVE FD-MHS-CANAL   TO WK-DET-CANAL
               MOVE FD-MHS-VALOR   TO WK-DET-VALOR
               MOVE FD-MHS-SALDO   TO WK-DET-SALDO
               MOVE 'POSTADO'      TO WK-DET-SITUACAO
               PERFORM 260-ACRESCENTAR-LINHA
           END-IF.
       242-PASSAR-CLIENTE-SEGUINTE.
           EXEC CICS READNEXT
               FILE('MOVHIST')
               INTO(REG-MOVHIST)
               RIDFLD(WK-CHAVE-HIST)
               RESP(WK-RESP)
           END-EXEC.
           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   EXEC CICS READPREV
                       FILE('MOVHIST')
                       INTO(REG-MOVHIST)
                       RIDFLD(WK-CHAVE-HIST)
                       RESP(WK-RESP)
                   END-EXEC
                   IF WK-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'ERRO NA LEITURA DO HISTORICO'
                            TO WK-MSG-ERRO
                       EXEC CICS ENDBR
                           FILE('MOVHIST')
                       END-EXEC
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   EXEC CICS ENDBR
                       FILE('MOVHIST')
                   END-EXEC
                   PERFORM 243-POSICIONAR-FIM
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DO HISTORICO'
                        TO WK-MSG-ERRO
                   EXEC CICS ENDBR
                       FILE('MOVHIST')
                   END-EXEC
           END-EVALUATE.
       243-POSICIONAR-FIM.
           MOVE HIGH-VALUES TO WK-CHAVE-HIST.
           EXEC CICS STARTBR
               FILE('MOVHIST')
               RIDFLD(WK-CHAVE-HIST)
               GTEQ
               RESP(WK-RESP)
           END-EXEC.
           IF WK-RESP NOT = DFHRESP(NORMAL)
            AND WK-RESP NOT = DFHRESP(NOTFND)
               MOVE 'ERRO NA LEITURA DO HISTORICO'
                    TO WK-MSG-ERRO
           END-IF.
      *
      *    OS MOVIMENTOS DAS PAGINAS ANTERIORES SO SAO
      *    CONTADOS; O PRIMEIRO DEPOIS DA PAGINA CHEIA SO
      *    AVISA QUE HA MAIS
       260-ACRESCENTAR-LINHA.
           ADD 1 TO WK-QTDE-VISTOS.
           IF WK-QTDE-VISTOS > WK-PULAR
               IF WK-QTDE-LINHAS < WK-LINHAS-PAGINA
                   MOVE WK-AUX-DIA TO WK-DET-DIA
                   MOVE WK-AUX-MES TO WK-DET-MES
                   MOVE WK-AUX-ANO TO WK-DET-ANO
                   ADD 1 TO WK-QTDE-LINHAS
                   MOVE WK-LINHA-DET
                        TO WK-SAI-MOV-TEXTO(WK-QTDE-LINHAS)
                   IF ORIGEM-PENDENTE
                       ADD 1 TO WK-QTDE-PEND
                   ELSE
                       ADD 1 TO WK-QTDE-HIST
                   END-IF
               ELSE
                   SET HA-MAIS-MOVIMENTOS TO TRUE
               END-IF
           END-IF.
       270-GRAVAR-AUDITORIA.
           MOVE SPACES          TO REG-AUDEXTR.
           MOVE WK-ENT-CODIGO   TO FD-AEX-CODIGO.
           MOVE WK-DATA-HOJE    TO FD-AEX-DATA.
           MOVE WK-HORA-AGORA   TO FD-AEX-HORA.
           MOVE WK-ENT-OPERADOR TO FD-AEX-OPERADOR.
           MOVE WK-ENT-PAGINA   TO FD-AEX-PAGINA.
           MOVE WK-QTDE-PEND    TO FD-AEX-QTDE-PEND.
           MOVE WK-QTDE-HIST    TO FD-AEX-QTDE-HIST.
           EXEC CICS WRITE
               FILE('AUDEXTR')
               FROM(REG-AUDEXTR)
               RIDFLD(FD-AEX-CHAVE)
               RESP(WK-RESP)
           END-EXEC.
       280-ENVIAR-EXTRATO.
           EVALUATE TRUE
               WHEN WK-QTDE-LINHAS = ZEROS AND WK-ENT-PAGINA = 1
                   MOVE 'NENHUM MOVIMENTO PARA O CLIENTE'
                        TO WK-MSG-ERRO
                   PERFORM 290-ENVIAR-ERRO
               WHEN WK-QTDE-LINHAS = ZEROS
                   MOVE 'PAGINA ALEM DO FIM DO EXTRATO'
                        TO WK-MSG-ERRO
                   PERFORM 290-ENVIAR-ERRO
               WHEN OTHER
                   IF HA-MAIS-MOVIMENTOS
                       COMPUTE WK-PROXIMA-PAGINA = WK-ENT-PAGINA + 1
                       STRING 'HA MAIS MOVIMENTOS - PROXIMA PAGINA '
                              WK-PROXIMA-PAGINA
                              DELIMITED BY SIZE
                              INTO WK-SAI-RODAPE
                       END-STRING
                   ELSE
                       MOVE 'FIM DO EXTRATO' TO WK-SAI-RODAPE
                   END-IF
                   EXEC CICS SEND
                       FROM(WK-SAIDA)
                       LENGTH(WK-TAM-SAIDA)
                       ERASE
                   END-EXEC
           END-EVALUATE.
       290-ENVIAR-ERRO.
           EXEC CICS SEND
               FROM(WK-MSG-ERRO)
               LENGTH(+40)
               ERASE
           END-EXEC.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXEC CICS RETURN
           END-EXEC.
