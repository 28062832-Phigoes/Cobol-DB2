       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO172.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    CAPTACAO ON-LINE (CICS) DE PEDIDOS DE TED:   *
      *    ACAO T = NOVO PEDIDO (CLIENTE, NOTA, VALOR E *
      *    BANCO/AGENCIA/CONTA DE DESTINO), COM AS      *
      *    CRITICAS DO DESPACHO DO ALUNO97, O VALOR     *
      *    CONFERIDO CONTRA A POSICAO SOMBRA INTRADIA   *
      *    DO CLIVSAM MAIS O LIMITE E CONTRA O TETO     *
      *    DIARIO DO CANAL INTERNET (LIMCANAL, MESMA    *
      *    REGRA DO ALUNO09: SOMA OS DEBITOS DO DIA JA  *
      *    CAPTADOS NO MOVPEND E AS TED DO DIA). O      *
      *    PEDIDO ACEITO VAI PARA O KSDS TEDON, QUE O   *
      *    ALUNO173 DESCARREGA NO TRANSREQ DO DESPACHO, *
      *    E O VALOR FICA RESERVADO NA SOMBRA INTRADIA. *
      *    ACAO C = SITUACAO DO PEDIDO (CLIENTE+NOTA):  *
      *    CAPTADO HOJE, DESPACHADO AGUARDANDO          *
      *    CONFIRMACAO (COPIA ON-LINE DO PENDCONF       *
      *    CARREGADA PELO ALUNO174) OU SEM PENDENCIA    *
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
           05 WK-ENT-ACAO           PIC X(01).
           05 WK-ENT-CODIGO         PIC 9(05).
           05 WK-ENT-NOTA           PIC 9(06).
           05 WK-ENT-VALOR          PIC 9(6)V99.
           05 WK-ENT-BANCO-DEST     PIC 9(03).
           05 WK-ENT-AGENCIA-DEST   PIC 9(04).
           05 WK-ENT-CONTA-DEST     PIC X(10).
           05 WK-ENT-EMPRESA        PIC 99.
       77  WK-TAM-ENTRADA    PIC S9(4) COMP     VALUE +52.
      *
      *    IMAGEM DO REGISTRO DO MESTRE VSAM
           COPY CLIVSAM.
      *
      *    SEGURANCA DO OPERADOR (KSDS OPERSEC ON-LINE)
           COPY OPERSEC.
      *
      *    PEDIDOS DE TED CAPTADOS NO DIA
           COPY TEDON.
      *
      *    MOVIMENTO PENDENTE (MESMO LAYOUT GRAVADO PELO
      *    ALUNO68: CHAVE CODIGO+NOTA)
       01  REG-MOVPEND.
           05 FD-MVP-CHAVE.
              10 FD-MVP-CODIGO      PIC 9(5).
              10 FD-MVP-NOTA        PIC 9(6).
           05 FD-MVP-TIPO           PIC X(01).
           05 FD-MVP-CONTA          PIC X(01).
           05 FD-MVP-VALOR          PIC 9(6)V99.
           05 FD-MVP-DATA           PIC 9(8).
           05 FD-MVP-EMPRESA        PIC 99.
           05 FILLER                PIC X(49).
      *
      *    COPIA ON-LINE DO PENDCONF (MESMO LAYOUT DO
      *    ALUNO97, CHAVE CODIGO+NOTA)
       01  REG-PENDCONF.
           05 FD-PCF-CHAVE.
              10 FD-PCF-CODIGO      PIC 9(5).
              10 FD-PCF-NOTA        PIC 9(6).
           05 FD-PCF-VALOR          PIC 9(6)V99.
           05 FD-PCF-BANCO-DEST     PIC 9(3).
           05 FD-PCF-AGENCIA-DEST   PIC 9(4).
           05 FD-PCF-CONTA-DEST     PIC X(10).
           05 FD-PCF-DATA-ENVIO     PIC 9(8).
           05 FD-PCF-EMPRESA        PIC 99.
           05 FILLER                PIC X(34).
      *
      *    COPIA ON-LINE DO LIMCANAL (CHAVE CODIGO+CANAL)
       01  REG-LIMCANAL.
           05 FD-LCN-CHAVE.
              10 FD-LCN-CODIGO      PIC 9(5).
              10 FD-LCN-CANAL       PIC X(01).
           05 FD-LCN-LIMITE-DIA     PIC 9(7)V99.
           05 FILLER                PIC X(05).
      *
       77  WK-ABSTIME        PIC S9(15) COMP-3  VALUE ZEROS.
       77  WK-DATA-HOJE      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-AGORA     PIC 9(6)           VALUE ZEROS.
       77  WK-RESP           PIC S9(8) COMP     VALUE ZEROS.
       01  WK-MENSAGEM       PIC X(60)          VALUE SPACES.
      *
      *    CONFERENCIA DO VALOR: DISPONIVEL NA SOMBRA E TETO
      *    DO CANAL (O TOTAL DO DIA INCLUI O PEDIDO NOVO)
       77  WK-DISPONIVEL     PIC S9(7)V99       VALUE ZEROS.
       77  WK-ACUM-CANAL-INT PIC 9(8)V99        VALUE ZEROS.
      *
       01  WK-DATA-AUX       PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-AUX-R REDEFINES WK-DATA-AUX.
           05 WK-AUX-ANO            PIC 9(4).
           05 WK-AUX-MES            PIC 99.
           05 WK-AUX-DIA            PIC 99.
       01  WK-DATA-EDIT.
           05 WK-EDT-DIA            PIC 99.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WK-EDT-MES            PIC 99.
           05 FILLER                PIC X(01) VALUE '/'.
           05 WK-EDT-ANO            PIC 9(4).
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
               WHEN WK-MENSAGEM NOT = SPACES
                   CONTINUE
               WHEN WK-ENT-CODIGO NOT NUMERIC
                OR WK-ENT-CODIGO = ZEROS
                   MOVE 'CODIGO DE CLIENTE INVALIDO' TO WK-MENSAGEM
               WHEN WK-ENT-NOTA NOT NUMERIC
                OR WK-ENT-NOTA = ZEROS
                   MOVE 'NOTA INVALIDA' TO WK-MENSAGEM
               WHEN WK-ENT-ACAO = 'T'
                   PERFORM 210-CAPTAR-PEDIDO
               WHEN WK-ENT-ACAO = 'C'
                   PERFORM 250-CONSULTAR-PEDIDO
               WHEN OTHER
                   MOVE 'ACAO DEVE SER T OU C' TO WK-MENSAGEM
           END-EVALUATE.
           PERFORM 290-ENVIAR-MENSAGEM.
      *
      *    SO OPERADOR CADASTRADO NO OPERSEC CAPTA OU CONSULTA
       205-VALIDAR-OPERADOR.
           MOVE SPACES TO WK-MENSAGEM.
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
                   MOVE 'OPERADOR NAO CADASTRADO' TO WK-MENSAGEM
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DO OPERSEC' TO WK-MENSAGEM
           END-EVALUATE.
      *
      *    MESMAS CRITICAS DO DESPACHO (ALUNO97); O DESTINO
      *    PRECISA DE AGENCIA E CONTA PARA O INTERCAMBIO
       210-CAPTAR-PEDIDO.
           EVALUATE TRUE
               WHEN WK-ENT-VALOR NOT NUMERIC
                OR WK-ENT-VALOR = ZEROS
                   MOVE 'VALOR INVALIDO' TO WK-MENSAGEM
               WHEN WK-ENT-BANCO-DEST NOT NUMERIC
                OR WK-ENT-BANCO-DEST = ZEROS
                   MOVE 'BANCO DESTINO INVALIDO' TO WK-MENSAGEM
               WHEN WK-ENT-AGENCIA-DEST NOT NUMERIC
                   MOVE 'AGENCIA DESTINO INVALIDA' TO WK-MENSAGEM
               WHEN WK-ENT-CONTA-DEST = SPACES
                   MOVE 'CONTA DESTINO NAO INFORMADA' TO WK-MENSAGEM
               WHEN OTHER
                   PERFORM 215-LER-CLIENTE-UPDATE
           END-EVALUATE.
           IF WK-MENSAGEM = SPACES
               PERFORM 220-CONFERIR-SALDO
           END-IF.
           IF WK-MENSAGEM = SPACES
               PERFORM 230-CONFERIR-CANAL
           END-IF.
           IF WK-MENSAGEM = SPACES
               PERFORM 240-GRAVAR-PEDIDO
           END-IF.
           IF WK-MENSAGEM = SPACES
               PERFORM 245-RESERVAR-VALOR
           END-IF.
      *
      *    O REGISTRO FICA PRESO ATE A RESERVA, PARA DOIS
      *    PEDIDOS SIMULTANEOS NAO USAREM O MESMO SALDO
       215-LER-CLIENTE-UPDATE.
           MOVE WK-ENT-CODIGO TO FD-VSM-CODIGO.
           EXEC CICS READ
               FILE('CLIVSAM')
               INTO(REG-CLIVSAM)
               RIDFLD(FD-VSM-CODIGO)
               UPDATE
               RESP(WK-RESP)
           END-EXEC.
           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   IF FD-VSM-SITUACAO NOT = 'A'
                       MOVE 'CLIENTE NAO ESTA ATIVO' TO WK-MENSAGEM
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'CLIENTE NAO CADASTRADO' TO WK-MENSAGEM
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DO MESTRE' TO WK-MENSAGEM
           END-EVALUATE.
      *
      *    A TED SAI DA CONTA CORRENTE: POSICAO DO DIA MAIS
      *    O LIMITE DE CHEQUE ESPECIAL
       220-CONFERIR-SALDO.
           COMPUTE WK-DISPONIVEL = FD-VSM-SALDO-INTRA
                                 + FD-VSM-LIMITE.
           IF WK-ENT-VALOR > WK-DISPONIVEL
               MOVE 'SALDO INTRADIA + LIMITE INSUFICIENTE'
                    TO WK-MENSAGEM
           END-IF.
      *
      *    TETO DIARIO DO CANAL INTERNET: SEM TETO CADASTRADO
      *    PARA O CLIENTE O CANAL NAO E LIMITADO
       230-CONFERIR-CANAL.
           MOVE WK-ENT-CODIGO TO FD-LCN-CODIGO.
           MOVE 'I'           TO FD-LCN-CANAL.
           EXEC CICS READ
               FILE('LIMCVSAM')
               INTO(REG-LIMCANAL)
               RIDFLD(FD-LCN-CHAVE)
               RESP(WK-RESP)
           END-EXEC.
           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WK-ENT-VALOR TO WK-ACUM-CANAL-INT
                   PERFORM 231-SOMAR-PENDENTES
                   PERFORM 233-SOMAR-TEDS
                   IF WK-ACUM-CANAL-INT > FD-LCN-LIMITE-DIA
                       MOVE 'TETO DIARIO DO CANAL INTERNET EXCEDIDO'
                            TO WK-MENSAGEM
                   END-IF
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DO LIMCVSAM' TO WK-MENSAGEM
           END-EVALUATE.
      *
      *    DEBITOS DO DIA JA CAPTADOS NO MOVPEND (ENTRAM NA
      *    RODADA PELO CANAL INTERNET)
       231-SOMAR-PENDENTES.
           MOVE WK-ENT-CODIGO TO FD-MVP-CODIGO.
           MOVE ZEROS         TO FD-MVP-NOTA.
           EXEC CICS STARTBR
               FILE('MOVPEND')
               RIDFLD(FD-MVP-CHAVE)
               RESP(WK-RESP)
           END-EXEC.
           IF WK-RESP = DFHRESP(NORMAL)
               PERFORM 232-PROXIMO-PENDENTE
                   UNTIL WK-RESP NOT = DFHRESP(NORMAL)
                      OR FD-MVP-CODIGO NOT = WK-ENT-CODIGO
               EXEC CICS ENDBR
                   FILE('MOVPEND')
               END-EXEC
           END-IF.
       232-PROXIMO-PENDENTE.
           EXEC CICS READNEXT
               FILE('MOVPEND')
               INTO(REG-MOVPEND)
               RIDFLD(FD-MVP-CHAVE)
               RESP(WK-RESP)
           END-EXEC.
           IF WK-RESP = DFHRESP(NORMAL)
            AND FD-MVP-CODIGO = WK-ENT-CODIGO
            AND FD-MVP-TIPO = 'D'
            AND FD-MVP-NOTA < 600000
               ADD FD-MVP-VALOR TO WK-ACUM-CANAL-INT
           END-IF.
      *
      *    TED DO DIA JA CAPTADAS PARA O CLIENTE
       233-SOMAR-TEDS.
           MOVE WK-ENT-CODIGO TO FD-TON-CODIGO.
           MOVE ZEROS         TO FD-TON-NOTA.
           EXEC CICS STARTBR
               FILE('TEDON')
               RIDFLD(FD-TON-CHAVE)
               RESP(WK-RESP)
           END-EXEC.
           IF WK-RESP = DFHRESP(NORMAL)
               PERFORM 234-PROXIMA-TED
                   UNTIL WK-RESP NOT = DFHRESP(NORMAL)
                      OR FD-TON-CODIGO NOT = WK-ENT-CODIGO
               EXEC CICS ENDBR
                   FILE('TEDON')
               END-EXEC
           END-IF.
       234-PROXIMA-TED.
           EXEC CICS READNEXT
               FILE('TEDON')
               INTO(REG-TEDON)
               RIDFLD(FD-TON-CHAVE)
               RESP(WK-RESP)
           END-EXEC.
           IF WK-RESP = DFHRESP(NORMAL)
            AND FD-TON-CODIGO = WK-ENT-CODIGO
               ADD FD-TON-VALOR TO WK-ACUM-CANAL-INT
           END-IF.
       240-GRAVAR-PEDIDO.
           MOVE SPACES              TO REG-TEDON.
           MOVE WK-ENT-CODIGO       TO FD-TON-CODIGO.
           MOVE WK-ENT-NOTA         TO FD-TON-NOTA.
           MOVE WK-ENT-VALOR        TO FD-TON-VALOR.
           MOVE WK-ENT-BANCO-DEST   TO FD-TON-BANCO-DEST.
           MOVE WK-ENT-AGENCIA-DEST TO FD-TON-AGENCIA-DEST.
           MOVE WK-ENT-CONTA-DEST   TO FD-TON-CONTA-DEST.
           MOVE WK-DATA-HOJE        TO FD-TON-DATA.
           MOVE WK-HORA-AGORA       TO FD-TON-HORA.
           IF WK-ENT-EMPRESA NUMERIC AND WK-ENT-EMPRESA > ZEROS
               MOVE WK-ENT-EMPRESA TO FD-TON-EMPRESA
           ELSE
               MOVE 01             TO FD-TON-EMPRESA
           END-IF.
           MOVE WK-ENT-OPERADOR     TO FD-TON-OPERADOR.
           EXEC CICS WRITE
               FILE('TEDON')
               FROM(REG-TEDON)
               RIDFLD(FD-TON-CHAVE)
               RESP(WK-RESP)
           END-EXEC.
           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE 'NOTA JA CAPTADA PARA ESTE CLIENTE'
                        TO WK-MENSAGEM
               WHEN OTHER
                   MOVE 'ERRO NA GRAVACAO DO PEDIDO' TO WK-MENSAGEM
           END-EVALUATE.
      *
      *    RESERVA NA SOMBRA INTRADIA: A CARGA NOTURNA DO
      *    ALUNO30 REALINHA A SOMBRA COM O SALDO JA DEBITADO
      *    PELO DESPACHO
       245-RESERVAR-VALOR.
           SUBTRACT WK-ENT-VALOR FROM FD-VSM-SALDO-INTRA.
           MOVE WK-DATA-HOJE TO FD-VSM-DATA-INTRA.
           EXEC CICS REWRITE
               FILE('CLIVSAM')
               FROM(REG-CLIVSAM)
               RESP(WK-RESP)
           END-EXEC.
           IF WK-RESP = DFHRESP(NORMAL)
               MOVE 'TED ACEITA - VALOR RESERVADO NO SALDO DO DIA'
                    TO WK-MENSAGEM
           ELSE
               MOVE 'TED ACEITA - RESERVA NAO GRAVADA NO MESTRE'
                    TO WK-MENSAGEM
           END-IF.
      *
      *    SITUACAO DO PEDIDO: AINDA NA CAPTACAO DO DIA, JA
      *    DESPACHADO E PENDENTE DE CONFIRMACAO, OU BAIXADO
      *    PELO CASADOR (ALUNO98) - CONFIRMADO OU DEVOLVIDO
       250-CONSULTAR-PEDIDO.
           MOVE WK-ENT-CODIGO TO FD-TON-CODIGO.
           MOVE WK-ENT-NOTA   TO FD-TON-NOTA.
           EXEC CICS READ
               FILE('TEDON')
               INTO(REG-TEDON)
               RIDFLD(FD-TON-CHAVE)
               RESP(WK-RESP)
           END-EXEC.
           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'CAPTADA HOJE - AGUARDA O DESPACHO NOTURNO'
                        TO WK-MENSAGEM
               WHEN DFHRESP(NOTFND)
                   PERFORM 255-CONSULTAR-PENDCONF
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DO TEDON' TO WK-MENSAGEM
           END-EVALUATE.
       255-CONSULTAR-PENDCONF.
           MOVE WK-ENT-CODIGO TO FD-PCF-CODIGO.
           MOVE WK-ENT-NOTA   TO FD-PCF-NOTA.
           EXEC CICS READ
               FILE('PENDCVSM')
               INTO(REG-PENDCONF)
               RIDFLD(FD-PCF-CHAVE)
               RESP(WK-RESP)
           END-EXEC.
           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE FD-PCF-DATA-ENVIO TO WK-DATA-AUX
                   MOVE WK-AUX-DIA        TO WK-EDT-DIA
                   MOVE WK-AUX-MES        TO WK-EDT-MES
                   MOVE WK-AUX-ANO        TO WK-EDT-ANO
                   STRING 'DESPACHADA EM ' WK-DATA-EDIT
                          ' - AGUARDA CONFIRMACAO'
                          DELIMITED BY SIZE
                          INTO WK-MENSAGEM
                   END-STRING
               WHEN DFHRESP(NOTFND)
                   MOVE 'SEM PENDENCIA - CONFIRMADA OU DEVOLVIDA'
                        TO WK-MENSAGEM
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DO PENDCVSM' TO WK-MENSAGEM
           END-EVALUATE.
       290-ENVIAR-MENSAGEM.
           EXEC CICS SEND
               FROM(WK-MENSAGEM)
               LENGTH(+60)
               ERASE
           END-EXEC.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXEC CICS RETURN
           END-EXEC.
