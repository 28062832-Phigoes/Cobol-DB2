       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO170.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    MANUTENCAO CADASTRAL ON-LINE (CICS) DO       *
      *    CLIENTE, COM AS FUNCOES DO ALUNO27 E OS      *
      *    DADOS DE ENDERECO E DOCUMENTO DO ALUNO36:    *
      *      I = INCLUSAO (NOME, ENDERECO E DOCUMENTO)  *
      *      A = ALTERACAO DE NOME                      *
      *      S = MUDANCA DE SITUACAO (A/B/E/F)          *
      *      E = PEDIDO DE ENCERRAMENTO DE CONTA        *
      *      D = ALTERACAO DE ENDERECO E DOCUMENTO      *
      *    O OPERADOR PRECISA DO FLAG DE CLIENTE NO     *
      *    OPERSEC (E DO DE SITUACAO NA FUNCAO S). AS   *
      *    CRITICAS SAO AS DA PORTA BATCH, INCLUSIVE O  *
      *    DIGITO VERIFICADOR DO CPF/CNPJ (MESMA CONTA  *
      *    DO ALUNO86); A FAIXA DE CEP DA CIDADE FICA   *
      *    PARA A RODADA DO ALUNO36. O MOVIMENTO ACEITO *
      *    E CAPTADO NO KSDS MOVCADON NA IMAGEM DO      *
      *    ARQUIVO DE DESTINO E ENTRA NA PROXIMA RODADA *
      *    (DESCARGA DO ALUNO171), ONDE A MANUTENCAO    *
      *    BATCH GRAVA A TRILHA AUDCLI COMO SEMPRE. A   *
      *    ALTERACAO DE NOME E A MUDANCA DE SITUACAO    *
      *    QUE NAO ENCERRA VALEM NA HORA NO MESTRE      *
      *    ON-LINE CLIVSAM. A MUDANCA DE SITUACAO PARA  *
      *    ENCERRADO E SENSIVEL: NAO E APLICADA, VAI    *
      *    PARA A FILA DE APROVACAO PENDAPR E SO VOLTA  *
      *    AO ALUNO27 COM O CARIMBO DO SEGUNDO OPERADOR *
      *    (ALUNO107). O PEDIDO DE ENCERRAMENTO SEGUE O *
      *    CAMINHO DA LIQUIDACAO DO ALUNO165, QUE GERA  *
      *    O ENCERRAMENTO SUJEITO A MESMA APROVACAO     *
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
           05 WK-ENT-FUNCAO         PIC X(01).
           05 WK-ENT-CODIGO         PIC 9(05).
      *    CADASTRO DO CLIENTE (MOVCLI)
           05 WK-ENT-NOME           PIC X(25).
           05 WK-ENT-SITUACAO       PIC X(01).
           05 WK-ENT-EMPRESA        PIC 99.
           05 WK-ENT-AGENCIA        PIC 9(03).
      *    ENDERECO E DOCUMENTO (MOVDEM)
           05 WK-ENT-ENDERECO1      PIC X(30).
           05 WK-ENT-ENDERECO2      PIC X(30).
           05 WK-ENT-CIDADE         PIC X(20).
           05 WK-ENT-UF             PIC X(02).
           05 WK-ENT-CEP            PIC 9(08).
           05 WK-ENT-FONE           PIC X(11).
           05 WK-ENT-DOCUMENTO      PIC X(14).
      *    PEDIDO DE ENCERRAMENTO (PEDENC)
           05 WK-ENT-FORMA          PIC X(01).
           05 WK-ENT-BANCO-DEST     PIC 9(03).
           05 WK-ENT-AGENCIA-DEST   PIC 9(04).
           05 WK-ENT-CONTA-DEST     PIC X(10).
           05 WK-ENT-ASSINATURAS    PIC 99.
       77  WK-TAM-ENTRADA    PIC S9(4) COMP     VALUE +185.
      *
      *    IMAGEM DO REGISTRO DO MESTRE VSAM
           COPY CLIVSAM.
      *
      *    SEGURANCA DO OPERADOR (KSDS OPERSEC ON-LINE)
           COPY OPERSEC.
      *
      *    CAPTACAO ON-LINE E AS IMAGENS DOS ARQUIVOS DE
      *    DESTINO (MOVDEM COM O MESMO LAYOUT DO ALUNO36)
           COPY MOVCADON.
           COPY MOVCLI.
           COPY PEDENC.
       01  REG-MOVDEM.
           05 FD-MDM-FUNCAO         PIC X(01).
           05 FD-MDM-CODIGO         PIC 9(5).
           05 FD-MDM-ENDERECO1      PIC X(30).
           05 FD-MDM-ENDERECO2      PIC X(30).
           05 FD-MDM-CIDADE         PIC X(20).
           05 FD-MDM-UF             PIC X(02).
           05 FD-MDM-CEP            PIC 9(8).
           05 FD-MDM-FONE           PIC X(11).
           05 FD-MDM-DOCUMENTO      PIC X(14).
      *
       77  WK-ABSTIME        PIC S9(15) COMP-3  VALUE ZEROS.
       77  WK-DATA-HOJE      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-AGORA     PIC 9(6)           VALUE ZEROS.
       77  WK-RESP           PIC S9(8) COMP     VALUE ZEROS.
       01  WK-MENSAGEM       PIC X(45)          VALUE SPACES.
      *
      *    VALIDACAO DO DIGITO VERIFICADOR (CPF/CNPJ, MESMA
      *    CONTA DO ALUNO86)
       01  WK-DOCUMENTO      PIC X(14)          VALUE SPACES.
       01  WK-DOC-DIGITOS REDEFINES WK-DOCUMENTO.
           05 WK-DOC-DIG           PIC 9(1) OCCURS 14 TIMES.
       77  WK-DOC-VALIDO     PIC X(01)          VALUE 'N'.
           88 DOCUMENTO-VALIDO                  VALUE 'S'.
           88 DOCUMENTO-INVALIDO                VALUE 'N'.
       77  WK-SOMA-DV        PIC 9(5)           VALUE ZEROS.
       77  WK-RESTO-DV       PIC 9(2)           VALUE ZEROS.
       77  WK-QUOC-DV        PIC 9(4)           VALUE ZEROS.
       77  WK-DV-CALC        PIC 9(2)           VALUE ZEROS.
       77  WK-IND-DV         PIC 9(2)           VALUE ZEROS.
       77  WK-PESO           PIC 9(2)           VALUE ZEROS.
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
               WHEN OTHER
                   PERFORM 210-LER-CLIENTE
           END-EVALUATE.
           IF WK-MENSAGEM = SPACES
               EVALUATE WK-ENT-FUNCAO
                   WHEN 'I'
                       PERFORM 220-INCLUIR-CLIENTE
                   WHEN 'A'
                       PERFORM 230-ALTERAR-NOME
                   WHEN 'S'
                       PERFORM 240-MUDAR-SITUACAO
                   WHEN 'E'
                       PERFORM 250-PEDIR-ENCERRAMENTO
                   WHEN 'D'
                       PERFORM 260-ALTERAR-ENDERECO
               END-EVALUATE
           END-IF.
           PERFORM 290-ENVIAR-MENSAGEM.
      *
      *    MESMA AUTORIZACAO DA RODADA BATCH (ALUNO27): FLAG
      *    DE CLIENTE PARA QUALQUER MANUTENCAO E FLAG DE
      *    SITUACAO PARA A FUNCAO S
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
                   PERFORM 206-CONFERIR-FUNCAO
               WHEN DFHRESP(NOTFND)
                   MOVE 'OPERADOR NAO CADASTRADO' TO WK-MENSAGEM
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DO OPERSEC' TO WK-MENSAGEM
           END-EVALUATE.
       206-CONFERIR-FUNCAO.
           EVALUATE TRUE
               WHEN WK-ENT-FUNCAO NOT = 'I'
                AND WK-ENT-FUNCAO NOT = 'A'
                AND WK-ENT-FUNCAO NOT = 'S'
                AND WK-ENT-FUNCAO NOT = 'E'
                AND WK-ENT-FUNCAO NOT = 'D'
                   MOVE 'FUNCAO DEVE SER I, A, S, E OU D'
                        TO WK-MENSAGEM
               WHEN FD-SEC-FL-CLIENTE NOT = 'S'
                   MOVE 'OPERADOR SEM FUNCAO DE CLIENTE'
                        TO WK-MENSAGEM
               WHEN WK-ENT-FUNCAO = 'S'
                AND FD-SEC-FL-SITUACAO NOT = 'S'
                   MOVE 'OPERADOR SEM FUNCAO DE SITUACAO'
                        TO WK-MENSAGEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
      *    A INCLUSAO EXIGE O CODIGO LIVRE NO MESTRE; AS
      *    DEMAIS FUNCOES, O CLIENTE CADASTRADO
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
                   IF WK-ENT-FUNCAO = 'I'
                       MOVE 'CODIGO JA CADASTRADO' TO WK-MENSAGEM
                   END-IF
               WHEN DFHRESP(NOTFND)
                   IF WK-ENT-FUNCAO NOT = 'I'
                       MOVE 'CLIENTE NAO CADASTRADO' TO WK-MENSAGEM
                   END-IF
               WHEN OTHER
                   MOVE 'ERRO NA LEITURA DO MESTRE' TO WK-MENSAGEM
           END-EVALUATE.
      *
      *    O CLIENTE NOVO SO E CRIADO NA RODADA DO ALUNO27,
      *    DEPOIS DA TRIAGEM NA LISTA RESTRITIVA (ALUNO132);
      *    O ENDERECO E O DOCUMENTO SEGUEM PARA O ALUNO36
       220-INCLUIR-CLIENTE.
           EVALUATE TRUE
               WHEN WK-ENT-NOME = SPACES
                   MOVE 'NOME NAO INFORMADO' TO WK-MENSAGEM
               WHEN WK-ENT-AGENCIA NOT NUMERIC
                   MOVE 'AGENCIA INVALIDA' TO WK-MENSAGEM
               WHEN OTHER
                   PERFORM 270-CRITICAR-ENDERECO
           END-EVALUATE.
           IF WK-MENSAGEM = SPACES
               PERFORM 231-MONTAR-MOVCLI
               IF WK-ENT-EMPRESA NUMERIC AND WK-ENT-EMPRESA > ZEROS
                   MOVE WK-ENT-EMPRESA TO FD-MOV-EMPRESA
               ELSE
                   MOVE 01             TO FD-MOV-EMPRESA
               END-IF
               MOVE WK-ENT-AGENCIA TO FD-MOV-AGENCIA
               SET MCO-DEST-MOVCLI TO TRUE
               MOVE REG-MOVCLI     TO FD-MCO-MOVIMENTO
               PERFORM 280-GRAVAR-CAPTACAO
           END-IF.
           IF WK-MENSAGEM = SPACES
               MOVE 'I' TO FD-MDM-FUNCAO
               PERFORM 261-GRAVAR-MOVDEM
           END-IF.
           IF WK-MENSAGEM = SPACES
               MOVE 'INCLUSAO CAPTADA - VALE NA RODADA NOTURNA'
                    TO WK-MENSAGEM
           END-IF.
       230-ALTERAR-NOME.
           IF WK-ENT-NOME = SPACES
               MOVE 'NOME NAO INFORMADO' TO WK-MENSAGEM
           ELSE
               PERFORM 231-MONTAR-MOVCLI
               SET MCO-DEST-MOVCLI TO TRUE
               MOVE REG-MOVCLI     TO FD-MCO-MOVIMENTO
               PERFORM 280-GRAVAR-CAPTACAO
           END-IF.
           IF WK-MENSAGEM = SPACES
               PERFORM 285-ATUALIZAR-MESTRE
           END-IF.
           IF WK-MENSAGEM = SPACES
               MOVE 'NOME ALTERADO' TO WK-MENSAGEM
           END-IF.
      *
      *    MOVIMENTO NA IMAGEM MOVCLI, COM O OPERADOR DO
      *    BALCAO PARA A TRILHA AUDCLI
       231-MONTAR-MOVCLI.
           MOVE SPACES          TO REG-MOVCLI.
           MOVE WK-ENT-FUNCAO   TO FD-MOV-FUNCAO.
           MOVE WK-ENT-CODIGO   TO FD-MOV-CODIGO.
           IF WK-ENT-FUNCAO = 'S'
               MOVE FD-VSM-NOME     TO FD-MOV-NOME
               MOVE WK-ENT-SITUACAO TO FD-MOV-SITUACAO
           ELSE
               MOVE WK-ENT-NOME     TO FD-MOV-NOME
           END-IF.
           MOVE WK-ENT-OPERADOR TO FD-MOV-OPERADOR.
      *
      *    ENCERRADO E SENSIVEL: VAI PARA A FILA DE APROVACAO
      *    SEM TOCAR NO MESTRE ON-LINE
       240-MUDAR-SITUACAO.
           IF WK-ENT-SITUACAO NOT = 'A'
            AND WK-ENT-SITUACAO NOT = 'B'
            AND WK-ENT-SITUACAO NOT = 'E'
            AND WK-ENT-SITUACAO NOT = 'F'
               MOVE 'SITUACAO DEVE SER A, B, E OU F'
                    TO WK-MENSAGEM
           ELSE
               PERFORM 231-MONTAR-MOVCLI
               IF WK-ENT-SITUACAO = 'E'
                   SET MCO-DEST-APROVACAO TO TRUE
               ELSE
                   SET MCO-DEST-MOVCLI    TO TRUE
               END-IF
               MOVE REG-MOVCLI     TO FD-MCO-MOVIMENTO
               PERFORM 280-GRAVAR-CAPTACAO
           END-IF.
           IF WK-MENSAGEM = SPACES
               IF MCO-DEST-APROVACAO
                   MOVE 'ENVIADO PARA APROVACAO (4 OLHOS)'
                        TO WK-MENSAGEM
               ELSE
                   PERFORM 285-ATUALIZAR-MESTRE
                   IF WK-MENSAGEM = SPACES
                       MOVE 'SITUACAO ALTERADA' TO WK-MENSAGEM
                   END-IF
               END-IF
           END-IF.
      *
      *    MESMAS CRITICAS DO PEDIDO NO ALUNO165: FORMA C OU T
      *    E, NA TRANSFERENCIA, BANCO E CONTA DE DESTINO
       250-PEDIR-ENCERRAMENTO.
           EVALUATE TRUE
               WHEN FD-VSM-SITUACAO = 'E'
                   MOVE 'CLIENTE JA ENCERRADO' TO WK-MENSAGEM
               WHEN WK-ENT-FORMA NOT = 'C' AND WK-ENT-FORMA NOT = 'T'
                   MOVE 'FORMA DE PAGAMENTO DEVE SER C OU T'
                        TO WK-MENSAGEM
               WHEN WK-ENT-FORMA = 'T'
                AND (WK-ENT-BANCO-DEST NOT NUMERIC
                     OR WK-ENT-BANCO-DEST = ZEROS
                     OR WK-ENT-AGENCIA-DEST NOT NUMERIC
                     OR WK-ENT-CONTA-DEST = SPACES)
                   MOVE 'CONTA DE DESTINO INCOMPLETA' TO WK-MENSAGEM
               WHEN WK-ENT-ASSINATURAS NOT NUMERIC
                   MOVE 'QUANTIDADE DE ASSINATURAS INVALIDA'
                        TO WK-MENSAGEM
               WHEN OTHER
                   PERFORM 251-MONTAR-PEDIDO
                   SET MCO-DEST-PEDENC TO TRUE
                   MOVE REG-PEDENC     TO FD-MCO-MOVIMENTO
                   PERFORM 280-GRAVAR-CAPTACAO
           END-EVALUATE.
           IF WK-MENSAGEM = SPACES
               MOVE 'PEDIDO DE ENCERRAMENTO REGISTRADO'
                    TO WK-MENSAGEM
           END-IF.
       251-MONTAR-PEDIDO.
           MOVE SPACES             TO REG-PEDENC.
           MOVE WK-ENT-CODIGO      TO FD-PNC-CODIGO.
           MOVE WK-ENT-FORMA       TO FD-PNC-FORMA.
           IF WK-ENT-FORMA = 'T'
               MOVE WK-ENT-BANCO-DEST   TO FD-PNC-BANCO-DEST
               MOVE WK-ENT-AGENCIA-DEST TO FD-PNC-AGENCIA-DEST
               MOVE WK-ENT-CONTA-DEST   TO FD-PNC-CONTA-DEST
           ELSE
               MOVE ZEROS               TO FD-PNC-BANCO-DEST
               MOVE ZEROS               TO FD-PNC-AGENCIA-DEST
           END-IF.
           MOVE WK-ENT-ASSINATURAS TO FD-PNC-ASSINATURAS.
           MOVE WK-DATA-HOJE       TO FD-PNC-DATA-PEDIDO.
           MOVE WK-ENT-OPERADOR    TO FD-PNC-OPERADOR.
       260-ALTERAR-ENDERECO.
           PERFORM 270-CRITICAR-ENDERECO.
           IF WK-MENSAGEM = SPACES
               MOVE 'A' TO FD-MDM-FUNCAO
               PERFORM 261-GRAVAR-MOVDEM
           END-IF.
           IF WK-MENSAGEM = SPACES
               MOVE 'ENDERECO/DOCUMENTO CAPTADOS' TO WK-MENSAGEM
           END-IF.
      *
      *    O MOVDEM SUBSTITUI O REGISTRO INTEIRO NO ALUNO36:
      *    TODOS OS CAMPOS VAO NO MOVIMENTO
       261-GRAVAR-MOVDEM.
           MOVE WK-ENT-CODIGO    TO FD-MDM-CODIGO.
           MOVE WK-ENT-ENDERECO1 TO FD-MDM-ENDERECO1.
           MOVE WK-ENT-ENDERECO2 TO FD-MDM-ENDERECO2.
           MOVE WK-ENT-CIDADE    TO FD-MDM-CIDADE.
           MOVE WK-ENT-UF        TO FD-MDM-UF.
           MOVE WK-ENT-CEP       TO FD-MDM-CEP.
           MOVE WK-ENT-FONE      TO FD-MDM-FONE.
           MOVE WK-ENT-DOCUMENTO TO FD-MDM-DOCUMENTO.
           SET MCO-DEST-MOVDEM   TO TRUE.
           MOVE REG-MOVDEM       TO FD-MCO-MOVIMENTO.
           PERFORM 280-GRAVAR-CAPTACAO.
      *
      *    ENDERECO COMPLETO E DOCUMENTO COM DIGITO VALIDO; A
      *    FAIXA DE CEP DA CIDADE E CONFERIDA NA RODADA
       270-CRITICAR-ENDERECO.
           EVALUATE TRUE
               WHEN WK-ENT-ENDERECO1 = SPACES
                   MOVE 'ENDERECO NAO INFORMADO' TO WK-MENSAGEM
               WHEN WK-ENT-CIDADE = SPACES
                OR WK-ENT-UF = SPACES
                   MOVE 'CIDADE/UF NAO INFORMADA' TO WK-MENSAGEM
               WHEN WK-ENT-CEP NOT NUMERIC
                OR WK-ENT-CEP = ZEROS
                   MOVE 'CEP INVALIDO' TO WK-MENSAGEM
               WHEN OTHER
                   PERFORM 271-VALIDAR-DOCUMENTO
                   IF DOCUMENTO-INVALIDO
                       MOVE 'DOCUMENTO INVALIDO' TO WK-MENSAGEM
                   END-IF
           END-EVALUATE.
      *
      *    DIGITO VERIFICADOR: CPF = 11 DIGITOS + 3 BRANCOS
      *    (PESOS 10..2 E 11..2), CNPJ = 14 DIGITOS (PESOS
      *    5..2,9..2 E 6..2,9..2); RESTO < 2 DA DIGITO 0
      *    (MESMA CONTA DA VARREDURA DO ALUNO86)
       271-VALIDAR-DOCUMENTO.
           MOVE WK-ENT-DOCUMENTO TO WK-DOCUMENTO.
           EVALUATE TRUE
               WHEN WK-DOCUMENTO(1:11) NUMERIC
                AND WK-DOCUMENTO(12:3) = SPACES
                   PERFORM 272-VALIDAR-CPF
               WHEN WK-DOCUMENTO NUMERIC
                   PERFORM 273-VALIDAR-CNPJ
               WHEN OTHER
                   SET DOCUMENTO-INVALIDO TO TRUE
           END-EVALUATE.
       272-VALIDAR-CPF.
           SET DOCUMENTO-VALIDO TO TRUE.
           MOVE ZEROS TO WK-SOMA-DV.
           PERFORM VARYING WK-IND-DV FROM 1 BY 1
                   UNTIL WK-IND-DV > 9
               COMPUTE WK-PESO = 11 - WK-IND-DV
               COMPUTE WK-SOMA-DV = WK-SOMA-DV
                       + WK-DOC-DIG(WK-IND-DV) * WK-PESO
           END-PERFORM.
           PERFORM 274-APURAR-DIGITO.
           IF WK-DV-CALC NOT = WK-DOC-DIG(10)
               SET DOCUMENTO-INVALIDO TO TRUE
           END-IF.
           MOVE ZEROS TO WK-SOMA-DV.
           PERFORM VARYING WK-IND-DV FROM 1 BY 1
                   UNTIL WK-IND-DV > 10
               COMPUTE WK-PESO = 12 - WK-IND-DV
               COMPUTE WK-SOMA-DV = WK-SOMA-DV
                       + WK-DOC-DIG(WK-IND-DV) * WK-PESO
           END-PERFORM.
           PERFORM 274-APURAR-DIGITO.
           IF WK-DV-CALC NOT = WK-DOC-DIG(11)
               SET DOCUMENTO-INVALIDO TO TRUE
           END-IF.
       273-VALIDAR-CNPJ.
           SET DOCUMENTO-VALIDO TO TRUE.
           MOVE ZEROS TO WK-SOMA-DV.
           PERFORM VARYING WK-IND-DV FROM 1 BY 1
                   UNTIL WK-IND-DV > 12
               IF WK-IND-DV < 5
                   COMPUTE WK-PESO = 6 - WK-IND-DV
               ELSE
                   COMPUTE WK-PESO = 14 - WK-IND-DV
               END-IF
               COMPUTE WK-SOMA-DV = WK-SOMA-DV
                       + WK-DOC-DIG(WK-IND-DV) * WK-PESO
           END-PERFORM.
           PERFORM 274-APURAR-DIGITO.
           IF WK-DV-CALC NOT = WK-DOC-DIG(13)
               SET DOCUMENTO-INVALIDO TO TRUE
           END-IF.
           MOVE ZEROS TO WK-SOMA-DV.
           PERFORM VARYING WK-IND-DV FROM 1 BY 1
                   UNTIL WK-IND-DV > 13
               IF WK-IND-DV < 6
                   COMPUTE WK-PESO = 7 - WK-IND-DV
               ELSE
                   COMPUTE WK-PESO = 15 - WK-IND-DV
               END-IF
               COMPUTE WK-SOMA-DV = WK-SOMA-DV
                       + WK-DOC-DIG(WK-IND-DV) * WK-PESO
           END-PERFORM.
           PERFORM 274-APURAR-DIGITO.
           IF WK-DV-CALC NOT = WK-DOC-DIG(14)
               SET DOCUMENTO-INVALIDO TO TRUE
           END-IF.
       274-APURAR-DIGITO.
           DIVIDE WK-SOMA-DV BY 11 GIVING WK-QUOC-DV
               REMAINDER WK-RESTO-DV.
           IF WK-RESTO-DV < 2
               MOVE ZEROS TO WK-DV-CALC
           ELSE
               COMPUTE WK-DV-CALC = 11 - WK-RESTO-DV
           END-IF.
      *
      *    CHAVE = CLIENTE + DATA/HORA DA CAPTACAO + DESTINO
       280-GRAVAR-CAPTACAO.
           MOVE WK-ENT-CODIGO   TO FD-MCO-CODIGO.
           MOVE WK-DATA-HOJE    TO FD-MCO-DATA.
           MOVE WK-HORA-AGORA   TO FD-MCO-HORA.
           MOVE WK-ENT-OPERADOR TO FD-MCO-OPERADOR.
           EXEC CICS WRITE
               FILE('MOVCADON')
               FROM(REG-MOVCADON)
               RIDFLD(FD-MCO-CHAVE)
               RESP(WK-RESP)
           END-EXEC.
           EVALUATE WK-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE 'CLIENTE JA ALTERADO AGORA - REPITA'
                        TO WK-MENSAGEM
               WHEN OTHER
                   MOVE 'ERRO NA GRAVACAO DA CAPTACAO'
                        TO WK-MENSAGEM
           END-EVALUATE.
      *
      *    NOME E SITUACAO JA CAPTADOS VALEM NA HORA NO
      *    MESTRE ON-LINE; A CARGA NOTURNA DO ALUNO30 OS TRAZ
      *    DE VOLTA DO MESTRE BATCH JA ATUALIZADO
       285-ATUALIZAR-MESTRE.
           MOVE WK-ENT-CODIGO TO FD-VSM-CODIGO.
           EXEC CICS READ
               FILE('CLIVSAM')
               INTO(REG-CLIVSAM)
               RIDFLD(FD-VSM-CODIGO)
               UPDATE
               RESP(WK-RESP)
           END-EXEC.
           IF WK-RESP = DFHRESP(NORMAL)
               IF WK-ENT-FUNCAO = 'A'
                   MOVE WK-ENT-NOME     TO FD-VSM-NOME
               ELSE
                   MOVE WK-ENT-SITUACAO TO FD-VSM-SITUACAO
               END-IF
               EXEC CICS REWRITE
                   FILE('CLIVSAM')
                   FROM(REG-CLIVSAM)
                   RESP(WK-RESP)
               END-EXEC
           END-IF.
           IF WK-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CAPTADO - MESTRE ON-LINE NAO ATUALIZADO'
                    TO WK-MENSAGEM
           END-IF.
       290-ENVIAR-MENSAGEM.
           EXEC CICS SEND
               FROM(WK-MENSAGEM)
               LENGTH(+45)
               ERASE
           END-EXEC.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXEC CICS RETURN
           END-EXEC.
