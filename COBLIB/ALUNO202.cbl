       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ALUNO202.
       AUTHOR.
           PHILIPP.
      ***************************************************
      *    ABERTURA DOS TITULOS A RECEBER DAS VENDAS DO *
      *    LOTE: CADA VENDA ('V') DO VENDAS3N QUE A     *
      *    CRITICA DO ALUNO57 ACABOU DE GRAVAR ABRE UM  *
      *    TITULO NO CADASTRO TITULOS (CHAVE VENDEDOR + *
      *    NOTA) PARA O COMPRADOR DA NOTA, EMITIDO NA   *
      *    DATA DE PROCESSAMENTO E VENCENDO NO PRAZO DE *
      *    PAGAMENTO EM DIAS CORRIDOS (VENCIMENTO EM    *
      *    DIA NAO UTIL PASSA PARA O PROXIMO DIA UTIL,  *
      *    ALUNO63). O TITULO NASCE A REMETER: O BOLETO *
      *    SAI NA PROXIMA REMESSA CNAB (ALUNO73). A     *
      *    DEVOLUCAO ('D') DA MESMA NOTA REDUZ O SALDO  *
      *    DO TITULO; DEVOLUCAO QUE ZERA O SALDO BAIXA  *
      *    O TITULO POR DEVOLUCAO. O QUE PASSA DO SALDO *
      *    (OU DEVOLUCAO DE TITULO JA BAIXADO) E        *
      *    CREDITO DO COMPRADOR E SAI COMO OCORRENCIA   *
      *    NO RELTIT, ASSIM COMO A VENDA COM TITULO JA  *
      *    ABERTO PARA A NOTA E A DEVOLUCAO SEM TITULO  *
      *    (RC 4)                                       *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-VENDAS3N ASSIGN TO VENDAS3N
               FILE STATUS IS WK-FS-VENDAS3N.
           SELECT ARQ-TITULOS  ASSIGN TO TITULOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-TIT-CHAVE
               FILE STATUS IS WK-FS-TITULOS.
           SELECT ARQ-RELTIT   ASSIGN TO RELTIT
               FILE STATUS IS WK-FS-RELTIT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
               FILE STATUS IS WK-FS-CTLLOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD   ARQ-VENDAS3N
            RECORDING MODE IS F.
       01  REG-VENDAS3N.
           05 FD-VENDEDOR           PIC 99.
           05 FD-ESTADO             PIC XX.
           05 FD-MES                PIC 99.
           05 FD-NOTA               PIC 9(6).
           05 FD-VALOR              PIC S9(6)V99 COMP-3.
           05 FD-ANO                PIC 9(4).
           05 FD-TIPO-TRANS         PIC X(01).
              88 FD-TRANS-VENDA           VALUE 'V'.
              88 FD-TRANS-DEVOLUCAO       VALUE 'D'.
           05 FD-EMPRESA            PIC 99.
           05 FD-PRODUTO            PIC 9(3).
           05 FD-QUANTIDADE         PIC 9(5).
           05 FD-PRECO-UNIT         PIC S9(5)V99 COMP-3.
           05 FD-COMPRADOR          PIC 9(5).
           05 FD-PRAZO              PIC 9(3).
       FD   ARQ-TITULOS.
           COPY TITULO.
       FD   ARQ-RELTIT
            RECORDING MODE IS F.
       01  REG-RELTIT               PIC X(110).
       FD   ARQ-CTLLOG
            RECORDING MODE IS F.
           COPY CTLLOG.
       WORKING-STORAGE SECTION.
       77  WK-FS-VENDAS3N    PIC XX             VALUE SPACES.
       77  WK-FS-TITULOS     PIC XX             VALUE SPACES.
       77  WK-FS-RELTIT      PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-ABERTOS    PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-DUPLICADOS PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-REDUZIDOS  PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-BAIXADOS   PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-SEM-TITULO PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-CREDITOS   PIC 9(07)          VALUE ZEROS.
       77  WK-TOT-OCORRENCIAS PIC 9(07)         VALUE ZEROS.
       77  WK-VAL-ABERTO     PIC 9(11)V99       VALUE ZEROS.
       77  WK-VAL-DEVOLVIDO  PIC 9(11)V99       VALUE ZEROS.
       77  WK-VAL-CREDITOS   PIC 9(11)V99       VALUE ZEROS.
       77  WK-VAL-EDIT       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-VALOR-MOVTO    PIC 9(7)V99        VALUE ZEROS.
       77  WK-EXCEDENTE      PIC 9(7)V99        VALUE ZEROS.
      *
      *    VENCIMENTO: EMISSAO MAIS O PRAZO EM DIAS CORRIDOS
       01  WK-DATA-CALC      PIC 9(8)           VALUE ZEROS.
       01  WK-DATA-CALC-R REDEFINES WK-DATA-CALC.
           05 WK-CAL-ANO           PIC 9(4).
           05 WK-CAL-MES           PIC 99.
           05 WK-CAL-DIA           PIC 99.
       01  WK-AREA-ALUNO15.
           05 WK-A15-COD-MES       PIC 99.
           05 WK-A15-COD-DIASEM    PIC 9.
           05 WK-A15-ANO           PIC 9(4).
           05 WK-A15-NOME-MES      PIC X(9).
           05 WK-A15-NOME-DIASEM   PIC X(13).
           05 WK-A15-DIAS-MES      PIC 99.
           05 WK-A15-STATUS        PIC X(01).
      *
       01  WK-LINHA-DETALHE.
           05 WK-LINHA-TIPO        PIC X(01).
           05 FILLER               PIC X(10)     VALUE ' VENDEDOR '.
           05 WK-LINHA-VENDEDOR    PIC 99.
           05 FILLER               PIC X(06)     VALUE ' NOTA '.
           05 WK-LINHA-NOTA        PIC 9(6).
           05 FILLER               PIC X(11)     VALUE ' COMPRADOR '.
           05 WK-LINHA-COMPRADOR   PIC 9(5).
           05 FILLER               PIC X(07)     VALUE ' VALOR '.
           05 WK-LINHA-VALOR       PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(07)     VALUE ' SALDO '.
           05 WK-LINHA-SALDO       PIC Z.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(30).
      *
      *    AREA DE COMUNICACAO COM O ALUNO63 (CALENDARIO DE
      *    DIAS UTEIS)
           COPY CALSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FS-VENDAS3N = '10'.
           PERFORM 901-FINALIZAR.
           STOP RUN.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-VENDAS3N.
           EVALUATE WK-FS-VENDAS3N
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'ARQUIVO VENDAS3N NAO ENCONTRADO'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-VENDAS3N
                           ' NO COMANDO OPEN VENDAS3N'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN I-O    ARQ-TITULOS.
           IF WK-FS-TITULOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-TITULOS
                       ' NO COMANDO OPEN TITULOS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ARQ-RELTIT.
           PERFORM 301-LER-VENDAS3N.
      ***************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-REGS-LIDOS.
           MOVE FD-VENDEDOR  TO FD-TIT-VENDEDOR.
           MOVE FD-NOTA      TO FD-TIT-NOTA.
           MOVE FD-VALOR     TO WK-VALOR-MOVTO.
           IF FD-TRANS-VENDA
               PERFORM 210-ABRIR-TITULO
           ELSE
               PERFORM 230-DEVOLVER-TITULO
           END-IF.
           PERFORM 301-LER-VENDAS3N.
      *
      *    VENDA ABRE O TITULO PELO VALOR DA NOTA; NOTA QUE JA
      *    TEM TITULO (REUSO DE NUMERO PELO VENDEDOR) NAO
      *    SOBRESCREVE O EXISTENTE
       210-ABRIR-TITULO.
           MOVE FD-COMPRADOR   TO FD-TIT-COMPRADOR.
           MOVE FD-ESTADO      TO FD-TIT-ESTADO.
           MOVE FD-EMPRESA     TO FD-TIT-EMPRESA.
           MOVE WK-DATA-EXEC   TO FD-TIT-DATA-EMISSAO.
           MOVE FD-PRAZO       TO FD-TIT-PRAZO.
           PERFORM 220-CALCULAR-VENCIMENTO.
           MOVE WK-VALOR-MOVTO TO FD-TIT-VALOR-ORIGINAL
                                  FD-TIT-SALDO.
           MOVE ZEROS          TO FD-TIT-VALOR-DEVOLVIDO
                                  FD-TIT-VALOR-PAGO
                                  FD-TIT-DATA-REMESSA
                                  FD-TIT-DATA-LIQUIDACAO.
           SET TIT-ABERTO      TO TRUE.
           SET TIT-A-REMETER   TO TRUE.
           MOVE SPACES         TO WK-LINHA-SITUACAO.
           WRITE REG-TITULO.
           EVALUATE WK-FS-TITULOS
               WHEN '00'
                   ADD 1 TO WK-TOT-ABERTOS
                   ADD WK-VALOR-MOVTO TO WK-VAL-ABERTO
                   STRING 'ABERTO - VENCIMENTO '
                                           DELIMITED BY SIZE
                          FD-TIT-VENCIMENTO DELIMITED BY SIZE
                          INTO WK-LINHA-SITUACAO
               WHEN '22'
                   ADD 1 TO WK-TOT-DUPLICADOS
                   ADD 1 TO WK-TOT-OCORRENCIAS
                   MOVE 'REJEITADO - NOTA JA TEM TITULO'
                        TO WK-LINHA-SITUACAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-TITULOS
                           ' NO COMANDO WRITE TITULOS - CHAVE '
                           FD-TIT-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           PERFORM 260-GRAVAR-LINHA.
      *
      *    PRAZO EM DIAS CORRIDOS A PARTIR DA EMISSAO; O
      *    BOLETO NAO VENCE EM DIA NAO UTIL
       220-CALCULAR-VENCIMENTO.
           MOVE WK-DATA-EXEC TO WK-DATA-CALC.
           PERFORM 225-AVANCAR-UM-DIA FD-PRAZO TIMES.
           SET LK-CAL-E-UTIL-FN TO TRUE.
           MOVE WK-DATA-CALC TO LK-CAL-DATA-1.
           CALL 'ALUNO63' USING LK-CAL-COM.
           IF LK-CAL-OK AND LK-CAL-E-UTIL = 'S'
               MOVE WK-DATA-CALC TO FD-TIT-VENCIMENTO
           ELSE
               SET LK-CAL-PROXIMO TO TRUE
               MOVE WK-DATA-CALC TO LK-CAL-DATA-1
               CALL 'ALUNO63' USING LK-CAL-COM
               MOVE LK-CAL-RESULTADO TO FD-TIT-VENCIMENTO
           END-IF.
       225-AVANCAR-UM-DIA.
           MOVE WK-CAL-MES TO WK-A15-COD-MES.
           MOVE 1          TO WK-A15-COD-DIASEM.
           MOVE WK-CAL-ANO TO WK-A15-ANO.
           CALL 'ALUNO15' USING WK-AREA-ALUNO15.
           IF WK-CAL-DIA < WK-A15-DIAS-MES
               ADD 1 TO WK-CAL-DIA
           ELSE
               MOVE 1 TO WK-CAL-DIA
               IF WK-CAL-MES < 12
                   ADD 1 TO WK-CAL-MES
               ELSE
                   MOVE 1 TO WK-CAL-MES
                   ADD 1 TO WK-CAL-ANO
               END-IF
           END-IF.
      *
      *    DEVOLUCAO REDUZ O SALDO DO TITULO DA MESMA NOTA; O
      *    QUE PASSA DO SALDO E CREDITO DO COMPRADOR
       230-DEVOLVER-TITULO.
           READ ARQ-TITULOS.
           EVALUATE WK-FS-TITULOS
               WHEN '00'
                   PERFORM 235-APLICAR-DEVOLUCAO
               WHEN '23'
                   ADD 1 TO WK-TOT-SEM-TITULO
                   ADD 1 TO WK-TOT-OCORRENCIAS
                   MOVE FD-COMPRADOR TO FD-TIT-COMPRADOR
                   MOVE ZEROS        TO FD-TIT-SALDO
                   MOVE 'DEVOLUCAO SEM TITULO DA NOTA'
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-LINHA
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-TITULOS
                           ' NO COMANDO READ TITULOS - CHAVE '
                           FD-TIT-CHAVE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
       235-APLICAR-DEVOLUCAO.
           ADD WK-VALOR-MOVTO TO FD-TIT-VALOR-DEVOLVIDO.
           ADD WK-VALOR-MOVTO TO WK-VAL-DEVOLVIDO.
           MOVE ZEROS  TO WK-EXCEDENTE.
           MOVE SPACES TO WK-LINHA-SITUACAO.
           IF NOT TIT-ABERTO
               MOVE WK-VALOR-MOVTO TO WK-EXCEDENTE
           ELSE
               IF WK-VALOR-MOVTO < FD-TIT-SALDO
                   ADD 1 TO WK-TOT-REDUZIDOS
                   SUBTRACT WK-VALOR-MOVTO FROM FD-TIT-SALDO
                   MOVE 'REDUZIDO PELA DEVOLUCAO'
                        TO WK-LINHA-SITUACAO
               ELSE
                   ADD 1 TO WK-TOT-BAIXADOS
                   COMPUTE WK-EXCEDENTE =
                           WK-VALOR-MOVTO - FD-TIT-SALDO
                   MOVE ZEROS        TO FD-TIT-SALDO
                   SET TIT-DEVOLVIDO TO TRUE
                   MOVE WK-DATA-EXEC TO FD-TIT-DATA-LIQUIDACAO
                   MOVE 'BAIXADO PELA DEVOLUCAO'
                        TO WK-LINHA-SITUACAO
               END-IF
           END-IF.
           REWRITE REG-TITULO.
           IF WK-FS-TITULOS NOT = '00'
               DISPLAY 'ERRO ' WK-FS-TITULOS
                       ' NO COMANDO REWRITE TITULOS - CHAVE '
                       FD-TIT-CHAVE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-LINHA-SITUACAO NOT = SPACES
               PERFORM 260-GRAVAR-LINHA
           END-IF.
           IF WK-EXCEDENTE > ZEROS
               ADD 1 TO WK-TOT-CREDITOS
               ADD 1 TO WK-TOT-OCORRENCIAS
               ADD WK-EXCEDENTE TO WK-VAL-CREDITOS
               MOVE WK-EXCEDENTE TO WK-VALOR-MOVTO
               MOVE 'CREDITO A DEVOLVER AO COMPRADOR'
                    TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-LINHA
           END-IF.
       260-GRAVAR-LINHA.
           MOVE FD-TIPO-TRANS    TO WK-LINHA-TIPO.
           MOVE FD-VENDEDOR      TO WK-LINHA-VENDEDOR.
           MOVE FD-NOTA          TO WK-LINHA-NOTA.
           MOVE FD-TIT-COMPRADOR TO WK-LINHA-COMPRADOR.
           MOVE WK-VALOR-MOVTO   TO WK-LINHA-VALOR.
           MOVE FD-TIT-SALDO     TO WK-LINHA-SALDO.
           WRITE REG-RELTIT FROM WK-LINHA-DETALHE.
      ***************************************
       300-LER SECTION.
       301-LER-VENDAS3N.
           READ ARQ-VENDAS3N.
           EVALUATE WK-FS-VENDAS3N
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-FS-VENDAS3N
                           ' NO COMANDO READ VENDAS3N'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      ***************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           DISPLAY 'REGISTROS LIDOS           = ' WK-REGS-LIDOS.
           DISPLAY 'TITULOS ABERTOS           = ' WK-TOT-ABERTOS.
           MOVE WK-VAL-ABERTO TO WK-VAL-EDIT.
           DISPLAY 'VALOR DOS TITULOS ABERTOS = ' WK-VAL-EDIT.
           DISPLAY 'NOTAS COM TITULO EXISTENTE= ' WK-TOT-DUPLICADOS.
           DISPLAY 'TITULOS REDUZIDOS         = ' WK-TOT-REDUZIDOS.
           DISPLAY 'TITULOS BAIXADOS P/ DEVOL.= ' WK-TOT-BAIXADOS.
           MOVE WK-VAL-DEVOLVIDO TO WK-VAL-EDIT.
           DISPLAY 'VALOR DAS DEVOLUCOES      = ' WK-VAL-EDIT.
           DISPLAY 'DEVOLUCOES SEM TITULO     = ' WK-TOT-SEM-TITULO.
           DISPLAY 'CREDITOS AO COMPRADOR     = ' WK-TOT-CREDITOS.
           MOVE WK-VAL-CREDITOS TO WK-VAL-EDIT.
           DISPLAY 'VALOR DOS CREDITOS        = ' WK-VAL-EDIT.
           IF WK-TOT-OCORRENCIAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 930-GRAVAR-CTLLOG.
           CLOSE ARQ-VENDAS3N.
           CLOSE ARQ-TITULOS.
           CLOSE ARQ-RELTIT.
      ***************************************
       930-GRAVAR-CTLLOG.
           OPEN EXTEND ARQ-CTLLOG.
           MOVE SPACES             TO REG-CTLLOG.
           MOVE 'ALUNO202'         TO FD-CTL-PROGRAMA.
           MOVE WK-DATA-EXEC       TO FD-CTL-DATA.
           MOVE WK-HORA-EXEC       TO FD-CTL-HORA.
           MOVE WK-REGS-LIDOS      TO FD-CTL-REGS-LIDOS.
           MOVE WK-TOT-OCORRENCIAS TO FD-CTL-REGS-REJEIT.
           WRITE REG-CTLLOG.
           CLOSE ARQ-CTLLOG.
