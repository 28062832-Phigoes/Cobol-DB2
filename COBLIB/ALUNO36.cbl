      *    DO ALUNO85 (FAIXA DE CEP DA CIDADE/UF NO     *
      *    ARQUIVO CEPFAIXA) E PELA VALIDACAO DO        *
      *    DIGITO VERIFICADOR DO CPF/CNPJ (MESMA CONTA  *
      *    DA VARREDURA DO ALUNO86) ANTES DE APLICAR.   *
      *    ALTERACAO QUE TROCA O DOCUMENTO FICA NA      *
      *    TRILHA AUDDOC (CORRECAO DO CCS NO ALUNO130)  *
      *    INCLUSAO, ALTERACAO E CONFIRMACAO (FUNCAO C, *
      *    CLIENTE CONFIRMOU OS DADOS SEM MUDANCA)      *
      *    CARIMBAM A DATA DE CONFIRMACAO DO CADASTRO,  *
      *    BASE DA RENOVACAO PERIODICA DO ALUNO134      *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
               FILE STATUS IS WK-FS-DEMNOVO.
           SELECT ARQ-CEPFAIXA ASSIGN TO CEPFAIXA
               FILE STATUS IS WK-FS-CEPFAIXA.
           SELECT ARQ-AUDDOC   ASSIGN TO AUDDOC
               FILE STATUS IS WK-FS-AUDDOC.
           SELECT ARQ-RELMANUT ASSIGN TO RELMANUT
               FILE STATUS IS WK-FS-RELMANUT.
           SELECT ARQ-CTLLOG   ASSIGN TO CTLLOG
              88 MDM-INCLUSAO                  VALUE 'I'.
              88 MDM-ALTERACAO                 VALUE 'A'.
              88 MDM-EXCLUSAO                  VALUE 'E'.
              88 MDM-CONFIRMACAO               VALUE 'C'.
           05 FD-MDM-CODIGO         PIC 9(5).
           05 FD-MDM-ENDERECO1      PIC X(30).
           05 FD-MDM-ENDERECO2      PIC X(30).
           05 FILLER                PIC X(42).
       FD   ARQ-DEMNOVO
            RECORDING MODE IS F.
       01  REG-DEMNOVO              PIC X(128).
       FD   ARQ-AUDDOC
            RECORDING MODE IS F.
           COPY AUDDOC.
       FD   ARQ-RELMANUT
            RECORDING MODE IS F.
       01  REG-RELMANUT             PIC X(80).
       77  WK-FS-CLIDEMOG    PIC XX             VALUE SPACES.
       77  WK-FS-MOVDEM      PIC XX             VALUE SPACES.
       77  WK-FS-DEMNOVO     PIC XX             VALUE SPACES.
       77  WK-FS-AUDDOC      PIC XX             VALUE SPACES.
       77  WK-FS-RELMANUT    PIC XX             VALUE SPACES.
       77  WK-FS-CTLLOG      PIC XX             VALUE SPACES.
       77  WK-REGS-LIDOS     PIC 9(07)          VALUE ZEROS.
       77  WK-ULTIMO-INCLUIDO PIC 9(5)          VALUE ZEROS.
       77  WK-DATA-EXEC      PIC 9(8)           VALUE ZEROS.
       77  WK-HORA-EXEC      PIC 9(6)           VALUE ZEROS.
       77  WK-MESTRE-CORRENTE PIC X(128)        VALUE SPACES.
      *
      *    FAIXAS DE CEP POR CIDADE/UF (MESMA CHECAGEM DO
      *    ALUNO85); SEM O ARQUIVO, A MANUTENCAO SEGUE SEM
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LINHA-SITUACAO    PIC X(40).
           05 FILLER               PIC X(17)     VALUE SPACES.
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
           OPEN INPUT  ARQ-CLIDEMOG.
           OPEN INPUT  ARQ-MOVDEM.
           OPEN OUTPUT ARQ-DEMNOVO.
           OPEN EXTEND ARQ-AUDDOC.
           OPEN OUTPUT ARQ-RELMANUT.
           EVALUATE WK-FS-CLIDEMOG
               WHEN '00'
                   PERFORM 230-ALTERAR
               WHEN MDM-EXCLUSAO
                   PERFORM 240-EXCLUIR
               WHEN MDM-CONFIRMACAO
                   PERFORM 235-CONFIRMAR
               WHEN OTHER
                   MOVE 'REJEITADO - FUNCAO INVALIDA'
                        TO WK-LINHA-SITUACAO
                        TO WK-LINHA-SITUACAO
                   PERFORM 260-GRAVAR-REJEICAO
               WHEN OTHER
                   IF FD-MDM-DOCUMENTO NOT = FD-DEM-DOCUMENTO
                       PERFORM 251-GRAVAR-TROCA-DOCUMENTO
                   END-IF
                   PERFORM 250-MONTAR-REGISTRO
                   MOVE 'APLICADO - CADASTRO ALTERADO'
                        TO WK-LINHA-SITUACAO
                   PERFORM 255-GRAVAR-APLICACAO
           END-EVALUATE.
      *
      *    CONFIRMACAO SO RENOVA A DATA: OS DADOS DO
      *    MOVIMENTO NAO SAO USADOS
       235-CONFIRMAR.
           IF WK-FS-CLIDEMOG = '10'
            OR FD-DEM-CODIGO NOT = FD-MDM-CODIGO
               MOVE 'REJEITADO - CODIGO NAO CADASTRADO'
                    TO WK-LINHA-SITUACAO
               PERFORM 260-GRAVAR-REJEICAO
           ELSE
               MOVE WK-DATA-EXEC TO FD-DEM-DATA-CONFIRMACAO
               MOVE 'APLICADO - CADASTRO CONFIRMADO'
                    TO WK-LINHA-SITUACAO
               PERFORM 255-GRAVAR-APLICACAO
           END-IF.
      *
      *    CEP VALIDO = DENTRO DE ALGUMA FAIXA CADASTRADA
      *    PARA A CIDADE/UF DO MOVIMENTO (MESMA REGRA DO
      *    ALUNO85)
           MOVE FD-MDM-CEP       TO FD-DEM-CEP.
           MOVE FD-MDM-FONE      TO FD-DEM-FONE.
           MOVE FD-MDM-DOCUMENTO TO FD-DEM-DOCUMENTO.
           MOVE WK-DATA-EXEC     TO FD-DEM-DATA-CONFIRMACAO.
      *
      *    DOCUMENTO ANTERIOR AINDA NO MESTRE CORRENTE
       251-GRAVAR-TROCA-DOCUMENTO.
           MOVE SPACES           TO REG-AUDDOC.
           MOVE FD-MDM-CODIGO    TO FD-ADC-CODIGO.
           MOVE FD-DEM-DOCUMENTO TO FD-ADC-DOC-ANTES.
           MOVE FD-MDM-DOCUMENTO TO FD-ADC-DOC-DEPOIS.
           MOVE WK-DATA-EXEC     TO FD-ADC-DATA.
           MOVE WK-HORA-EXEC     TO FD-ADC-HORA.
           WRITE REG-AUDDOC.
       255-GRAVAR-APLICACAO.
           ADD 1 TO WK-TOT-APLICADOS.
           PERFORM 265-GRAVAR-LINHA-RELATO.
           CLOSE ARQ-CLIDEMOG.
           CLOSE ARQ-MOVDEM.
           CLOSE ARQ-DEMNOVO.
           CLOSE ARQ-AUDDOC.
           CLOSE ARQ-RELMANUT.
      ***************************************
       930-GRAVAR-CTLLOG.
