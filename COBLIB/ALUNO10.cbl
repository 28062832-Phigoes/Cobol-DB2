      *    PARAMETROS (ALUNO46); SEM PARAMETRO CADASTRADO,
      *    VALE O CARTAO SYSIN COMO SEMPRE
           COPY PARMSRV.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           MOVE 'RELATORIO DE CLIENTES' TO LK-REL-TITULO.
           MOVE 50 TO LK-REL-MAX-LINHAS.
           CALL 'ALUNO48' USING LK-REL-COM.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           EVALUATE WK-FS-CLIENTES
               WHEN '00'
