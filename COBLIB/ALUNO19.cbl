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
           ELSE
               ACCEPT WK-PARM-MESES FROM SYSIN
           END-IF.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-SISTEMA.
           COMPUTE WK-REF-ANOMES = WK-DATA-ANO * 12 + WK-DATA-MES.
           OPEN INPUT  ARQ-CLIENTES.
           OPEN INPUT  ARQ-LANCAM.
