      *    PARAMETRO: FASE DA RODADA (E=EXTRACAO DAS CHAVES
      *    C=CARGA DO KSDS A PARTIR DO ARQUIVO CLASSIFICADO)
       77  WK-PARM-FASE      PIC X(01)          VALUE SPACE.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-FASE FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           EVALUATE WK-PARM-FASE
               WHEN 'E'
