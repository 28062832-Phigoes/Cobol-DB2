       77  WK-TOT-EDIT      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-TAB-EDIT      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WK-TOT-DIVERGENTES PIC 9(03)        VALUE ZEROS.
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
           PERFORM 110-CONFERIR-PRODUTORES.
           OPEN INPUT ARQ-CSVTO11.
