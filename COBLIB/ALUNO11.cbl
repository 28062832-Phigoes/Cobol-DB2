       77  WK-EMPRESA      PIC 99             VALUE ZEROS.
       77  WK-TOT-EMP-GERAL PIC S9(9)V99      VALUE ZEROS.
       77  WK-EMP-EDIT     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           OPEN OUTPUT ARQ-RELATO.
           OPEN OUTPUT ARQ-CHECKPT.
           OPEN OUTPUT ARQ-CSVTOT.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           SET LK-REL-ABRIR TO TRUE.
           MOVE 'RELATORIO DE VENDAS POR MES' TO LK-REL-TITULO.
