       01  REG-SUBHIS               PIC X(52).
       FD   ARQ-SUBDEM
            RECORDING MODE IS F.
       01  REG-SUBDEM               PIC X(128).
       FD   ARQ-SUBEMP
            RECORDING MODE IS F.
       01  REG-SUBEMP               PIC X(60).
       FD   ARQ-SUBSEG
            RECORDING MODE IS F.
       01  REG-SUBSEG               PIC X(10).
           05 CNT-SUBEMP           PIC 9(7)      VALUE ZEROS.
           05 CNT-SUBSEG           PIC 9(7)      VALUE ZEROS.
           05 CNT-SUBSUS           PIC 9(7)      VALUE ZEROS.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-PCT FROM SYSIN.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           PERFORM 110-CARREGAR-LISTA.
           IF WK-TEM-LISTA = 'N'
