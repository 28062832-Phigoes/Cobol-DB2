      *    LANCAMENTOS PENDENTES (LANCAM E SUSPENSO) E  *
      *    COSTURA O HISTORICO CLNTHIST NO CODIGO       *
      *    SOBREVIVENTE, COM TRILHA DE AUDITORIA DE     *
      *    CADA REGISTRO TOCADO (DATADA: A FUSAO DE     *
      *    CLIENTES ALIMENTA O FIM DE RELACIONAMENTO    *
      *    DO CCS NO ALUNO130). AS SAIDAS SAO           *
      *    RECLASSIFICADAS POR SORT NO JOB              *
      ***************************************************
      *
           05 WK-AUD-NOVO          PIC 9(5).
           05 FILLER               PIC X(06)     VALUE ' ACAO '.
           05 WK-AUD-ACAO          PIC X(12).
           05 FILLER               PIC X(06)     VALUE ' DATA '.
           05 WK-AUD-DATA          PIC 9(8).
           05 FILLER               PIC X(10)     VALUE SPACES.
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
           MOVE WK-DATA-EXEC TO WK-AUD-DATA.
           OPEN INPUT  ARQ-CLIENTES.
           OPEN INPUT  ARQ-LANCAM.
           OPEN INPUT  ARQ-SUSPENSO.
