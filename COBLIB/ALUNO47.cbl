           05 FILLER               PIC X(01)   VALUE SPACE.
           05 WK-LP-ATIVO          PIC X(07).
           05 FILLER               PIC X(17)   VALUE SPACES.
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
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-HOJE.
           OPEN INPUT  ARQ-PARMFILE.
           OPEN OUTPUT ARQ-RELPARM.
           EVALUATE WK-FS-PARMFILE
