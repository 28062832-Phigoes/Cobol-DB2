      *    HOJE (PROGRAMAS EXECUTADOS, LIDOS E          *
      *    REJEITADOS), O VEREDICTO DE BALANCEAMENTO    *
      *    DO ALUNO18 E AS DIVERGENCIAS DO ALUNO14 E    *
      *    DO ALUNO21 (E AS QUEBRAS DA CONCILIACAO      *
      *    RAZAO X DETALHE DO ALUNO125, QUANDO RODADA   *
      *    NO DIA) EM UMA PAGINA, COM RETURN-CODE       *
      *    DECISIVO PARA O SCHEDULER:                   *
      *      0 = GO    8 = NO-GO                        *
      ***************************************************
           05 WK-LP-REJEIT         PIC ZZZZZZ9.
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 WK-LP-OBS            PIC X(38)   VALUE SPACES.
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
           OPEN INPUT  ARQ-CTLLOG.
           OPEN OUTPUT ARQ-RELGONG.
           EVALUATE WK-FS-CTLLOG
               WHEN 'ALUNO14'
               WHEN 'ALUNO21'
               WHEN 'ALUNO56'
               WHEN 'ALUNO125'
                   ADD FD-CTL-REGS-REJEIT TO WK-TOT-DIVERGENCIAS
                   IF FD-CTL-REGS-REJEIT > ZEROS
                       MOVE 'DIVERGENCIAS ENCONTRADAS' TO WK-LP-OBS
