	       05 FILLER               PIC X(12)     VALUE SPACES.
	  *
	   COPY PARMSRV.
	  *
	  *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
	  *    PROCESSAMENTO DA MALHA)
	   COPY DTPSRV.
	  *
	   PROCEDURE DIVISION.
	   000-PRINCIPAL SECTION.
		   ELSE
		       ACCEPT WK-PARM-TOPN FROM SYSIN
		   END-IF.
		   CALL 'ALUNO179' USING LK-DTP-COM.
		   MOVE LK-DTP-DATA-ATUAL(3:6) TO WK-DATA-SISTEMA.
		   OPEN INPUT  ARQ-CANDIDATOS.
		   OPEN OUTPUT ARQ-RELATO.
		   OPEN OUTPUT ARQ-RANKNEW.
