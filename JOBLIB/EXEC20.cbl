//*****************************************************
//EXECUTE  EXEC PGM=ALUNO20
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CANDIDAT DD   DSN=GR.EAD316.CANDIDATOS,DISP=SHR
//RELATO   DD   SYSOUT=X
