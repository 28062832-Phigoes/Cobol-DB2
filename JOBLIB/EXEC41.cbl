//*****************************************************
//EXECUTE  EXEC PGM=ALUNO41
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLNTHIST DD   DSN=GR.EAD316.CLIENTEN.HIST,DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
