//*****************************************************
//EXECUTE  EXEC PGM=ALUNO33
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLNTHIST DD   DSN=GR.EAD316.CLIENTEN.HIST,DISP=SHR
//RELTEND  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
