//*****************************************************
//EXECUTE  EXEC PGM=ALUNO66
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CENARIOS DD   DSN=GR.EAD316.SIMULACAO.CENARIOS,DISP=SHR
//EXTRATO  DD   SYSOUT=X
