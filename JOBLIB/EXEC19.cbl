//*****************************************************
//EXECUTE  EXEC PGM=ALUNO19
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM,DISP=SHR
