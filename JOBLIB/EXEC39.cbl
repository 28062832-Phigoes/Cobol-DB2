//*****************************************************
//EXECUTE  EXEC PGM=ALUNO39
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//DEPARA   DD   DSN=GR.EAD316.CLIENTES.DEPARA,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=OLD
//LANCAM   DD   DSN=GR.EAD316.LANCAM,DISP=OLD
