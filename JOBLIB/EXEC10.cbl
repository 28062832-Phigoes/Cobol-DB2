//*****************************************************
//EXECUTE  EXEC PGM=ALUNO10
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=OLD
//SEGMENTO DD   DSN=GR.EAD316.CLIENTES.SEGMENTO,DISP=SHR
