//*****************************************************
//EXECUTE  EXEC PGM=ALUNO08
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=OLD
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//             DISP=(MOD,CATLG,CATLG),
