//*****************************************************
//EXECUTE  EXEC PGM=ALUNO12
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//VENDAS   DD   DSN=GR.EAD316.VENDAS,DISP=OLD
//VDRTOT   DD   DSN=GR.EAD316.VENDAS.VDRTOT,
//             DISP=(NEW,CATLG,DELETE),
