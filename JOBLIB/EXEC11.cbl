//*****************************************************
//EXECUTE  EXEC PGM=ALUNO11
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//VENDAS   DD   DSN=GR.EAD316.VENDAS,DISP=OLD
//RELATO   DD   SYSOUT=X
//CSVTOT   DD   DSN=GR.EAD316.VENDAS.CSVTOT11,
