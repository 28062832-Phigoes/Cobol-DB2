//*****************************************************
//EXECUTE  EXEC PGM=ALUNO21
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//VENDAS   DD   DSN=GR.EAD316.VENDAS,DISP=SHR
//VENDAS3N DD   DSN=GR.EAD316.VENDAS3N,DISP=SHR
//RELATO   DD   SYSOUT=X
