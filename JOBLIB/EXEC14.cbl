//*****************************************************
//EXECUTE  EXEC PGM=ALUNO14
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CSVTO11  DD   DSN=GR.EAD316.VENDAS.CSVTOT11,DISP=SHR
//CSVTO12  DD   DSN=GR.EAD316.VENDAS.CSVTOT12,DISP=SHR
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
