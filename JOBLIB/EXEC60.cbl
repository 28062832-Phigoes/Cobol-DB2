//*****************************************************
//MANUT    EXEC PGM=ALUNO60
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//ORCVEN   DD   DSN=GR.EAD316.VENDAS.METAS,DISP=OLD
//MOVORC   DD   DSN=GR.EAD316.VENDAS.METAS.MOVTOS,DISP=OLD
//ORCNOVO  DD   DSN=GR.EAD316.VENDAS.METAS.NOVO,
//*****************************************************
//VARIACAO EXEC PGM=ALUNO61,COND=(4,LT,MANUT)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//ORCVEN   DD   DSN=GR.EAD316.VENDAS.METAS,DISP=SHR
//VDRTOT   DD   DSN=GR.EAD316.VENDAS.VDRTOT,DISP=SHR
//RELVAR   DD   SYSOUT=X
