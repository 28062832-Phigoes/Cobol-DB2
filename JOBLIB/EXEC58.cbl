//*****************************************************
//EXECUTE  EXEC PGM=ALUNO58
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//VENDAS3N DD   DSN=GR.EAD316.VENDAS3N,DISP=SHR
//VENDEDOR DD   DSN=GR.EAD316.VENDEDORES,DISP=SHR
//COMISTAB DD   DSN=GR.EAD316.COMISSOES.TAXAS,DISP=SHR
