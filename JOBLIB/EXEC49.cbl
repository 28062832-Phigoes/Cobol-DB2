//*****************************************************
//EXECUTE  EXEC PGM=ALUNO49
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//CLIMASC  DD   DSN=GR.EAD316.TESTE.CLIENTES,
//         DISP=(NEW,CATLG,DELETE),
