//*****************************************************
//EXECUTE  EXEC PGM=ALUNO37
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//DORMFILE DD   DSN=GR.EAD316.CLIENTES.DORMENTES,DISP=(OLD,DELETE)
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//VINCCTA  DD   DSN=GR.EAD316.CLIENTES.VINCCTA,DISP=SHR
//NOTIFOLD DD   DSN=GR.EAD316.CLIENTES.NOTIFICA(0),DISP=SHR
//NOTIFNEW DD   DSN=GR.EAD316.CLIENTES.NOTIFICA(+1),
//         DISP=(NEW,CATLG,DELETE),
