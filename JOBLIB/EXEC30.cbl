//*****************************************************
//CARGA    EXEC PGM=ALUNO30,COND=(0,NE,DEFINE)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//CLIVSAM  DD   DSN=GR.EAD316.CLIENTES.VSAM,DISP=SHR
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//*****************************************************
//DESCARGA EXEC PGM=ALUNO31,COND=(0,NE,CARGA)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIVSAM  DD   DSN=GR.EAD316.CLIENTES.VSAM,DISP=SHR
//CLIDESC  DD   DSN=GR.EAD316.CLIENTES.DESCARGA,
//         DISP=(NEW,CATLG,DELETE),
//*****************************************************
//CONSULTA EXEC PGM=ALUNO32,COND=(0,NE,CARGA)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CONSULTA DD   DSN=GR.EAD316.CLIENTES.CONSULTA,DISP=SHR
//CLIVSAM  DD   DSN=GR.EAD316.CLIENTES.VSAM,DISP=SHR
//RELCONS  DD   SYSOUT=X
