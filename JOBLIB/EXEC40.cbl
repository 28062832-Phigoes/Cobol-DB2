//*****************************************************
//BALANCEO EXEC PGM=ALUNO18
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM.VALIDADO,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//*****************************************************
//FECHAR   EXEC PGM=ALUNO40,COND=(0,NE,BALANCEO)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//FECHCTL  DD   DSN=GR.EAD316.FECHAMENTO.CTL,DISP=OLD
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
