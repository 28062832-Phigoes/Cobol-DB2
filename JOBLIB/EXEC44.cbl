//*****************************************************
//EXECUTE  EXEC PGM=ALUNO44
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,DISP=OLD
//SUSPENSO DD   DSN=GR.EAD316.LANCAM.SUSPACUM(0),DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM,DISP=OLD
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
//RELARQ   DD   SYSOUT=X
//RASTRO   DD   DSN=GR.EAD316.LANCAM.RASTRO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
009001800365
/*
//*****************************************************
//RECUPERA EXEC PGM=ALUNO45,COND=(0,NE,EXECUTE)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//ARCLAN   DD   DSN=GR.EAD316.LANCAM.ARQUIVO.A2026,DISP=SHR
//EXTRACAO DD   DSN=GR.EAD316.LANCAM.EXTRACAO,
//         DISP=(NEW,CATLG,DELETE),
