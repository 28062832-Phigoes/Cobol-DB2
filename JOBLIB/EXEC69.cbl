//*****************************************************
//DESCARGA EXEC PGM=ALUNO69
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//MOVPEND  DD   DSN=GR.EAD316.MOVPEND.VSAM,DISP=SHR
//LANCPEND DD   DSN=GR.EAD316.LANCAM.PENDENTES,
//         DISP=(NEW,CATLG,DELETE),
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RASTRO   DD   DSN=GR.EAD316.LANCAM.RASTRO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      MOVPEND ABSORVIDO: REDEFINE O KSDS VAZIO     *
//*      PARA A CAPTACAO ON-LINE DO DIA SEGUINTE       *
