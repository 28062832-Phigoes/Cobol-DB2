//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      EXPURGO DO ARQUIVO DE RELATORIOS POR          *
//*      RETENCAO (ALUNO178). A RETENCAO DE CADA       *
//*      RELATORIO, EM MESES, FICA NO ARQUIVO CENTRAL  *
//*      DE PARAMETROS (PROGRAMA ALUNO178, NOME = O    *
//*      RELATORIO, VALOR COLS 1-3; 000 = NUNCA        *
//*      EXPURGAR). SYSIN = RETENCAO PADRAO EM MESES   *
//*      PARA OS RELATORIOS SEM PARAMETRO              *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO178
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//RELARQV  DD   DSN=GR.EAD316.RELATORIOS.ARQUIVO,DISP=SHR
//RELIDX   DD   DSN=GR.EAD316.RELATORIOS.INDICE,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
060
/*
