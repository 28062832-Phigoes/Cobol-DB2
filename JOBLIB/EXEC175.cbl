//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      RASTRO DE UM LANCAMENTO POR NOTA, PARA        *
//*      CONTESTACOES: LINHA DO TEMPO DE CADA          *
//*      LANCAMENTO (CAPTACAO, CRITICA, SUSPENSO,      *
//*      MESA, POSTAGEM, ESTORNO, ARQUIVAMENTO) A      *
//*      PARTIR DE GR.EAD316.LANCAM.RASTRO.            *
//*      RELRAST = LINHA DO TEMPO E SITUACAO ATUAL;    *
//*      SYSIN = CLIENTE (COLS 1-5), NOTA (6-11),      *
//*      DATA INICIAL (12-19) E FINAL (20-27) AAAAMMDD *
//*      ZEROS NA NOTA = TODAS AS NOTAS DO CLIENTE;    *
//*      ZEROS NO CLIENTE EXIGEM O PERIODO             *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO175
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//RASTRO   DD   DSN=GR.EAD316.LANCAM.RASTRO,DISP=SHR
//RELRAST  DD   SYSOUT=X
//SORTWK   DD   UNIT=SYSDA,SPACE=(CYL,(5,5))
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
001230004560000000000000000
/*
