//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      BASE MENSAL DO DARF: IMPOSTO DE RENDA RETIDO  *
//*      NOS RESGATES DE CDB, POR EMPRESA, A PARTIR DO *
//*      HISTORICO IRRETIDO (ALUNO119 E ALUNO146).     *
//*      CARTAO SYSIN COM A COMPETENCIA AAAAMM         *
//*      (ZERADA VALE O MES ANTERIOR AO DA EXECUCAO)   *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO144
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//IRRETIDO DD   DSN=GR.EAD316.CDB.IRRETIDO,DISP=SHR
//RELDARF  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
000000
/*
