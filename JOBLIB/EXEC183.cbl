//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      RELATORIO SEMANAL DOS CASOS DE FRAUDE         *
//*      (ALUNO183): IDADE DOS CASOS EM ANDAMENTO E    *
//*      TAXA DE ACERTO POR MOTIVO DE EXCECAO          *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO183
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CASOFRD  DD   DSN=GR.EAD316.FRAUDE.CASOS,DISP=SHR
//RELIDADE DD   SYSOUT=X
//RELACERT DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
