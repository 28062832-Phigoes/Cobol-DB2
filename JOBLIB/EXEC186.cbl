//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      ESTATISTICA TRIMESTRAL DA OUVIDORIA PARA O    *
//*      REGULADOR (ALUNO186): RECLAMACOES DO          *
//*      TRIMESTRE POR CATEGORIA E RESULTADO           *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO186
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//OUVIDOR  DD   DSN=GR.EAD316.OUVIDORIA.RECLAMA,DISP=SHR
//RELOUVTR DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN: ANO E TRIMESTRE (AAAAT); EM     *
//*      BRANCO = TRIMESTRE ANTERIOR AO DA RODADA      *
//*****************************************************
//SYSIN    DD   *

/*
