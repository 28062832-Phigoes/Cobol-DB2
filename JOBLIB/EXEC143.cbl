//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      RELATORIOS MENSAIS DA POLITICA DE GARANTIAS:  *
//*      CONTRATOS ATIVOS SUB-COLATERALIZADOS E        *
//*      COLATERAIS COM AVALIACAO VENCIDA. A POLITICA  *
//*      VEM DO PARAMETRO GARANT-POLIT DO ALUNO116;    *
//*      SEM ELE VALE O CARTAO SYSIN: LIMITE DE        *
//*      PRINCIPAL (COLS 1-7), COBERTURA PCT (8-10)    *
//*      E IDADE DA AVALIACAO EM MESES (11-13)         *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO143
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//GARANTIA DD   DSN=GR.EAD316.EMPRESTIMOS.GARANTIAS,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//RELSUBG  DD   SYSOUT=X
//RELAVAL  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
0050000100012
/*
