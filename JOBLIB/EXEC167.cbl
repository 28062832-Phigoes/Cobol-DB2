//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      RELATORIO MENSAL DOS CARTOES DE DEBITO A      *
//*      VENCER, PARA A REEMISSAO PELO EXEC166.        *
//*      CARTAO SYSIN: COMPETENCIA DE VENCIMENTO       *
//*      AAAAMM (ZEROS = MES SEGUINTE AO DA EXECUCAO)  *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO167
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CARTAO   DD   DSN=GR.EAD316.CARTOES(0),DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//RELVENC  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
000000
/*
