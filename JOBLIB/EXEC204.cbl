//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      AGING DA CARTEIRA DE TITULOS A RECEBER DAS    *
//*      VENDAS POR COMPRADOR E POR VENDEDOR (RELAGING)*
//*      E LISTA DOS TITULOS VENCIDOS PARA COBRANCA    *
//*      (RELVENC), NA DATA DE PROCESSAMENTO (ALUNO204)*
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO204
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//TITULOS  DD   DSN=GR.EAD316.VENDAS.TITULOS,DISP=SHR
//RELAGING DD   SYSOUT=X
//RELVENC  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
