//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      REMESSA DE COBRANCA AO BANCO (TIPO CNAB)      *
//*      (ALUNO73): PARCELAS DE EMPRESTIMO DO LANCEMP E*
//*      BOLETOS DE VENDA DOS TITULOS A RECEBER EM     *
//*      ABERTO AINDA NAO REMETIDOS, QUE FICAM MARCADOS*
//*      COMO REMETIDOS NO CADASTRO DE TITULOS         *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO73
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//LANCEMP  DD   DSN=GR.EAD316.LANCAM.EMPRESTIMOS,DISP=SHR
//COBFILE  DD   DSN=GR.EAD316.COBRANCA.CARTEIRA,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//TITULOS  DD   DSN=GR.EAD316.VENDAS.TITULOS,DISP=OLD
//CNABREM  DD   DSN=GR.EAD316.CNAB.REMESSA,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELREM   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
