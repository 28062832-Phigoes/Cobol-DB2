//*****************************************************
//EXECUTE  EXEC PGM=ALUNO35
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CNABRET  DD   DSN=GR.EAD316.CNAB.RETORNO,DISP=OLD
//LANCRED  DD   DSN=GR.EAD316.LANCAM.REDE,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
//LIQTIT   DD   DSN=GR.EAD316.VENDAS.TITULOS.LIQUIDACOES,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELCNAB  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RASTRO   DD   DSN=GR.EAD316.LANCAM.RASTRO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      BAIXA DOS TITULOS A RECEBER (ALUNO203) PELOS  *
//*      PAGAMENTOS DE BOLETO DE VENDA SEPARADOS NO    *
//*      LIQTIT (O ARQUIVO E CONSUMIDO)                *
//*****************************************************
//STEPBAIX EXEC PGM=ALUNO203,COND=(4,LT,EXECUTE)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//LIQTIT   DD   DSN=GR.EAD316.VENDAS.TITULOS.LIQUIDACOES,
//         DISP=(MOD,DELETE,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//TITULOS  DD   DSN=GR.EAD316.VENDAS.TITULOS,DISP=OLD
//RELBAIX  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
