//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      COBERTURA DO FGC POR DEPOSITANTE (DOCUMENTO   *
//*      DO CLIDEMOG, POR EMPRESA): CONTA CORRENTE E   *
//*      POUPANCA DO CLIENTEN DA ULTIMA RODADA,        *
//*      REPARTIDAS ENTRE OS COTITULARES DO VINCCTA    *
//*      (EXEC160), MAIS OS CDB ATIVOS. LIMITE NO      *
//*      PARMFILE (PARAMETRO LIMITE-FGC DO ALUNO128);  *
//*      SEM ELE VALE O CARTAO SYSIN (9(9)V99, ZEROS = *
//*      250.000,00). O FGCARQ E O ARQUIVO ENTREGUE AO *
//*      FGC NO SIMULADO DE INTERVENCAO                *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO128
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//VINCCTA  DD   DSN=GR.EAD316.CLIENTES.VINCCTA,DISP=SHR
//CDBMAST  DD   DSN=GR.EAD316.CDB.MESTRE,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//FGCARQ   DD   DSN=GR.EAD316.FGC.DEPOSITANTES,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=150,BLKSIZE=15000)
//RELFGC   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
00000000000
/*
