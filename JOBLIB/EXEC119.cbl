//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      CAPITALIZACAO MENSAL E RESGATE NO VENCIMENTO  *
//*      DOS TITULOS CDB (ALUNO119). A COPIA NOVA DO   *
//*      MESTRE SO SUBSTITUI O ORIGINAL DEPOIS DA      *
//*      CONFERENCIA DO RELCDB. O LANCCDB (CREDITOS    *
//*      LIQUIDOS NO LAYOUT LANCAM) DEVE SER           *
//*      CONCATENADO AO SORTIN DO SORTLAN DO           *
//*      EXECNOTURNO. O NOTACTL E O MESMO DAS          *
//*      APLICACOES E DO RESGATE ANTECIPADO (FAIXA     *
//*      660000-669999), E O IRRETIDO ACUMULA O        *
//*      IMPOSTO PARA O INFORME E O DARF (EXEC144).    *
//*      O FERIADOS ROLA O VENCIMENTO EM DIA NAO UTIL  *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO119
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//FERIADOS DD   DSN=GR.EAD316.FERIADOS,DISP=SHR
//CDBMAST  DD   DSN=GR.EAD316.CDB.MESTRE,DISP=SHR
//CDBNOVO  DD   DSN=GR.EAD316.CDB.MESTRE.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=68,BLKSIZE=6800)
//LANCCDB  DD   DSN=GR.EAD316.LANCAM.CDB.RESGATE,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
//IRRETIDO DD   DSN=GR.EAD316.CDB.IRRETIDO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//IRFEED   DD   DSN=GR.EAD316.GLFEED.CDB.IRRF,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//NOTACTL  DD   DSN=GR.EAD316.CDB.NOTACTL,DISP=OLD
//RELCDB   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      VALIDACAO DAS CONTAS DO PAR CDBP X IRRF NO    *
//*      PLANO DE CONTAS (PLANCTA)                     *
//*****************************************************
//STEPVVAL EXEC PGM=ALUNO112,COND=(4,LT,EXECUTE)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//FEED     DD   DSN=GR.EAD316.GLFEED.CDB.IRRF,DISP=(OLD,DELETE)
//PLANCTA  DD   DSN=GR.EAD316.PLANCTA,DISP=SHR
//FEEDOK   DD   DSN=GR.EAD316.GLFEED.CDB.IRRF.OK,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELVAL   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CONFERENCIA DO FEED (DEBITOS = CREDITOS E     *
//*      TRAILER)                                      *
//*****************************************************
//STEPVVER EXEC PGM=ALUNO54,
//         COND=((4,LT,EXECUTE),(0,NE,STEPVVAL))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//GLFEED   DD   DSN=GR.EAD316.GLFEED.CDB.IRRF.OK,DISP=SHR
