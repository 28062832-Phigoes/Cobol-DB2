//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DIARIO MENSAL DE VENDAS E ICMS NO LAYOUT DO   *
//*      GLFEED (RECEITA E DEVOLUCOES POR EMPRESA E    *
//*      LINHA DE PRODUTO, ICMS A RECOLHER POR UF).    *
//*      CARTAO SYSIN: COMPETENCIA AAAAMM (ZEROS =     *
//*      MES DA EXECUCAO)                              *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO126
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//VENDAS3N DD   DSN=GR.EAD316.VENDAS3N,DISP=SHR
//ESTADOS  DD   DSN=GR.EAD316.ESTADOS,DISP=SHR
//VNDFEED  DD   DSN=GR.EAD316.GLFEED.VENDAS,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELVND   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
000000
/*
//*****************************************************
//*      VALIDACAO DAS CONTAS DO DIARIO NO PLANO DE    *
//*      CONTAS (PLANCTA)                              *
//*****************************************************
//STEPVVAL EXEC PGM=ALUNO112,COND=(4,LT,EXECUTE)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//FEED     DD   DSN=GR.EAD316.GLFEED.VENDAS,DISP=(OLD,DELETE)
//PLANCTA  DD   DSN=GR.EAD316.PLANCTA,DISP=SHR
//FEEDOK   DD   DSN=GR.EAD316.GLFEED.VENDAS.OK,
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
//GLFEED   DD   DSN=GR.EAD316.GLFEED.VENDAS.OK,DISP=SHR
