//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      ACOES DA MESA DE SEGURANCA SOBRE OS CASOS DE  *
//*      FRAUDE (ALUNO182): T = ASSUMIR, F = FRAUDE    *
//*      CONFIRMADA, L = ALARME FALSO, N = ANOTACAO.   *
//*      OS PEDIDOS DE ESTORNO SE ACUMULAM EM MOD NO   *
//*      LANCAM.FRAUDE (MESCLA SORTLAN DO EXECNOTURNO) *
//*      E OS BLOQUEIOS NO CLIENTES.MOVTOS.FRAUDE      *
//*      (MESCLA DO EXEC27); NA IMPLANTACAO A OPERACAO *
//*      CATALOGA OS DOIS VAZIOS. AS LIBERACOES DOS    *
//*      ALARMES FALSOS VAO PARA O LIBFRAUD LIDO PELO  *
//*      ALUNO77. O OPERADOR PRECISA DA FUNCAO FRAUDE  *
//*      NO OPERSEC. PRAZO DA LIBERACAO: PARAMETRO     *
//*      MESES-LIB DO ALUNO182 NO PARMFILE (PADRAO 6)  *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO182
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//OPERSEC  DD   DSN=GR.EAD316.OPERADORES,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//MOVCASO  DD   DSN=GR.EAD316.FRAUDE.ACOES,DISP=(OLD,DELETE)
//CASOFRD  DD   DSN=GR.EAD316.FRAUDE.CASOS,DISP=OLD
//CASOCTL  DD   DSN=GR.EAD316.FRAUDE.CASOS.CTL,DISP=OLD
//LANCFRD  DD   DSN=GR.EAD316.LANCAM.FRAUDE,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
//MOVFRD   DD   DSN=GR.EAD316.CLIENTES.MOVTOS.FRAUDE,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//LIBFRAUD DD   DSN=GR.EAD316.FRAUDE.LIBERACOES,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELMANUT DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN: ID DO OPERADOR (COLS 1-8)       *
//*****************************************************
//SYSIN    DD   *
OPER0001
/*
