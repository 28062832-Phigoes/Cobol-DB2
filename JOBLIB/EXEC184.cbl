//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MANUTENCAO DAS RECLAMACOES DA OUVIDORIA       *
//*      (ALUNO184): I = REGISTRO, A = ALTERACAO,      *
//*      R = RESPOSTA COM RESULTADO E RESSARCIMENTO.   *
//*      OS RESSARCIMENTOS SE ACUMULAM EM MOD NO       *
//*      LANCAM.OUVIDORIA (MESCLA SORTLAN DO           *
//*      EXECNOTURNO); NA IMPLANTACAO A OPERACAO O     *
//*      CATALOGA VAZIO, JUNTO COM O OUVCTL. O         *
//*      OPERADOR PRECISA DA FUNCAO OUVIDORIA NO       *
//*      OPERSEC. PRAZO REGULAMENTAR: PARAMETRO        *
//*      PRAZO-DIAS DO ALUNO184 NO PARMFILE (PADRAO    *
//*      10 DIAS UTEIS)                                *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO184
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//OPERSEC  DD   DSN=GR.EAD316.OPERADORES,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//FERIADOS DD   DSN=GR.EAD316.FERIADOS,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//MOVOUV   DD   DSN=GR.EAD316.OUVIDORIA.MOVTOS,DISP=(OLD,DELETE)
//OUVIDOR  DD   DSN=GR.EAD316.OUVIDORIA.RECLAMA,DISP=OLD
//OUVCTL   DD   DSN=GR.EAD316.OUVIDORIA.RECLAMA.CTL,DISP=OLD
//LANCOUV  DD   DSN=GR.EAD316.LANCAM.OUVIDORIA,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
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
