//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      REIMPRESSAO DO ARQUIVO DE RELATORIOS          *
//*      (ALUNO177) COM OS CABECALHOS E PAGINAS        *
//*      ORIGINAIS. SYSIN = RELATORIO (COLS 1-8),      *
//*      DATA INICIAL (9-16) E FINAL (17-24) AAAAMMDD, *
//*      QUEBRA (25-49) E OPERADOR (50-57). BRANCOS NA *
//*      QUEBRA = RELATORIO INTEIRO; DATA FINAL ZERADA *
//*      = SEM LIMITE. EXEMPLO: O RELLIQ DE MARCO.     *
//*      REIMPR = PAGINAS REIMPRESSAS; RELLOG = LOG    *
//*      DOS PEDIDOS DE REIMPRESSAO                    *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO177
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//RELARQV  DD   DSN=GR.EAD316.RELATORIOS.ARQUIVO,DISP=SHR
//RELIDX   DD   DSN=GR.EAD316.RELATORIOS.INDICE,DISP=SHR
//REIMPR   DD   SYSOUT=X
//RELLOG   DD   DSN=GR.EAD316.RELATORIOS.REIMPR.LOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
RELLIQ  2026030120260331                         AUDITOR1
/*
