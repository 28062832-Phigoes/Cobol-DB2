//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      POSICAO E MOVIMENTO MENSAL DO ESTOQUE POR     *
//*      PRODUTO E DEPOSITO (ALUNO200), A PARTIR DO    *
//*      CADASTRO DE ESTOQUE E DO KARDEX, SEGUIDA DA   *
//*      LISTA DE REPOSICAO (SALDO ABAIXO DO MINIMO)   *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO200
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//ESTOQUE  DD   DSN=GR.EAD316.PRODUTOS.ESTOQUE,DISP=SHR
//KARDEX   DD   DSN=GR.EAD316.ESTOQUE.KARDEX,DISP=SHR
//PRODUTOS DD   DSN=GR.EAD316.PRODUTOS,DISP=SHR
//RELPOS   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN: COMPETENCIA AAAAMM (COLS 1-6)   *
//*      ZEROS = MES DA EXECUCAO                       *
//*****************************************************
//SYSIN    DD   *
000000
/*
