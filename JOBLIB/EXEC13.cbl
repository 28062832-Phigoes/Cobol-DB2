//SORTOUT  DD   DSN=GR.EAD316.VENDAS3N.ORDENADO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=44,BLKSIZE=4400)
//SYSIN    DD   *
  SORT FIELDS=(1,2,CH,A,3,2,CH,A,18,4,CH,A,5,2,CH,A)
/*
//EXECUTE  EXEC PGM=ALUNO13,COND=(0,NE,ORDENAR)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//VENDAS3N DD   DSN=GR.EAD316.VENDAS3N.ORDENADO,DISP=(OLD,DELETE)
//VENDEDOR DD   DSN=GR.EAD316.VENDEDORES,DISP=SHR
