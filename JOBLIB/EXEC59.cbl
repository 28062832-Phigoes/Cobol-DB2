/*
//EXECUTE  EXEC PGM=ALUNO59,COND=(0,NE,MESCLAR)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//VENDEDOR DD   DSN=GR.EAD316.VENDEDORES,DISP=OLD
//MOVVDR   DD   DSN=GR.EAD316.VENDEDORES.MOVTOS.MESCLA,
//         DISP=(OLD,DELETE)
