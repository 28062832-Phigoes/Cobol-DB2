//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DEFINE (UMA VEZ SO) DO ARQUIVO DE CASOS DE    *
//*      FRAUDE DA MESA DE SEGURANCA: CHAVE NUMERO DO  *
//*      CASO (7 POSICOES). ABERTOS PELO ALUNO181      *
//*      (EXECNOTURNO), MOVIDOS PELO ALUNO182          *
//*      (EXEC182) E LIDOS PELO ALUNO183 (EXEC183).    *
//*      NAO TEM DELETE: REEXECUTAR NAO APAGA O        *
//*      ARQUIVO                                       *
//*****************************************************
//DEFINE   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE CLUSTER (NAME(GR.EAD316.FRAUDE.CASOS)  -
         INDEXED                               -
         KEYS(7 0)                             -
         RECORDSIZE(700 700)                   -
         CYLINDERS(5 5))                       -
         DATA (NAME(GR.EAD316.FRAUDE.CASOS.DATA))  -
         INDEX (NAME(GR.EAD316.FRAUDE.CASOS.INDEX))
/*
