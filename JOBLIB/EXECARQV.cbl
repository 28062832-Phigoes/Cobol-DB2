//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DEFINE (UMA VEZ SO) DO ARQUIVO DE RELATORIOS: *
//*      RELARQV = PAGINAS COMPACTADAS, CHAVE          *
//*      RELATORIO+DATA+HORA+PAGINA+BLOCO; RELIDX =    *
//*      INDICE, CHAVE RELATORIO+QUEBRA+DATA+HORA+     *
//*      PAGINA. GRAVADOS PELO DISTRIBUIDOR (ALUNO110, *
//*      FUNCAO T), LIDOS PELA REIMPRESSAO (EXEC177) E *
//*      EXPURGADOS PELA RETENCAO (EXEC178). NAO TEM   *
//*      DELETE: REEXECUTAR NAO APAGA O ARQUIVO        *
//*****************************************************
//DEFINE   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE CLUSTER (NAME(GR.EAD316.RELATORIOS.ARQUIVO) -
         INDEXED                               -
         KEYS(30 0)                            -
         RECORDSIZE(250 250)                   -
         CYLINDERS(50 10))                     -
         DATA (NAME(GR.EAD316.RELATORIOS.ARQUIVO.DATA))   -
         INDEX (NAME(GR.EAD316.RELATORIOS.ARQUIVO.INDEX))
  DEFINE CLUSTER (NAME(GR.EAD316.RELATORIOS.INDICE) -
         INDEXED                               -
         KEYS(52 0)                            -
         RECORDSIZE(80 80)                     -
         CYLINDERS(5 5))                       -
         DATA (NAME(GR.EAD316.RELATORIOS.INDICE.DATA))    -
         INDEX (NAME(GR.EAD316.RELATORIOS.INDICE.INDEX))
/*
