//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DEFINE (UMA VEZ SO) DO CADASTRO DE ESTOQUE    *
//*      POR PRODUTO E DEPOSITO (UF): CHAVE PRODUTO +  *
//*      UF (5 POSICOES). PRODUTOS ENTRAM PELO         *
//*      ALUNO201 (EXEC201) OU NO PRIMEIRO LANCAMENTO  *
//*      DO ALUNO199 (STEPESTQ DO EXEC57). NAO TEM     *
//*      DELETE: REEXECUTAR NAO APAGA O ARQUIVO        *
//*****************************************************
//DEFINE   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE CLUSTER (NAME(GR.EAD316.PRODUTOS.ESTOQUE)  -
         INDEXED                                   -
         KEYS(5 0)                                 -
         RECORDSIZE(100 100)                       -
         CYLINDERS(1 1))                           -
         DATA (NAME(GR.EAD316.PRODUTOS.ESTOQUE.DATA))  -
         INDEX (NAME(GR.EAD316.PRODUTOS.ESTOQUE.INDEX))
/*
