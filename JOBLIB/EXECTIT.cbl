//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DEFINE (UMA VEZ SO) DO CADASTRO DE TITULOS A  *
//*      RECEBER DAS VENDAS: CHAVE VENDEDOR + NOTA (8  *
//*      POSICOES). OS TITULOS SAO ABERTOS PELO        *
//*      ALUNO202 (STEPTIT DO EXEC57), REMETIDOS PELO  *
//*      ALUNO73 (EXEC73) E BAIXADOS PELO ALUNO203     *
//*      (STEPBAIX DO EXEC35). NAO TEM DELETE:         *
//*      REEXECUTAR NAO APAGA O ARQUIVO                *
//*****************************************************
//DEFINE   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE CLUSTER (NAME(GR.EAD316.VENDAS.TITULOS)    -
         INDEXED                                   -
         KEYS(8 0)                                 -
         RECORDSIZE(100 100)                       -
         CYLINDERS(1 1))                           -
         DATA (NAME(GR.EAD316.VENDAS.TITULOS.DATA))    -
         INDEX (NAME(GR.EAD316.VENDAS.TITULOS.INDEX))
/*
