//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DEFINE (UMA VEZ SO) DA TABELA DE CUSTO        *
//*      UNITARIO POR PRODUTO: CHAVE PRODUTO + INICIO  *
//*      DE VIGENCIA (11 POSICOES). GRAVADA NO         *
//*      FECHAMENTO DO CUSTO MEDIO DO ESTOQUE          *
//*      (ALUNO206, EXEC206) E MANTIDA PELO ALUNO205   *
//*      (EXEC205) PARA OS PRODUTOS SEM ESTOQUE; LIDA  *
//*      PELA MARGEM BRUTA (ALUNO207, EXEC207). NAO TEM*
//*      DELETE: REEXECUTAR NAO APAGA O ARQUIVO        *
//*****************************************************
//DEFINE   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE CLUSTER (NAME(GR.EAD316.PRODUTOS.CUSTOS)  -
         INDEXED                                  -
         KEYS(11 0)                               -
         RECORDSIZE(80 80)                        -
         CYLINDERS(1 1))                          -
         DATA (NAME(GR.EAD316.PRODUTOS.CUSTOS.DATA))  -
         INDEX (NAME(GR.EAD316.PRODUTOS.CUSTOS.INDEX))
/*
