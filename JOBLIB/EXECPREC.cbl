//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DEFINE (UMA VEZ SO) DA TABELA DE PRECOS DE    *
//*      LISTA POR PRODUTO E UF: CHAVE PRODUTO + UF +  *
//*      INICIO DE VIGENCIA (13 POSICOES). MANTIDA PELO*
//*      ALUNO197 (EXEC197) E LIDA PELA CRITICA DE     *
//*      VENDAS (ALUNO57, EXEC57) E PELO RELATORIO DE  *
//*      DESCONTOS (ALUNO198, EXEC198). NAO TEM DELETE:*
//*      REEXECUTAR NAO APAGA O ARQUIVO                *
//*****************************************************
//DEFINE   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE CLUSTER (NAME(GR.EAD316.PRODUTOS.PRECOS)  -
         INDEXED                                  -
         KEYS(13 0)                               -
         RECORDSIZE(80 80)                        -
         CYLINDERS(1 1))                          -
         DATA (NAME(GR.EAD316.PRODUTOS.PRECOS.DATA))  -
         INDEX (NAME(GR.EAD316.PRODUTOS.PRECOS.INDEX))
/*
