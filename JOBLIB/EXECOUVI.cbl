//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DEFINE (UMA VEZ SO) DO CADASTRO DE            *
//*      RECLAMACOES DA OUVIDORIA: CHAVE NUMERO DO     *
//*      PROTOCOLO (7 POSICOES). MANTIDO PELO ALUNO184 *
//*      (EXEC184) E LIDO PELO ALUNO185 (EXECNOTURNO)  *
//*      E PELO ALUNO186 (EXEC186). NAO TEM DELETE:    *
//*      REEXECUTAR NAO APAGA O ARQUIVO                *
//*****************************************************
//DEFINE   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE CLUSTER (NAME(GR.EAD316.OUVIDORIA.RECLAMA)  -
         INDEXED                                    -
         KEYS(7 0)                                  -
         RECORDSIZE(250 250)                        -
         CYLINDERS(5 5))                            -
         DATA (NAME(GR.EAD316.OUVIDORIA.RECLAMA.DATA))  -
         INDEX (NAME(GR.EAD316.OUVIDORIA.RECLAMA.INDEX))
/*
