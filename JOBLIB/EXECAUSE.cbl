//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DEFINE (UMA VEZ SO) DO CADASTRO DE FERIAS     *
//*      GOZADAS: CHAVE CODFUN (5 POSICOES) + DATA DE  *
//*      INICIO AAAAMMDD (8). NAO TEM DELETE:          *
//*      REEXECUTAR NAO APAGA O ARQUIVO                *
//*      A MANUTENCAO (ALUNO192) RODA VIA PROCEDIMENTO *
//*      GENERICO EXECDB2 COM PGM=ALUNO192 (CARTAO     *
//*      SYSIN: ID DO OPERADOR, COLS 1-8, COM A FUNCAO *
//*      DE SALARIO NO OPERSEC). OS ARQUIVOS ABAIXO    *
//*      VALEM PARA O STEP RUN DB2:                    *
//*        OPERSEC  = GR.EAD316.OPERADORES             *
//*        MOVAUS   = GR.EAD316.FOLHA.FERIAS.MOVTOS,   *
//*                   DISP=(OLD,DELETE)                *
//*        AUSENCIA = GR.EAD316.FOLHA.FERIAS.GOZADAS,  *
//*                   DISP=OLD                         *
//*        RELMANUT = SYSOUT=X                         *
//*        CTLLOG   = GR.EAD316.CTLLOG                 *
//*      A PROVISAO MENSAL DE FERIAS E 13O (ALUNO191,  *
//*      VER EXECPROV) LE ESTE CADASTRO                *
//*****************************************************
//DEFINE   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE CLUSTER (NAME(GR.EAD316.FOLHA.FERIAS.GOZADAS)  -
         INDEXED                                       -
         KEYS(13 0)                                    -
         RECORDSIZE(80 80)                             -
         CYLINDERS(5 5))                               -
         DATA (NAME(GR.EAD316.FOLHA.FERIAS.GOZADAS.DATA))  -
         INDEX (NAME(GR.EAD316.FOLHA.FERIAS.GOZADAS.INDEX))
/*
