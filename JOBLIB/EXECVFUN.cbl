//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DEFINE (UMA VEZ SO) DO CADASTRO DE CONTAS     *
//*      LIGADAS AOS FUNCIONARIOS: CHAVE CODFUN +      *
//*      CODIGO DO CLIENTE (10 POSICOES). NAO TEM      *
//*      DELETE: REEXECUTAR NAO APAGA O ARQUIVO        *
//*      A MANUTENCAO (ALUNO195) RODA VIA PROCEDIMENTO *
//*      GENERICO EXECDB2 COM PGM=ALUNO195 (CARTAO     *
//*      SYSIN: ID DO OPERADOR, COLS 1-8, COM A FUNCAO *
//*      DE SALARIO NO OPERSEC). OS ARQUIVOS ABAIXO    *
//*      VALEM PARA O STEP RUN DB2:                    *
//*        OPERSEC  = GR.EAD316.OPERADORES             *
//*        CLIENTES = GR.EAD316.CLIENTES               *
//*        MOVVFUN  = GR.EAD316.FUNCIONARIOS.CONTAS.   *
//*                   MOVTOS, DISP=(OLD,DELETE)        *
//*        VINCFUN  = GR.EAD316.FUNCIONARIOS.CONTAS,   *
//*                   DISP=OLD                         *
//*        RELMANUT = SYSOUT=X                         *
//*        CTLLOG   = GR.EAD316.CTLLOG                 *
//*      O MONITOR SEMANAL DE ACOES EM CONTA PROPRIA   *
//*      OU DE VINCULADO (ALUNO196, VER EXEC196) LE    *
//*      ESTE CADASTRO                                 *
//*****************************************************
//DEFINE   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE CLUSTER (NAME(GR.EAD316.FUNCIONARIOS.CONTAS)  -
         INDEXED                                      -
         KEYS(10 0)                                   -
         RECORDSIZE(80 80)                            -
         CYLINDERS(1 1))                              -
         DATA (NAME(GR.EAD316.FUNCIONARIOS.CONTAS.DATA))  -
         INDEX (NAME(GR.EAD316.FUNCIONARIOS.CONTAS.INDEX))
/*
