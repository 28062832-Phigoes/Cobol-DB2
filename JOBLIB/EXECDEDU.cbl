//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DEFINE (UMA VEZ SO) DO CADASTRO DE            *
//*      DEPENDENTES E DESCONTOS FIXOS DA FOLHA:       *
//*      CHAVE CODFUN (5 POSICOES). NAO TEM DELETE:    *
//*      REEXECUTAR NAO APAGA O ARQUIVO                *
//*      A MANUTENCAO (ALUNO188) RODA VIA PROCEDIMENTO *
//*      GENERICO EXECDB2 COM PGM=ALUNO188 (CARTAO     *
//*      SYSIN: ID DO OPERADOR, COLS 1-8, COM A FUNCAO *
//*      DE SALARIO NO OPERSEC). OS ARQUIVOS ABAIXO    *
//*      VALEM PARA O STEP RUN DB2:                    *
//*        OPERSEC  = GR.EAD316.OPERADORES             *
//*        CLIENTES = GR.EAD316.CLIENTES               *
//*        MOVDED   = GR.EAD316.FOLHA.DEPEND.MOVTOS,   *
//*                   DISP=(OLD,DELETE)                *
//*        FUNCDED  = GR.EAD316.FOLHA.DEPENDENTES,     *
//*                   DISP=OLD                         *
//*        RELMANUT = SYSOUT=X                         *
//*        CTLLOG   = GR.EAD316.CTLLOG                 *
//*      O CALCULO DA FOLHA (ALUNO189, VER EXEC22) E   *
//*      O CREDITO DO LIQUIDO (ALUNO190, EXEC190) LEEM *
//*      ESTE CADASTRO                                 *
//*****************************************************
//DEFINE   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DEFINE CLUSTER (NAME(GR.EAD316.FOLHA.DEPENDENTES)  -
         INDEXED                                    -
         KEYS(5 0)                                  -
         RECORDSIZE(200 200)                        -
         CYLINDERS(5 5))                            -
         DATA (NAME(GR.EAD316.FOLHA.DEPENDENTES.DATA))  -
         INDEX (NAME(GR.EAD316.FOLHA.DEPENDENTES.INDEX))
/*
