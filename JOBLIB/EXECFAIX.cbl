//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      CRIACAO (UMA VEZ SO) DAS TABELAS DA FAIXA     *
//*      SALARIAL: EAD316.FAIXAS_SALARIAIS (FAIXA,     *
//*      VIGENCIA AAAAMMDD, MINIMO, PONTO MEDIO E      *
//*      MAXIMO) E EAD316.FAIXA_FUNCIONARIO (FAIXA     *
//*      ATRIBUIDA A CADA CODFUN). A ATRIBUICAO FICA   *
//*      FORA DE EAD316.FUNCIONARIOS PARA NAO MUDAR O  *
//*      SELECT * DO ALUNO17. REEXECUTAR FALHA NO      *
//*      CREATE - AS TABELAS NAO SAO APAGADAS          *
//*      A MANUTENCAO (ALUNO193) RODA VIA PROCEDIMENTO *
//*      GENERICO EXECDB2 COM PGM=ALUNO193 (CARTAO     *
//*      SYSIN: ID DO OPERADOR, COLS 1-8, COM A FUNCAO *
//*      DE SALARIO NO OPERSEC). OS ARQUIVOS ABAIXO    *
//*      VALEM PARA O STEP RUN DB2:                    *
//*        OPERSEC  = GR.EAD316.OPERADORES             *
//*        MOVFAIXA = GR.EAD316.FAIXAS.MOVTOS,         *
//*                   DISP=(OLD,DELETE)                *
//*        AUDFAIXA = GR.EAD316.FAIXAS.AUDITORIA,      *
//*                   DISP=MOD, LRECL=80               *
//*        RELFAIXA = SYSOUT=X                         *
//*        CTLLOG   = GR.EAD316.CTLLOG                 *
//*      O RELATORIO DE COMPA-RATIO (ALUNO194) RODA    *
//*      VIA EXECDB2 COM PGM=ALUNO194:                 *
//*        RELCOMPA = SYSOUT=X                         *
//*        CTLLOG   = GR.EAD316.CTLLOG                 *
//*      CARTAO SYSIN DO ALUNO194: DATA DE REFERENCIA  *
//*      DAS FAIXAS AAAAMMDD (COLS 1-8, ZEROS = DATA   *
//*      DE PROCESSAMENTO). RC 4 = HA FUNCIONARIO COM  *
//*      SALARIO FORA DA FAIXA                         *
//*****************************************************
//CRIATAB  EXEC PGM=IKJEFT01,DYNAMNBR=20
//STEPLIB  DD DISP=SHR,DSN=DSN810.SDSNLOAD
//SYSTSPRT DD SYSOUT=*
//SYSPRINT DD SYSOUT=*
//SYSUDUMP DD SYSOUT=*
//SYSTSIN  DD *
 DSN SYSTEM(DB8G)
 RUN  PROGRAM(DSNTEP2) PLAN(DSNTEP81) -
      LIB('DSN810.RUNLIB.LOAD')
 END
/*
//SYSIN    DD *
  CREATE TABLE EAD316.FAIXAS_SALARIAIS
        (CODIGO_FAIXA   CHAR(3)       NOT NULL,
         DATA_VIGENCIA  DECIMAL(8,0)  NOT NULL,
         VALOR_MINIMO   DECIMAL(9,2)  NOT NULL,
         VALOR_MEDIO    DECIMAL(9,2)  NOT NULL,
         VALOR_MAXIMO   DECIMAL(9,2)  NOT NULL,
         PRIMARY KEY (CODIGO_FAIXA, DATA_VIGENCIA));
  CREATE UNIQUE INDEX EAD316.IXFAIXAS
         ON EAD316.FAIXAS_SALARIAIS
        (CODIGO_FAIXA, DATA_VIGENCIA);
  CREATE TABLE EAD316.FAIXA_FUNCIONARIO
        (CODFUN         DECIMAL(5,0)  NOT NULL,
         CODIGO_FAIXA   CHAR(3)       NOT NULL,
         PRIMARY KEY (CODFUN));
  CREATE UNIQUE INDEX EAD316.IXFAIXAFUN
         ON EAD316.FAIXA_FUNCIONARIO
        (CODFUN);
/*
