//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MANUTENCAO DA TABELA DE CUSTO UNITARIO POR    *
//*      PRODUTO (ALUNO205): I = INCLUSAO DE VIGENCIA, *
//*      A = ALTERACAO DO CUSTO, E = EXCLUSAO. VIGENCIA*
//*      SEMPRE AAAAMM01 E NAO ANTERIOR AO MES DA      *
//*      EXECUCAO; A VIGENCIA GRAVADA PELO FECHAMENTO  *
//*      DO ESTOQUE (EXEC206) NAO E MANTIDA AQUI. O    *
//*      OPERADOR PRECISA DA FUNCAO DE PRECO NO        *
//*      OPERSEC. A TABELA E DEFINIDA PELO EXECCUST    *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO205
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//OPERSEC  DD   DSN=GR.EAD316.OPERADORES,DISP=SHR
//PRODUTOS DD   DSN=GR.EAD316.PRODUTOS,DISP=SHR
//MOVCUSTO DD   DSN=GR.EAD316.PRODUTOS.CUSTOS.MOVTOS,DISP=(OLD,DELETE)
//CUSTOS   DD   DSN=GR.EAD316.PRODUTOS.CUSTOS,DISP=OLD
//RELMANUT DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN: ID DO OPERADOR (COLS 1-8)       *
//*****************************************************
//SYSIN    DD   *
OPER0001
/*
