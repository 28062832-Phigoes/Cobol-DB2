//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MANUTENCAO DA TABELA DE PRECOS DE LISTA POR   *
//*      PRODUTO E UF (ALUNO197): I = INCLUSAO DE      *
//*      VIGENCIA, A = ALTERACAO DO PRECO E DO DESCONTO*
//*      MAXIMO, E = EXCLUSAO. VIGENCIA SEMPRE AAAAMM01*
//*      E NAO ANTERIOR AO MES DA EXECUCAO. O OPERADOR *
//*      PRECISA DA FUNCAO DE PRECO NO OPERSEC. A      *
//*      TABELA E DEFINIDA PELO EXECPREC               *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO197
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//OPERSEC  DD   DSN=GR.EAD316.OPERADORES,DISP=SHR
//PRODUTOS DD   DSN=GR.EAD316.PRODUTOS,DISP=SHR
//ESTADOS  DD   DSN=GR.EAD316.ESTADOS,DISP=SHR
//MOVPRECO DD   DSN=GR.EAD316.PRODUTOS.PRECOS.MOVTOS,DISP=(OLD,DELETE)
//PRECOS   DD   DSN=GR.EAD316.PRODUTOS.PRECOS,DISP=OLD
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
