//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MANUTENCAO DO CADASTRO DE ESTOQUE (ALUNO201): *
//*      I = INCLUSAO DO PRODUTO NO DEPOSITO (UF),     *
//*      A = ALTERACAO DO MINIMO E DO LOTE DE          *
//*      REPOSICAO, C = CONTAGEM FISICA (O SALDO PASSA *
//*      A SER O CONTADO E A DIFERENCA VAI PARA O      *
//*      KARDEX COMO AJUSTE). O OPERADOR PRECISA DA    *
//*      FUNCAO DE ESTOQUE NO OPERSEC. O CADASTRO E    *
//*      DEFINIDO PELO EXECESTQ                        *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO201
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//OPERSEC  DD   DSN=GR.EAD316.OPERADORES,DISP=SHR
//PRODUTOS DD   DSN=GR.EAD316.PRODUTOS,DISP=SHR
//ESTADOS  DD   DSN=GR.EAD316.ESTADOS,DISP=SHR
//MOVESTQ  DD   DSN=GR.EAD316.PRODUTOS.ESTOQUE.MOVTOS,DISP=(OLD,DELETE)
//ESTOQUE  DD   DSN=GR.EAD316.PRODUTOS.ESTOQUE,DISP=OLD
//KARDEX   DD   DSN=GR.EAD316.ESTOQUE.KARDEX,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
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
