//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MANUTENCAO DO CADASTRO DE CARTOES DE DEBITO   *
//*      (EMISSAO, ATIVACAO, BLOQUEIO, REEMISSAO E     *
//*      CANCELAMENTO). OS MOVIMENTOS CAPTADOS SAO     *
//*      ORDENADOS POR NUMERO DO CARTAO/FUNCAO. O      *
//*      CADASTRO E UM GDG (0) -> (+1); NA IMPLANTACAO *
//*      A OPERACAO CATALOGA UMA GERACAO VAZIA. O      *
//*      CRTCTL GUARDA A ULTIMA SEQUENCIA EMITIDA. O   *
//*      OPERADOR PRECISA DA FUNCAO CARTAO NO OPERSEC. *
//*      RODA ANTES DO EXECNOTURNO (O ALUNO09 CRITICA  *
//*      OS LANCAMENTOS DE ATM PELO CADASTRO)          *
//*****************************************************
//MESCLAR  EXEC PGM=SORT
//SORTIN   DD   DSN=GR.EAD316.CARTOES.MOVTOS,DISP=OLD
//SORTOUT  DD   DSN=&&MOVCART,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//SYSIN    DD   *
  SORT FIELDS=(1,17,CH,A)
/*
//EXECUTE  EXEC PGM=ALUNO166,COND=(0,NE,MESCLAR)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//OPERSEC  DD   DSN=GR.EAD316.OPERADORES,DISP=SHR
//CARTAO   DD   DSN=GR.EAD316.CARTOES(0),DISP=SHR
//MOVCART  DD   DSN=&&MOVCART,DISP=(OLD,DELETE)
//CARTNOVO DD   DSN=GR.EAD316.CARTOES(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//CRTCTL   DD   DSN=GR.EAD316.CARTOES.CTL,DISP=SHR
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
