//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      ELIMINACAO ANUAL DE DADOS PESSOAIS DOS        *
//*      CLIENTES ENCERRADOS ALEM DO PRAZO DE GUARDA.  *
//*      AS COPIAS NOVAS DE CLIENTES, CADASTRO E       *
//*      HISTORICO SO SUBSTITUEM OS ARQUIVOS ATUAIS    *
//*      DEPOIS DA CONFERENCIA DO CERTIFICADO RELANON  *
//*      (COMO NO EXEC27). AS GERACOES ANTIGAS DO      *
//*      CLIENTEN SAEM DO CICLO DO GDG NORMALMENTE     *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO136
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//OPERSEC  DD   DSN=GR.EAD316.OPERADORES,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=OLD
//CLINOVO  DD   DSN=GR.EAD316.CLIENTES.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=49,BLKSIZE=4900)
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=OLD
//DEMNOVO  DD   DSN=GR.EAD316.CLIENTES.CADASTRO.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=128,BLKSIZE=12800)
//CLNTHIST DD   DSN=GR.EAD316.CLIENTEN.HIST,DISP=OLD
//HISNOVO  DD   DSN=GR.EAD316.CLIENTEN.HIST.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=52,BLKSIZE=5200)
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//CDBMAST  DD   DSN=GR.EAD316.CDB.MESTRE,DISP=SHR
//PENHORA  DD   DSN=GR.EAD316.PENHORAS,DISP=SHR
//COBFILE  DD   DSN=GR.EAD316.COBRANCA.CARTEIRA,DISP=SHR
//AUDCLI   DD   DSN=GR.EAD316.CLIENTES.AUDIT,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=88,BLKSIZE=8800)
//RELANON  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN: OPERADOR (COLS 1-8), APROVADOR  *
//*      (COLS 9-16) E ANOS DE GUARDA (COLS 17-18,     *
//*      SEM O PARAMETRO ANOS-GUARDA NO PARMFILE)      *
//*****************************************************
//SYSIN    DD   *
OPER0001REVIS00110
/*
