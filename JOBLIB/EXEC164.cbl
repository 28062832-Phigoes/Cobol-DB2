//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      RESULTADO MENSAL DA CARTEIRA POR AGENCIA DE   *
//*      RELACIONAMENTO: CLIENTES, DEPOSITOS,          *
//*      POUPANCA, EMPRESTIMOS E RESULTADO DO ALUNO89, *
//*      COM AS TRANSFERENCIAS DE CARTEIRA DO MES      *
//*      (AUDCLI). RODA NO FECHAMENTO DO MES, DEPOIS   *
//*      DA APURACAO DA RENTABILIDADE (ALUNO89)        *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO164
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//AGENCIAS DD   DSN=GR.EAD316.AGENCIAS,DISP=SHR
//CLIAGENC DD   DSN=GR.EAD316.CLIENTES.AGENCIA,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//RENTAB   DD   DSN=GR.EAD316.CLIENTES.RENTABILIDADE,DISP=SHR
//AUDCLI   DD   DSN=GR.EAD316.CLIENTES.AUDIT,DISP=SHR
//RELAGEN  DD   SYSOUT=X
//SORTWK   DD   UNIT=SYSDA,SPACE=(CYL,(5,5))
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN: MES DE REFERENCIA AAAAMM        *
//*      (COLS 1-6; EM BRANCO = MES CORRENTE)          *
//*****************************************************
//SYSIN    DD   *

/*
