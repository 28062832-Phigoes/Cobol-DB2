//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      TRANSFERENCIA EM LOTE DA CARTEIRA DE CLIENTES *
//*      ENTRE AGENCIAS (FECHAMENTO OU REDIVISAO DE    *
//*      AGENCIAS): GERA OS MOVIMENTOS G DA CARTEIRA   *
//*      DE ORIGEM. OS MOVIMENTOS SE ACUMULAM EM MOD E *
//*      ENTRAM NA PROXIMA RODADA DO EXEC27 (QUE OS    *
//*      CONSOME; NA IMPLANTACAO A OPERACAO CATALOGA   *
//*      O .TRANSFER VAZIO)                            *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO163
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//CLIAGENC DD   DSN=GR.EAD316.CLIENTES.AGENCIA,DISP=SHR
//AGENCIAS DD   DSN=GR.EAD316.AGENCIAS,DISP=SHR
//MOVTRANS DD   DSN=GR.EAD316.CLIENTES.MOVTOS.TRANSFER,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN: AGENCIA DE ORIGEM (COLS 1-3) E  *
//*      AGENCIA DE DESTINO (COLS 4-6)                 *
//*****************************************************
//SYSIN    DD   *
001002
/*
