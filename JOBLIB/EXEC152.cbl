//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MANUTENCAO DO DIRETORIO DE CHAVES DE          *
//*      PAGAMENTO INSTANTANEO (INCLUSAO E EXCLUSAO).  *
//*      O KSDS GR.EAD316.PIX.CHAVES E DEFINIDO UMA SO *
//*      VEZ NA IMPLANTACAO (IDCAMS DEFINE CLUSTER     *
//*      INDEXED KEYS(78 0) RECORDSIZE(120 120)) E     *
//*      NUNCA E REDEFINIDO, AO CONTRARIO DO MOVPEND.  *
//*      O LIMITE DE CHAVES POR CLIENTE E O PARAMETRO  *
//*      MAX-CHAVES DO ALUNO152 NO ARQUIVO CENTRAL     *
//*      AS EXCLUSOES DAS CHAVES DE CONTAS LIQUIDADAS  *
//*      PARA ENCERRAMENTO (EXEC165, ACUMULADO         *
//*      .ENCERRA) ENTRAM JUNTO COM O MOVIMENTO E SAO  *
//*      CONSUMIDAS (NA IMPLANTACAO A OPERACAO O       *
//*      CATALOGA VAZIO)                               *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO152
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CHAVEPIX DD   DSN=GR.EAD316.PIX.CHAVES,DISP=SHR
//MOVCHAVE DD   DSN=GR.EAD316.PIX.CHAVES.MOVTOS,DISP=SHR
//         DD   DSN=GR.EAD316.PIX.CHAVES.MOVTOS.ENCERRA,
//              DISP=(OLD,DELETE)
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//RELCHAVE DD   SYSOUT=X
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
