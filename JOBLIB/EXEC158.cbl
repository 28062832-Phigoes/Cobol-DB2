//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MANUTENCAO DO CADASTRO DE PREFERENCIAS DE     *
//*      ALERTA (SMS/E-MAIL) DOS CLIENTES. OS          *
//*      MOVIMENTOS CAPTADOS SAO ORDENADOS POR CODIGO  *
//*      DE CLIENTE; O CADASTRO NOVO SO SUBSTITUI      *
//*      GR.EAD316.ALERTAS.PREFERENCIAS DEPOIS DA      *
//*      CONFERENCIA DO RELMANUT (NA IMPLANTACAO A     *
//*      OPERACAO CATALOGA O CADASTRO VAZIO). O        *
//*      CADASTRO E LIDO NA RODADA NOTURNA PELO        *
//*      STEPALRT (ALUNO159) DO EXECNOTURNO            *
//*****************************************************
//ORDENAR  EXEC PGM=SORT
//SORTIN   DD   DSN=GR.EAD316.ALERTAS.PREFERENCIAS.MOVTOS,DISP=OLD
//SORTOUT  DD   DSN=&&MOVALRT,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//SYSIN    DD   *
  SORT FIELDS=(2,5,CH,A)
/*
//EXECUTE  EXEC PGM=ALUNO158,COND=(0,NE,ORDENAR)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//ALERTPRF DD   DSN=GR.EAD316.ALERTAS.PREFERENCIAS,DISP=OLD
//MOVALRT  DD   DSN=&&MOVALRT,DISP=(OLD,DELETE)
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//ALRNOVO  DD   DSN=GR.EAD316.ALERTAS.PREFERENCIAS.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)
//*****************************************************
//*      TRILHA DE AUDITORIA ANTES/DEPOIS (ACUMULADA)  *
//*****************************************************
//AUDALRT  DD   DSN=GR.EAD316.ALERTAS.PREFERENCIAS.AUDIT,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=270,BLKSIZE=27000)
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
