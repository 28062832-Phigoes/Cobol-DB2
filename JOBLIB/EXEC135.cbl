//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DOSSIE DO TITULAR (LGPD): UM DOCUMENTO POR    *
//*      CLIENTE PEDIDO NO PEDLGPD (POR CODIGO OU POR  *
//*      DOCUMENTO) COM TODOS OS DADOS GUARDADOS DELE. *
//*      CADA PEDIDO ATENDIDO, NAO LOCALIZADO OU       *
//*      REJEITADO FICA NO LOG LOGLGPD (MOD).          *
//*      ARCLAN: CONCATENAR OS ANOS ANTERIORES ABAIXO  *
//*      DO ANO CORRENTE. CARTAO SYSIN: OPERADOR       *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO135
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PEDLGPD  DD   DSN=GR.EAD316.LGPD.PEDIDOS,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//CLNTHIST DD   DSN=GR.EAD316.CLIENTEN.HIST,DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM,DISP=SHR
//ARCLAN   DD   DSN=GR.EAD316.LANCAM.ARQUIVO.A2026,DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//CDBMAST  DD   DSN=GR.EAD316.CDB.MESTRE,DISP=SHR
//DEBAUTO  DD   DSN=GR.EAD316.DEBITOS.AUTOMATICOS,DISP=SHR
//SEGMENTO DD   DSN=GR.EAD316.CLIENTES.SEGMENTO,DISP=SHR
//CAMPFILE DD   DSN=GR.EAD316.CAMPANHA.MEMBROS,DISP=SHR
//AUDCLI   DD   DSN=GR.EAD316.CLIENTES.AUDIT,DISP=SHR
//SUSPENSO DD   DSN=GR.EAD316.LANCAM.SUSPACUM(0),DISP=SHR
//DOSSIE   DD   SYSOUT=X
//LOGLGPD  DD   DSN=GR.EAD316.LGPD.LOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
OPER0001
/*
