//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MANUTENCAO DA LISTA RESTRITIVA DE SANCOES E   *
//*      PEP (INCLUSAO / ALTERACAO / INATIVACAO).      *
//*      GR.EAD316.LISTA.RESTRITIVA E UM GDG: A        *
//*      GERACAO NOVA E A LIDA PELA TRIAGEM DA         *
//*      INCLUSAO (ALUNO27) E PELA TRIAGEM NOTURNA     *
//*      (ALUNO133). OS MOVIMENTOS VEM ORDENADOS POR   *
//*      CODIGO DA ENTRADA                             *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO131
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//LISTARES DD   DSN=GR.EAD316.LISTA.RESTRITIVA(0),DISP=SHR
//MOVLRS   DD   DSN=GR.EAD316.LISTA.RESTRITIVA.MOVTOS,DISP=SHR
//LRSNOVO  DD   DSN=GR.EAD316.LISTA.RESTRITIVA(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELLRS   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
