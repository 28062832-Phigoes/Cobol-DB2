//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      REMESSA DIARIA AO CCS: INICIO E FIM DE        *
//*      RELACIONAMENTO E CORRECAO DE DOCUMENTO A      *
//*      PARTIR DAS TRILHAS AUDCLI (ALUNO27), FUSAO    *
//*      (ALUNO39) E CADASTRO (ALUNO36).               *
//*      GR.EAD316.CCS.CONTROLE E UM GDG: A GERACAO    *
//*      (0) TEM OS EVENTOS JA ENVIADOS E OS RETIDOS.  *
//*      SYSIN = DATA DE REFERENCIA AAAAMMDD (ZEROS =  *
//*      DATA DA RODADA)                               *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO130
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//AUDCLI   DD   DSN=GR.EAD316.CLIENTES.AUDIT,DISP=SHR
//AUDFUSAO DD   DSN=GR.EAD316.CLIENTES.FUSAO.AUDIT,DISP=SHR
//AUDDOC   DD   DSN=GR.EAD316.CLIENTES.CADASTRO.AUDIT,DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//CCSVELH  DD   DSN=GR.EAD316.CCS.CONTROLE(0),DISP=SHR
//CCSNOVO  DD   DSN=GR.EAD316.CCS.CONTROLE(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//CCSFEED  DD   DSN=GR.EAD316.CCS.REMESSA(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELCCS   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
00000000
/*
