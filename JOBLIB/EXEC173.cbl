//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DESCARGA DOS PEDIDOS DE TED CAPTADOS ON-LINE  *
//*      (TEDON, TRANSACAO DO ALUNO172) PARA O LAYOUT  *
//*      TRANSREQ. RODA ANTES DO DESPACHO DO ALUNO97,  *
//*      QUE CONCATENA O ACUMULADO .ONLINE NO DD       *
//*      TRANSREQ E O CONSOME. O TEDON DEVE ESTAR      *
//*      FECHADO NO CICS (CEMT SET FILE(TEDON) CLOSED) *
//*      ANTES DESTE JOB                               *
//*****************************************************
//DESCARGA EXEC PGM=ALUNO173
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//TEDON    DD   DSN=GR.EAD316.TED.TEDON.VSAM,DISP=SHR
//TRANSREQ DD   DSN=GR.EAD316.TED.PEDIDOS.ONLINE,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      TEDON ABSORVIDO: REDEFINE O KSDS VAZIO PARA   *
//*      A CAPTACAO ON-LINE DO DIA SEGUINTE            *
//*****************************************************
//LIMPAR   EXEC PGM=IDCAMS,COND=(0,NE,DESCARGA)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DELETE GR.EAD316.TED.TEDON.VSAM CLUSTER PURGE
  SET MAXCC = 0
  DEFINE CLUSTER (NAME(GR.EAD316.TED.TEDON.VSAM) -
         INDEXED                               -
         KEYS(11 0)                            -
         RECORDSIZE(80 80)                     -
         TRACKS(5 5))                          -
         DATA (NAME(GR.EAD316.TED.TEDON.VSAM.DATA))   -
         INDEX (NAME(GR.EAD316.TED.TEDON.VSAM.INDEX))
/*
