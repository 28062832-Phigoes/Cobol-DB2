//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DESCARGA DA MANUTENCAO CADASTRAL CAPTADA     *
//*      ON-LINE (MOVCADON, TRANSACAO DO ALUNO170).    *
//*      RODA ANTES DO EXEC165, DO EXEC27 E DO EXEC36, *
//*      QUE CONSOMEM OS ACUMULADOS .ONLINE; A         *
//*      MUDANCA SENSIVEL ENTRA NA FILA DE APROVACAO   *
//*      (MESMO DATASET DO DD PENDAPR DO EXEC27). O    *
//*      MOVCADON DEVE ESTAR FECHADO NO CICS (CEMT SET *
//*      FILE(MOVCADON) CLOSED) ANTES DESTE JOB        *
//*****************************************************
//DESCARGA EXEC PGM=ALUNO171
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//MOVCADON DD   DSN=GR.EAD316.CLIENTES.MOVCADON.VSAM,DISP=SHR
//MOVCLION DD   DSN=GR.EAD316.CLIENTES.MOVTOS.ONLINE,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//MOVDEMON DD   DSN=GR.EAD316.CLIENTES.CADASTRO.MOVTOS.ONLINE,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=121,BLKSIZE=12100)
//PEDENCON DD   DSN=GR.EAD316.CLIENTES.ENCERRA.PEDIDOS.ONLINE,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//PENDAPR  DD   DSN=GR.EAD316.APROVACOES.PENDENTES,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      MOVCADON ABSORVIDO: REDEFINE O KSDS VAZIO    *
//*      PARA A CAPTACAO ON-LINE DO DIA SEGUINTE       *
//*****************************************************
//LIMPAR   EXEC PGM=IDCAMS,COND=(4,LT,DESCARGA)
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DELETE GR.EAD316.CLIENTES.MOVCADON.VSAM CLUSTER PURGE
  SET MAXCC = 0
  DEFINE CLUSTER (NAME(GR.EAD316.CLIENTES.MOVCADON.VSAM) -
         INDEXED                               -
         KEYS(20 0)                            -
         RECORDSIZE(160 160)                   -
         TRACKS(5 5))                          -
         DATA (NAME(GR.EAD316.CLIENTES.MOVCADON.VSAM.DATA))   -
         INDEX (NAME(GR.EAD316.CLIENTES.MOVCADON.VSAM.INDEX))
/*
