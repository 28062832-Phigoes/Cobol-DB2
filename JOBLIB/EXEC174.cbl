//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      DEFINE E CARGA DAS COPIAS ON-LINE USADAS NA   *
//*      CAPTACAO DE TED (ALUNO172): PENDCVSM (TED     *
//*      DESPACHADAS AGUARDANDO CONFIRMACAO, CHAVE     *
//*      CODIGO+NOTA) E LIMCVSAM (TETOS POR CANAL,     *
//*      CHAVE CODIGO+CANAL). RODA DEPOIS DO CASADOR   *
//*      DE TED (ALUNO98) E ANTES DA ABERTURA DO CICS; *
//*      OS DOIS ARQUIVOS DEVEM ESTAR FECHADOS NO CICS *
//*****************************************************
//DEFINE   EXEC PGM=IDCAMS
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   *
  DELETE GR.EAD316.TED.PENDENTES.VSAM CLUSTER PURGE
  DELETE GR.EAD316.LIMITES.CANAL.VSAM CLUSTER PURGE
  SET MAXCC = 0
  DEFINE CLUSTER (NAME(GR.EAD316.TED.PENDENTES.VSAM) -
         INDEXED                               -
         KEYS(11 0)                            -
         RECORDSIZE(80 80)                     -
         TRACKS(5 5))                          -
         DATA (NAME(GR.EAD316.TED.PENDENTES.VSAM.DATA))   -
         INDEX (NAME(GR.EAD316.TED.PENDENTES.VSAM.INDEX))
  DEFINE CLUSTER (NAME(GR.EAD316.LIMITES.CANAL.VSAM) -
         INDEXED                               -
         KEYS(6 0)                             -
         RECORDSIZE(20 20)                     -
         TRACKS(5 5))                          -
         DATA (NAME(GR.EAD316.LIMITES.CANAL.VSAM.DATA))   -
         INDEX (NAME(GR.EAD316.LIMITES.CANAL.VSAM.INDEX))
/*
//*****************************************************
//*      CARGA SEQUENCIAL -> KSDS (ACESSO RANDOMICO)   *
//*****************************************************
//CARGA    EXEC PGM=ALUNO174,COND=(0,NE,DEFINE)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PENDCONF DD   DSN=GR.EAD316.TED.PENDENTES,DISP=SHR
//PENDCVSM DD   DSN=GR.EAD316.TED.PENDENTES.VSAM,DISP=SHR
//LIMCANAL DD   DSN=GR.EAD316.LIMITES.CANAL,DISP=SHR
//LIMCVSAM DD   DSN=GR.EAD316.LIMITES.CANAL.VSAM,DISP=SHR
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
