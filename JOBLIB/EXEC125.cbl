//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      CONCILIACAO MENSAL RAZAO X DETALHE: O         *
//*      BALANCETE DEVOLVIDO PELA CONTABILIDADE        *
//*      (GR.EAD316.GL.BALANCETE) CONTRA O CLIENTEN    *
//*      DA ULTIMA RODADA, O MESTRE DE CDB E O SALDO   *
//*      DEVEDOR DOS EMPRESTIMOS. QUEBRA = RC 8, E O   *
//*      GO/NO-GO ABAIXO SAI NO-GO NO MESMO DIA        *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO125
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//BALGL    DD   DSN=GR.EAD316.GL.BALANCETE,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//CDBMAST  DD   DSN=GR.EAD316.CDB.MESTRE,DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//RELCONC  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      RESUMO GO/NO-GO COM O VEREDICTO DA            *
//*      CONCILIACAO (RODA SEMPRE)                     *
//*****************************************************
//STEPGONG EXEC PGM=ALUNO42,COND=EVEN
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,DISP=SHR
//RELGONG  DD   SYSOUT=X
