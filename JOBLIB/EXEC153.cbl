//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      CICLO INTRADIA DOS PAGAMENTOS INSTANTANEOS: O *
//*      ALUNO153 TRATA O ARQUIVO ENTREGUE PELA        *
//*      MENSAGERIA, GRAVA OS PENDENTES NO MOVPEND E   *
//*      ACRESCENTA OS ITENS AO ACUMULADO DO DIA; O    *
//*      ALUNO80 APLICA EM SEGUIDA OS PENDENTES NA     *
//*      SOMBRA DO CLIVSAM. RODA QUANTAS VEZES A       *
//*      OPERACAO QUISER AO LONGO DO DIA. COMO NO      *
//*      EXEC69, O MOVPEND E O CLIVSAM DEVEM ESTAR     *
//*      FECHADOS NO CICS (CEMT SET FILE(...) CLOSED)  *
//*      DURANTE O JOB                                 *
//*****************************************************
//PIXSTEP  EXEC PGM=ALUNO153
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PIXMOV   DD   DSN=GR.EAD316.PIX.ENTRADA,DISP=(OLD,DELETE,KEEP)
//PIXPROC  DD   DSN=GR.EAD316.PIX.ACUMULADO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=150,BLKSIZE=15000)
//CHAVEPIX DD   DSN=GR.EAD316.PIX.CHAVES,DISP=SHR
//CLIVSAM  DD   DSN=GR.EAD316.CLIENTES.VSAM,DISP=SHR
//MOVPEND  DD   DSN=GR.EAD316.MOVPEND.VSAM,DISP=SHR
//PIXCTL   DD   DSN=GR.EAD316.PIX.NOTACTL,DISP=SHR
//RELPIX   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      APLICACAO DOS PENDENTES NA SOMBRA INTRADIA    *
//*****************************************************
//INTRADIA EXEC PGM=ALUNO80,COND=(4,LT,PIXSTEP)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//MOVPEND  DD   DSN=GR.EAD316.MOVPEND.VSAM,DISP=SHR
//CLIVSAM  DD   DSN=GR.EAD316.CLIENTES.VSAM,DISP=SHR
//RELINTRA DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
