//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      CONCILIACAO DIARIA DOS PAGAMENTOS             *
//*      INSTANTANEOS COM O EXTRATO DA CONTA DE        *
//*      LIQUIDACAO, NO FIM DO DIA (DEPOIS DA ULTIMA   *
//*      RODADA DO EXEC153). SEM DIVERGENCIA O         *
//*      ACUMULADO DO DIA E ARQUIVADO NUMA GERACAO     *
//*      NOVA E APAGADO PARA O DIA SEGUINTE; COM       *
//*      DIVERGENCIA (RC 4) FICA ONDE ESTA PARA A      *
//*      TESOURARIA                                    *
//*****************************************************
//CONCILIA EXEC PGM=ALUNO154
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PIXPROC  DD   DSN=GR.EAD316.PIX.ACUMULADO,DISP=SHR
//EXTLIQ   DD   DSN=GR.EAD316.PIX.EXTRATO,DISP=SHR
//RELCONC  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      ARQUIVAMENTO DO ACUMULADO DO DIA              *
//*****************************************************
//ARQUIVA  EXEC PGM=IEBGENER,COND=(0,NE,CONCILIA)
//SYSUT1   DD   DSN=GR.EAD316.PIX.ACUMULADO,DISP=(OLD,DELETE,KEEP)
//SYSUT2   DD   DSN=GR.EAD316.PIX.HISTORICO(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=150,BLKSIZE=15000)
//SYSPRINT DD   SYSOUT=X
//SYSIN    DD   DUMMY
//*****************************************************
//*      FAIXA DE NOTAS (790000-799999) RECOMECA A     *
//*      CADA DIA                                      *
//*****************************************************
//ZERANOTA EXEC PGM=IEBGENER,COND=(0,NE,ARQUIVA)
//SYSPRINT DD   SYSOUT=*
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=20,BLKSIZE=2000)
//SYSUT2   DD   DSN=GR.EAD316.PIX.NOTACTL,DISP=OLD
//SYSIN    DD   DUMMY
