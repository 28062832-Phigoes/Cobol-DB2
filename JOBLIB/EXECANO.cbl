//*****************************************************
//STEPVIRA EXEC PGM=ALUNO99
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//CLNTHIST DD   DSN=GR.EAD316.CLIENTEN.HIST,DISP=SHR
//SNAPEMP  DD   DSN=GR.EAD316.EMPRESTIMOS.ANO(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)
//PACOTE   DD   SYSOUT=X
//FECHCTL  DD   DSN=GR.EAD316.FECHAMENTO.CTL,DISP=MOD
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//*      IMPLANTACAO), AS POSTAGENS DO ANO NOVO        *
//*      RECOMECAM DO INICIO DE CADA FAIXA (800000,    *
//*      900000, 700000, 680000, 670000, 660000,       *
//*      650000, 630000, 600000, 690000 DOS ACORDOS    *
//*      E 675000 DO ENCERRAMENTO DE CONTAS). A FAIXA  *
//*      DO PIX (790000) JA RECOMECA TODO DIA NO       *
//*      EXEC154                                       *
//*****************************************************
//STEPNT1  EXEC PGM=IEBGENER,COND=(0,NE,STEPVIRA)
//SYSPRINT DD   SYSOUT=*
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=20,BLKSIZE=2000)
//SYSUT2   DD   DSN=GR.EAD316.DEBITOS.NOTACTL,DISP=OLD
//SYSIN    DD   DUMMY
//STEPNT9  EXEC PGM=IEBGENER,COND=(0,NE,STEPVIRA)
//SYSPRINT DD   SYSOUT=*
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=20,BLKSIZE=2000)
//SYSUT2   DD   DSN=GR.EAD316.CONVENIOS.NOTACTL,DISP=OLD
//SYSIN    DD   DUMMY
//STEPNT10 EXEC PGM=IEBGENER,COND=(0,NE,STEPVIRA)
//SYSPRINT DD   SYSOUT=*
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=20,BLKSIZE=2000)
//SYSUT2   DD   DSN=GR.EAD316.ACORDOS.NOTACTL,DISP=OLD
//SYSIN    DD   DUMMY
//STEPNT11 EXEC PGM=IEBGENER,COND=(0,NE,STEPVIRA)
//SYSPRINT DD   SYSOUT=*
//SYSUT1   DD   DUMMY,DCB=(RECFM=FB,LRECL=20,BLKSIZE=2000)
//SYSUT2   DD   DSN=GR.EAD316.ENCERRA.NOTACTL,DISP=OLD
//SYSIN    DD   DUMMY
//*****************************************************
//*      OS CONTROLES DA MESA DE FRAUDE (CASOCTL) E DA *
//*      OUVIDORIA (OUVCTL) GUARDAM TAMBEM A NUMERACAO *
//*      DOS CASOS E PROTOCOLOS, QUE NAO RECOMECA: SO  *
//*      A ULTIMA NOTA (COLS 8-13) E ZERADA, E OS      *
//*      PROGRAMAS VOLTAM AO INICIO DA FAIXA (695000   *
//*      DOS ESTORNOS DE FRAUDE E 697500 DOS           *
//*      RESSARCIMENTOS DA OUVIDORIA)                  *
//*****************************************************
//STEPNT12 EXEC PGM=SORT,COND=(0,NE,STEPVIRA)
//SORTIN   DD   DSN=GR.EAD316.FRAUDE.CASOS.CTL,DISP=OLD
//SORTOUT  DD   DSN=&&CASOCTL,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
  SORT FIELDS=COPY
  OUTREC FIELDS=(1,7,C'000000',14,67)
/*
//STEPNT13 EXEC PGM=IEBGENER,
//         COND=((0,NE,STEPVIRA),(0,NE,STEPNT12))
//SYSPRINT DD   SYSOUT=*
//SYSUT1   DD   DSN=&&CASOCTL,DISP=(OLD,DELETE)
//SYSUT2   DD   DSN=GR.EAD316.FRAUDE.CASOS.CTL,DISP=OLD
//SYSIN    DD   DUMMY
//STEPNT14 EXEC PGM=SORT,COND=(0,NE,STEPVIRA)
//SORTIN   DD   DSN=GR.EAD316.OUVIDORIA.RECLAMA.CTL,DISP=OLD
//SORTOUT  DD   DSN=&&OUVCTL,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
  SORT FIELDS=COPY
  OUTREC FIELDS=(1,7,C'000000',14,67)
/*
//STEPNT15 EXEC PGM=IEBGENER,
//         COND=((0,NE,STEPVIRA),(0,NE,STEPNT14))
//SYSPRINT DD   SYSOUT=*
//SYSUT1   DD   DSN=&&OUVCTL,DISP=(OLD,DELETE)
//SYSUT2   DD   DSN=GR.EAD316.OUVIDORIA.RECLAMA.CTL,DISP=OLD
//SYSIN    DD   DUMMY
