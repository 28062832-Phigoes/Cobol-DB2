//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      CONTROLE DA DATA DE PROCESSAMENTO DA MALHA    *
//*      (ALUNO180) PELA OPERACAO. SYSIN = FUNCAO      *
//*      (COL 1) E DATA AAAAMMDD (COLS 2-9):           *
//*        I = IMPLANTAR A DATA CORRENTE (DIA UTIL)    *
//*        R = RECUPERAR: A MALHA RODA EM SEQUENCIA OS *
//*            DIAS UTEIS DA DATA CORRENTE ATE A DATA  *
//*            DO CARTAO (DATA ZERADA CANCELA). DEPOIS *
//*            DESTE JOB, SUBMETER O EXECNOTURNO UMA   *
//*            VEZ: CADA FIM DO DIA RESSUBMETE O       *
//*            SEGUINTE                                *
//*        C = CONSULTAR                               *
//*      O AVANCO NORMAL (A) E O STEPFIM DO EXECNOTURNO*
//*      NA IMPLANTACAO A OPERACAO ALOCA O DATAPROC    *
//*      (RECFM=FB,LRECL=80) ANTES DA FUNCAO I         *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO180
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=OLD
//FERIADOS DD   DSN=GR.EAD316.FERIADOS,DISP=SHR
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
C
/*
