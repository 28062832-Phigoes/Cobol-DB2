//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      FRANQUIA MENSAL DE TARIFAS POR EVENTO (SAQUE  *
//*      NO ATM, TED E CAIXA) POR SEGMENTO. RODA NO    *
//*      INICIO DO MES, DEPOIS DO EXEC28, SOBRE A      *
//*      COMPETENCIA ANTERIOR: O LANCAM RETIDO E O     *
//*      ARQUIVO ANUAL CONCATENADOS TRAZEM OS          *
//*      MOVIMENTOS (NA VIRADA DO ANO, CONCATENE       *
//*      TAMBEM O ANO ANTERIOR). O NOTACTL E O MESMO   *
//*      DO EXEC28, POIS AS DUAS POSTAGENS DIVIDEM A   *
//*      FAIXA 900000+. O ARQUIVO LANCTAR DEVE SER     *
//*      CONCATENADO AO SORTIN DO STEP SORTLAN DO      *
//*      EXECNOTURNO DA NOITE SEGUINTE, COMO O         *
//*      LANCJUR. O TARDET (GDG) E LIDO PELO EXTRATO   *
//*      (EXEC29). CARTAO SYSIN: COMPETENCIA AAAAMM    *
//*      (000000 = MES ANTERIOR)                       *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO157
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM,DISP=SHR
//         DD   DSN=GR.EAD316.LANCAM.ARQUIVO.A2026,DISP=SHR
//TEDHIST  DD   DSN=GR.EAD316.TED.HISTORICO,DISP=SHR
//SEGMENTO DD   DSN=GR.EAD316.CLIENTES.SEGMENTO,DISP=SHR
//PRECOSEG DD   DSN=GR.EAD316.PRECOS.SEGMENTO,DISP=SHR
//NOTACTL  DD   DSN=GR.EAD316.JUROS.NOTACTL,DISP=OLD
//LANCTAR  DD   DSN=GR.EAD316.LANCAM.TARIFAS,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
//TARDET   DD   DSN=GR.EAD316.TARIFAS.DETALHE(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELTAR   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
000000
/*
