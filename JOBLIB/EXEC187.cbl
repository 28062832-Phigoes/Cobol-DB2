//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      SIMULACAO DE PRECOS POR SEGMENTO ANTES DE     *
//*      ALTERAR O PRECOSEG: REPRECIFICA A COMPETENCIA *
//*      COM OS PRECOS ATUAIS E COM O CENARIO DO       *
//*      CENPRECO, SEM GERAR LANCAMENTO NEM TOCAR O    *
//*      NOTACTL. RODAR DEPOIS DO ALUNO76 (SALDOMED)   *
//*      DA COMPETENCIA. O LANCAM RETIDO E O ARQUIVO   *
//*      ANUAL CONCATENADOS TRAZEM O REALIZADO (NA     *
//*      VIRADA DO ANO, CONCATENE TAMBEM O ANO         *
//*      ANTERIOR). CENPRECO: UM REGISTRO DE 80 BYTES  *
//*      POR SEGMENTO (COL 1 SEGMENTO, EM BRANCO = SEM *
//*      CLASSIFICACAO; 2-7 TARIFA 9(4)V99; 8-15 PISO  *
//*      DE ISENCAO 9(6)V99; 16-21 TAXA DO CHEQUE      *
//*      9(2)V9(4); 22-27 JUROS DA POUPANCA 9(2)V9(4)) *
//*      CARTAO SYSIN: COMPETENCIA AAAAMM (000000 =    *
//*      MES ANTERIOR)                                 *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO187
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//TAXAS    DD   DSN=GR.EAD316.TAXAS.PARM,DISP=SHR
//SEGMENTO DD   DSN=GR.EAD316.CLIENTES.SEGMENTO,DISP=SHR
//PRECOSEG DD   DSN=GR.EAD316.PRECOS.SEGMENTO,DISP=SHR
//SALDOMED DD   DSN=GR.EAD316.CLIENTES.SALDOMED,DISP=SHR
//CENPRECO DD   DSN=GR.EAD316.PRECOS.CENARIO,DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM,DISP=SHR
//         DD   DSN=GR.EAD316.LANCAM.ARQUIVO.A2026,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//FERIADOS DD   DSN=GR.EAD316.FERIADOS,DISP=SHR
//RELSIMP  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
000000
/*
