//*      CARTAO SYSIN PREENCHIDO COM O ULTIMO CLIENTE  *
//*      DO CHECKPT DA RODADA ANTERIOR (CHECKOLD) E    *
//*      MUDE OS DD CLIENTEN/SUSPENSO/CLNTHIST/        *
//*      RECUSAS/ESTADJ/AJUSTES/POSTNOVO/POSTDIA DESTA *
//*      GERACAO PARA DISP=(MOD,CATLG,CATLG), POIS O    *
//*      PROGRAMA CONTINUA A GRAVACAO NA MESMA GERACAO *
//*      EM VEZ DE COMECAR UMA NOVA. O DD CLNCTL        *
//*      PERMANECE NEW: O REGISTRO DE CONTROLE SO E     *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO09
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=OLD
//LANCAM   DD   DSN=GR.EAD316.LANCAM,DISP=OLD
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//PENHORA  DD   DSN=GR.EAD316.PENHORAS,DISP=SHR
//LIMCANAL DD   DSN=GR.EAD316.LIMITES.CANAL,DISP=SHR
//*****************************************************
//*      CADASTRO DE CARTOES DE DEBITO (EXEC166) E     *
//*      REFERENCIAS DE CARTAO DOS LANCAMENTOS DE ATM  *
//*      ENTREGUES PELA REDE JUNTO COM O LANCAM, MAIS  *
//*      AS DOS ITENS CR RECICLADOS PELO STEPRECI DO   *
//*      EXECNOTURNO DA RODADA ANTERIOR (GDG           *
//*      LANCAM.CARTREC), IGUAL AO STEP09 DO           *
//*      EXECNOTURNO                                   *
//*****************************************************
//CARTAO   DD   DSN=GR.EAD316.CARTOES(0),DISP=SHR
//CARTLAN  DD   DSN=GR.EAD316.LANCAM.CARTOES,DISP=SHR
//         DD   DSN=GR.EAD316.LANCAM.CARTREC(0),DISP=SHR
//POSTVELH DD   DSN=GR.EAD316.LANCAM.POSTADOS(0),DISP=SHR
//POSTNOVO DD   DSN=GR.EAD316.LANCAM.POSTADOS(+1),
//         DISP=(NEW,CATLG,DELETE),
//         DISP=(NEW,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=32,BLKSIZE=3200)
//POSTDIA  DD   DSN=GR.EAD316.LANCAM.POSTDIA,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
//SYSIN    DD   *
00000
/*
//*****************************************************
//BALANCEO EXEC PGM=ALUNO18
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
