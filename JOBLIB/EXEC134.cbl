//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      RENOVACAO PERIODICA DO CADASTRO (MENSAL):     *
//*      CARTAS DE RENOVACAO AOS CLIENTES A VENCER E   *
//*      MOVIMENTOS DE BLOQUEIO DOS VENCIDOS ALEM DA   *
//*      CARENCIA. OS MOVIMENTOS SE ACUMULAM EM MOD E  *
//*      ENTRAM NA PROXIMA RODADA DO EXEC27 (QUE OS    *
//*      CONSOME; NA IMPLANTACAO A OPERACAO CATALOGA   *
//*      O .RENOVACAO VAZIO)                           *
//*****************************************************
//*      CARTAO SYSIN (SEM PARAMETRO PRAZOS-KYC NO     *
//*      PARMFILE): MESES DE PRAZO DOS SEGMENTOS R, P, *
//*      N E I (3 POSICOES CADA), MESES DE             *
//*      ANTECEDENCIA DA CARTA E MESES DE CARENCIA     *
//*      (2 POSICOES CADA)                             *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO134
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//SEGMENTO DD   DSN=GR.EAD316.CLIENTES.SEGMENTO,DISP=SHR
//MOVKYC   DD   DSN=GR.EAD316.CLIENTES.MOVTOS.RENOVACAO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//CARTKYC  DD   SYSOUT=X
//RELKYC   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
0120240600600102
/*
