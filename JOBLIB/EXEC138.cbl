//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      ACOMPANHAMENTO MENSAL DOS ACORDOS DE          *
//*      RENEGOCIACAO. RODA ANTES DO EXEC65, ENQUANTO  *
//*      O RECUSAS.EMP TEM AS PARCELAS RECUSADAS       *
//*      PENDENTES, E DEPOIS DA SUBSTITUICAO DO MESTRE *
//*      DE EMPRESTIMOS PELA COPIA NOVA DO EXEC137.    *
//*      GERA A NOVA GERACAO DO MESTRE DE ACORDOS COM  *
//*      OS CUMPRIDOS E ROMPIDOS (RC 4 QUANDO ALGUM    *
//*      ACORDO ROMPEU)                                *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO138
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//ACDVELH  DD   DSN=GR.EAD316.EMPRESTIMOS.ACORDOS(0),DISP=SHR
//ACDNOVO  DD   DSN=GR.EAD316.EMPRESTIMOS.ACORDOS(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//RECUSEMP DD   DSN=GR.EAD316.LANCAM.RECUSAS.EMP,DISP=SHR
//RELATO   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO DE PARAMETROS (SEM O PARAMETRO         *
//*      PARC-ROMPE NO PARMFILE):                      *
//*      COL 1-3  = PARCELAS EM ATRASO QUE ROMPEM O    *
//*                 ACORDO                             *
//*****************************************************
//SYSIN    DD   *
003
/*
