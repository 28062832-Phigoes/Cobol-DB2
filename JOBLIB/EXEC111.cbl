//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MANUTENCAO DO PLANO DE CONTAS CONTABIL        *
//*      (PLANCTA) LIDO PELO VALIDADOR DE FEEDS        *
//*      (ALUNO112). OS MOVIMENTOS VAO NO MOVCTA EM    *
//*      ORDEM DE CONTA; A COPIA NOVA DO PLANO SO      *
//*      SUBSTITUI O ORIGINAL DEPOIS DA CONFERENCIA DO *
//*      RELCTA PELA CONTABILIDADE                     *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO111
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PLANCTA  DD   DSN=GR.EAD316.PLANCTA,DISP=SHR
//CTANOVO  DD   DSN=GR.EAD316.PLANCTA.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELCTA   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      MOVCTA: FUNCAO (COL 1), CONTA (2-5),          *
//*      DESCRICAO (6-30), VIGENCIA DE (31-38) E ATE   *
//*      (39-46, ZEROS = SEM FIM). CONTRAPARTIDAS DO   *
//*      DIARIO CONTABIL (ALUNO124) PARA CHEQUE        *
//*      COMPENSADO, ESTORNO DE FRAUDE, RESSARCIMENTO  *
//*      DA OUVIDORIA E PIX                            *
//*****************************************************
//MOVCTA   DD   *
ICCMPCOMPENSACAO DE CHEQUES   2026100100000000
IDFRAPERDAS COM FRAUDE        2026100100000000
IDOUVRESSARCIMENTO OUVIDORIA  2026100100000000
ILPIXLIQUIDACAO PIX           2026100100000000
/*
