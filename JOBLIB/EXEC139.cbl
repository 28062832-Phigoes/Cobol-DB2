//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      BAIXA MENSAL DE EMPRESTIMOS COMO PERDA E      *
//*      RECONHECIMENTO DAS RECUPERACOES. RODA DEPOIS  *
//*      DO AGING DO ALUNO115 (USA A GERACAO CORRENTE  *
//*      DO REGISTRO DE ATRASOS) E ANTES DO EXEC65,    *
//*      ENQUANTO O RECUSAS.EMP TEM AS PARCELAS        *
//*      VENCIDAS. A COPIA NOVA DO MESTRE (SEM OS      *
//*      CONTRATOS BAIXADOS) E A DO RECUSAS.EMP        *
//*      (SEM AS PARCELAS DELES) SO SUBSTITUEM OS      *
//*      ORIGINAIS DEPOIS DA CONFERENCIA DO RELBXA.    *
//*      O RECUPMOV E GRAVADO PELA QUITACAO            *
//*      (ALUNO114) E CONSUMIDO AQUI; O RECHIST        *
//*      ACUMULA AS RECUPERACOES DO RELATORIO ANUAL    *
//*      (EXEC140). NA IMPLANTACAO A OPERACAO          *
//*      CATALOGA A PRIMEIRA GERACAO DO GDG            *
//*      GR.EAD316.EMPRESTIMOS.BAIXADOS VAZIA          *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO139
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//FERIADOS DD   DSN=GR.EAD316.FERIADOS,DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//EMPNOVO  DD   DSN=GR.EAD316.EMPRESTIMOS.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)
//RECUSEMP DD   DSN=GR.EAD316.LANCAM.RECUSAS.EMP,DISP=SHR
//RECNOVO  DD   DSN=GR.EAD316.LANCAM.RECUSAS.EMP.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//ATRASO   DD   DSN=GR.EAD316.EMPRESTIMOS.ATRASO(0),DISP=SHR
//ACORDOS  DD   DSN=GR.EAD316.EMPRESTIMOS.ACORDOS(0),DISP=SHR
//PROVTAB  DD   DSN=GR.EAD316.EMPRESTIMOS.PROVISAO,DISP=SHR
//BAIXVELH DD   DSN=GR.EAD316.EMPRESTIMOS.BAIXADOS(0),DISP=SHR
//BAIXNOVO DD   DSN=GR.EAD316.EMPRESTIMOS.BAIXADOS(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//RECUPMOV DD   DSN=GR.EAD316.EMPRESTIMOS.RECUP.PENDENTE,
//         DISP=(MOD,DELETE,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//RECHIST  DD   DSN=GR.EAD316.EMPRESTIMOS.RECUP.HIST,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//BXFEED   DD   DSN=GR.EAD316.GLFEED.BAIXAS,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELBXA   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO DE PARAMETROS (SEM O PARAMETRO         *
//*      DIAS-PERDA NO PARMFILE):                      *
//*      COL 1-3  = DIAS UTEIS DE ATRASO PARA A BAIXA  *
//*                 (ZEROS = 180)                      *
//*****************************************************
//SYSIN    DD   *
180
/*
//*****************************************************
//*      VALIDACAO DAS CONTAS DO DIARIO NO PLANO DE    *
//*      CONTAS (PLANCTA)                              *
//*****************************************************
//STEPVVAL EXEC PGM=ALUNO112,COND=(4,LT,EXECUTE)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//FEED     DD   DSN=GR.EAD316.GLFEED.BAIXAS,DISP=(OLD,DELETE)
//PLANCTA  DD   DSN=GR.EAD316.PLANCTA,DISP=SHR
//FEEDOK   DD   DSN=GR.EAD316.GLFEED.BAIXAS.OK,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELVAL   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CONFERENCIA DO FEED (DEBITOS = CREDITOS E     *
//*      TRAILER)                                      *
//*****************************************************
//STEPVVER EXEC PGM=ALUNO54,
//         COND=((4,LT,EXECUTE),(0,NE,STEPVVAL))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//GLFEED   DD   DSN=GR.EAD316.GLFEED.BAIXAS.OK,DISP=SHR
