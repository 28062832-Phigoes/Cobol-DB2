//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MARGEM BRUTA MENSAL POR PRODUTO, VENDEDOR E   *
//*      UF (ALUNO207): RECEITA LIQUIDA DAS            *
//*      DEVOLUCOES, MENOS O ICMS DA UF (ESTADOS) E O  *
//*      CUSTO VIGENTE DA TABELA DE CUSTOS, COM A      *
//*      CLASSIFICACAO ABC DE PRODUTOS E UFS. RC 4 =   *
//*      VENDA SEM CUSTO VIGENTE OU DE UF SEM          *
//*      ALIQUOTA. GR.EAD316.MARGEM.ABC E UM GDG: A    *
//*      GERACAO (0) TRAZ A CLASSE DO MES ANTERIOR.    *
//*      RODA DEPOIS DO FECHAMENTO DO CUSTO (EXEC206). *
//*      CARTAO SYSIN: COMPETENCIA AAAAMM (ZEROS =     *
//*      MES DA EXECUCAO)                              *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO207
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//VENDAS3N DD   DSN=GR.EAD316.VENDAS3N,DISP=SHR
//CUSTOS   DD   DSN=GR.EAD316.PRODUTOS.CUSTOS,DISP=SHR
//ESTADOS  DD   DSN=GR.EAD316.ESTADOS,DISP=SHR
//PRODUTOS DD   DSN=GR.EAD316.PRODUTOS,DISP=SHR
//VENDEDOR DD   DSN=GR.EAD316.VENDEDORES,DISP=SHR
//ABCOLD   DD   DSN=GR.EAD316.MARGEM.ABC(0),DISP=SHR
//ABCNEW   DD   DSN=GR.EAD316.MARGEM.ABC(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//CANDMRG  DD   DSN=&&CANDMRG,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=34,BLKSIZE=3400)
//CANDPRJ  DD   DSN=&&CANDPRJ,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=34,BLKSIZE=3400)
//RELMARG  DD   SYSOUT=X
//SORTWK   DD   UNIT=SYSDA,SPACE=(CYL,(5,5))
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
000000
/*
//*****************************************************
//*      RANKING (ALUNO20) DOS PRODUTOS DE MAIOR       *
//*      MARGEM BRUTA NA COMPETENCIA. SYSIN = TOP-N    *
//*****************************************************
//RANKMRG  EXEC PGM=ALUNO20,COND=(4,LT,EXECUTE)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CANDIDAT DD   DSN=&&CANDMRG,DISP=(OLD,DELETE)
//RELATO   DD   SYSOUT=X
//RANKOLD  DD   DSN=GR.EAD316.RANKING.MARGEM(0),DISP=SHR
//RANKNEW  DD   DSN=GR.EAD316.RANKING.MARGEM(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=38,BLKSIZE=3800)
//SYSIN    DD   *
010
/*
//*****************************************************
//*      RANKING (ALUNO20) DOS PRODUTOS DE MARGEM      *
//*      NEGATIVA (PREJUIZO EM MODULO). SYSIN = TOP-N  *
//*****************************************************
//RANKPRJ  EXEC PGM=ALUNO20,COND=(4,LT,EXECUTE)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CANDIDAT DD   DSN=&&CANDPRJ,DISP=(OLD,DELETE)
//RELATO   DD   SYSOUT=X
//RANKOLD  DD   DSN=GR.EAD316.RANKING.PREJUIZO(0),DISP=SHR
//RANKNEW  DD   DSN=GR.EAD316.RANKING.PREJUIZO(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=38,BLKSIZE=3800)
//SYSIN    DD   *
010
/*
