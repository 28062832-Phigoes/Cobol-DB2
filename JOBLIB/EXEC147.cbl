//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      GAP MENSAL DE VENCIMENTOS ATIVO X PASSIVO     *
//*      DA TESOURARIA (ALUNO147), POR EMPRESA E       *
//*      CONSOLIDADO. RODA NO FIM DO MES, DEPOIS DA    *
//*      CAPITALIZACAO DOS CDB E DO FATURAMENTO DOS    *
//*      EMPRESTIMOS. GR.EAD316.TESOURARIA.GAP E UM    *
//*      GDG: A GERACAO (0) E O MES ANTERIOR PARA A    *
//*      COMPARACAO E A (+1) GUARDA O MES CORRENTE     *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO147
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CDBMAST  DD   DSN=GR.EAD316.CDB.MESTRE,DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//GAPVELH  DD   DSN=GR.EAD316.TESOURARIA.GAP(0),DISP=SHR
//GAPNOVO  DD   DSN=GR.EAD316.TESOURARIA.GAP(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELGAP   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      PERCENTUAIS DE SAIDA NO PARMFILE (PROGRAMA    *
//*      ALUNO147), CINCO PERCENTUAIS DE 3 DIGITOS     *
//*      POR FAIXA QUE SOMAM 100:                      *
//*        RUNOFF-CC   (PADRAO 050020015010005)        *
//*        RUNOFF-POUP (PADRAO 020015015020030)        *
//*****************************************************
