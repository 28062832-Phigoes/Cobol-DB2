//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      REMESSA MENSAL AO SCR: EXPOSICAO DE CREDITO   *
//*      POR TOMADOR (DOCUMENTO DO CLIDEMOG) COM OS    *
//*      CONTRATOS ATIVOS, A BANDA DE ATRASO DO ULTIMO *
//*      ATRNOVO DO ALUNO115 E O CHEQUE ESPECIAL DO    *
//*      CLIENTEN. GR.EAD316.SCR.MENSAL E UM GDG: A    *
//*      GERACAO (0) E A REMESSA ANTERIOR, USADA NO    *
//*      RELATORIO DE ALTERACOES. SYSIN = COMPETENCIA  *
//*      AAAAMM (ZEROS = MES CORRENTE)                 *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO129
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//ATRNOVO  DD   DSN=GR.EAD316.EMPRESTIMOS.ATRASO(0),DISP=SHR
//PROVTAB  DD   DSN=GR.EAD316.EMPRESTIMOS.PROVISAO,DISP=SHR
//FERIADOS DD   DSN=GR.EAD316.FERIADOS,DISP=SHR
//SCRVELH  DD   DSN=GR.EAD316.SCR.MENSAL(0),DISP=SHR
//SCRNOVO  DD   DSN=GR.EAD316.SCR.MENSAL(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)
//RELSCR   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
000000
/*
