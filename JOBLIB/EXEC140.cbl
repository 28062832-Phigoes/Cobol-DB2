//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      RELATORIOS DO COMITE DE CREDITO: CARTEIRA DE  *
//*      EMPRESTIMOS BAIXADOS COMO PERDA (GERACAO      *
//*      CORRENTE DO MESTRE DE BAIXADOS) E             *
//*      RECUPERACOES DO ANO (HISTORICO GRAVADO PELO   *
//*      EXEC139). CARTAO SYSIN: ANO AAAA (ZEROS =     *
//*      ANO DA EXECUCAO)                              *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO140
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//BAIXEMP  DD   DSN=GR.EAD316.EMPRESTIMOS.BAIXADOS(0),DISP=SHR
//RECHIST  DD   DSN=GR.EAD316.EMPRESTIMOS.RECUP.HIST,DISP=SHR
//RELCART  DD   SYSOUT=X
//RELRECP  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
0000
/*
