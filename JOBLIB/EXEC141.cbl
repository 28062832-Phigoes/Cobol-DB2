//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      ARQUIVO MENSAL DE DESCONTOS DE CONSIGNADO     *
//*      PARA AS EMPRESAS CONVENIADAS. RODA DEPOIS DO  *
//*      EXEC65, COM O MESTRE JA ATUALIZADO: UMA       *
//*      PARCELA POR CONTRATO CONSIGNADO ATIVO,        *
//*      AGRUPADA POR CONVENIO (HEADER, DETALHES E     *
//*      TRAILER) PARA A TRANSMISSAO A CADA            *
//*      EMPREGADOR; OS DESCONTOS AINDA PENDENTES      *
//*      (DESCONTOS.FOLHA) CONTAM COMO PARCELAS PAGAS  *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO141
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//DESCCSG  DD   DSN=GR.EAD316.EMPRESTIMOS.DESCONTOS.FOLHA,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//DESCEMP  DD   DSN=GR.EAD316.CONSIGNADO.REMESSA,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELDEMP  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN: COLS 1-6 COMPETENCIA AAAAMM     *
//*      (ZEROS = MES DA EXECUCAO)                     *
//*****************************************************
//SYSIN    DD   *
000000
/*
