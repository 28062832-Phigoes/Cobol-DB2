//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      INTAKE DA FOLHA DE PAGAMENTO DAS EMPRESAS     *
//*      CONVENIADAS: CRITICA O LOTE INTEIRO E, COM O  *
//*      LOTE LIMPO, RETEM NA FONTE A PRESTACAO DOS    *
//*      CONSIGNADOS DO CONVENIO (ATE A MARGEM         *
//*      CONSIGNAVEL) E GERA OS CREDITOS LIQUIDOS NO   *
//*      LAYOUT LANCAM. O LANCFOL DEVE SER CONCATENADO *
//*      AO SORTIN DO SORTLAN DO EXECNOTURNO. OS       *
//*      DESCONTOS VAO PARA O DESCONTOS.FOLHA, QUE O   *
//*      EXEC65 CONSOME NO FATURAMENTO SEGUINTE; O     *
//*      RELCSG LISTA DESCONTOS, PARCELAS SEM MARGEM E *
//*      EMPREGADOS COM CONSIGNADO FORA DA FOLHA       *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO96
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//FOLHAPAG DD   DSN=GR.EAD316.FOLHA.PAGAMENTO,DISP=OLD
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//DESCCSG  DD   DSN=GR.EAD316.EMPRESTIMOS.DESCONTOS.FOLHA,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//LANCFOL  DD   DSN=GR.EAD316.LANCAM.FOLHA,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
//RELFOL   DD   SYSOUT=X
//RELCSG   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RASTRO   DD   DSN=GR.EAD316.LANCAM.RASTRO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN (SO SEM O PARAMETRO              *
//*      MARGEM-CONSIG NO PARMFILE): COLS 1-3 PCT DA   *
//*      MARGEM CONSIGNAVEL SOBRE O CREDITO            *
//*****************************************************
//SYSIN    DD   *
035
/*
