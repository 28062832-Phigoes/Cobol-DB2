//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MANUTENCAO DO CADASTRO DE TALOES DE CHEQUE    *
//*      (EMISSAO E CANCELAMENTO) E REGULARIZACAO DO   *
//*      CCF INTERNO. OS MOVIMENTOS CAPTADOS SAO       *
//*      ORDENADOS POR CLIENTE/FUNCAO/PRIMEIRO CHEQUE. *
//*      TALOES E CCF SAO GERACOES (0) -> (+1); NA     *
//*      IMPLANTACAO A OPERACAO CATALOGA UMA GERACAO   *
//*      VAZIA DE CADA. O CHQCTL GUARDA O ULTIMO       *
//*      CHEQUE EMITIDO. NAO RODA JUNTO COM O          *
//*      EXECNOTURNO (O ALUNO151 GRAVA O CCF)          *
//*****************************************************
//MESCLAR  EXEC PGM=SORT
//SORTIN   DD   DSN=GR.EAD316.CHEQUES.TALOES.MOVTOS,DISP=OLD
//SORTOUT  DD   DSN=&&MOVTAL,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//SYSIN    DD   *
  SORT FIELDS=(1,12,CH,A)
/*
//EXECUTE  EXEC PGM=ALUNO149,COND=(0,NE,MESCLAR)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//TALAO    DD   DSN=GR.EAD316.CHEQUES.TALOES(0),DISP=SHR
//MOVTAL   DD   DSN=&&MOVTAL,DISP=(OLD,DELETE)
//TALNOVO  DD   DSN=GR.EAD316.CHEQUES.TALOES(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//CCFVELH  DD   DSN=GR.EAD316.CHEQUES.CCF(0),DISP=SHR
//CCFNOVO  DD   DSN=GR.EAD316.CHEQUES.CCF(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//CHQCTL   DD   DSN=GR.EAD316.CHEQUES.CTL,DISP=SHR
//RELMANUT DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN: ID DO OPERADOR (COLS 1-8)       *
//*****************************************************
//SYSIN    DD   *
OPER0001
/*
