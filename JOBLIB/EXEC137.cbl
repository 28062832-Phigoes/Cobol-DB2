//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      ACORDOS DE RENEGOCIACAO DA MESA DE COBRANCA.  *
//*      RODA DEPOIS DO EXECNOTURNO E ANTES DO EXEC65, *
//*      ENQUANTO O RECUSAS.EMP TEM AS PARCELAS        *
//*      VENCIDAS. OS CONTRATOS DOS ACORDOS (EMPADD)   *
//*      SAO MESCLADOS NA COPIA NOVA DO MESTRE, QUE SO *
//*      SUBSTITUI GR.EAD316.EMPRESTIMOS DEPOIS DA     *
//*      CONFERENCIA DO RELACD, JUNTO COM A COPIA      *
//*      NOVA DO RECUSAS.EMP SEM AS PARCELAS QUE       *
//*      ENTRARAM NOS ACORDOS. O LANCACD (CREDITO DO   *
//*      ESTOURO DO CHEQUE ESPECIAL, FAIXA 690000+)    *
//*      DEVE SER CONCATENADO AO SORTIN DO SORTLAN DO  *
//*      EXECNOTURNO. A NUMERACAO DE CONTRATOS E A DO  *
//*      CONTCTL DA ORIGINACAO; A ULTIMA NOTA PERSISTE *
//*      NO NOTACTL (NA IMPLANTACAO A OPERACAO         *
//*      CATALOGA O NOTACTL E A PRIMEIRA GERACAO DO    *
//*      GDG GR.EAD316.EMPRESTIMOS.ACORDOS VAZIOS)     *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO137
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//PEDACORD DD   DSN=GR.EAD316.ACORDOS.PEDIDOS,DISP=(OLD,DELETE,KEEP)
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//RECUSEMP DD   DSN=GR.EAD316.LANCAM.RECUSAS.EMP,DISP=SHR
//RECNOVO  DD   DSN=GR.EAD316.LANCAM.RECUSAS.EMP.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//ACDVELH  DD   DSN=GR.EAD316.EMPRESTIMOS.ACORDOS(0),DISP=SHR
//ACDNOVO  DD   DSN=GR.EAD316.EMPRESTIMOS.ACORDOS(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//EMPNOVO  DD   DSN=&&EMPNOVO,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5)),
//         DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)
//EMPADD   DD   DSN=&&EMPADD,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)
//LANCACD  DD   DSN=GR.EAD316.LANCAM.ACORDOS,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
//CONTCTL  DD   DSN=GR.EAD316.EMPRESTIMOS.CONTCTL,DISP=OLD
//NOTACTL  DD   DSN=GR.EAD316.ACORDOS.NOTACTL,DISP=OLD
//RELACD   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN: OPERADOR DA MESA (COLS 1-8)     *
//*****************************************************
//SYSIN    DD   *
OPER0001
/*
//*****************************************************
//*      MESTRE NOVO = CONTRATOS ATUALIZADOS MAIS OS   *
//*      CONTRATOS DOS ACORDOS, POR CLIENTE/CONTRATO   *
//*****************************************************
//MESCLAR  EXEC PGM=SORT,COND=(4,LT,EXECUTE)
//SORTIN   DD   DSN=&&EMPNOVO,DISP=(OLD,DELETE)
//         DD   DSN=&&EMPADD,DISP=(OLD,DELETE)
//SORTOUT  DD   DSN=GR.EAD316.EMPRESTIMOS.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)
//SYSIN    DD   *
  SORT FIELDS=(1,5,CH,A,6,6,CH,A)
/*
