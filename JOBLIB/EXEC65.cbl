//*      SAO DEVOLVIDAS AOS CONTRATOS, REFATURADAS E   *
//*      O ARQUIVO E CONSUMIDO; A ULTIMA NOTA EMITIDA  *
//*      PERSISTE NO NOTACTL (NA IMPLANTACAO A          *
//*      OPERACAO CATALOGA O NOTACTL VAZIO). OS        *
//*      CONSIGNADOS NAO SAO FATURADOS EM CONTA: OS    *
//*      DESCONTOS EM FOLHA PENDENTES (DESCCSG, DO     *
//*      EXEC96) AVANCAM OS CONTRATOS E O ARQUIVO E    *
//*      CONSUMIDO                                     *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO65
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=OLD
//RECUSAS  DD   DSN=GR.EAD316.LANCAM.RECUSAS.EMP,
//         DISP=(MOD,DELETE,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//DESCCSG  DD   DSN=GR.EAD316.EMPRESTIMOS.DESCONTOS.FOLHA,
//         DISP=(MOD,DELETE,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//NOTACTL  DD   DSN=GR.EAD316.EMPRESTIMOS.NOTACTL,DISP=OLD
//EMPNOVO  DD   DSN=GR.EAD316.EMPRESTIMOS.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)
//LANCEMP  DD   DSN=GR.EAD316.LANCAM.EMPRESTIMOS,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
