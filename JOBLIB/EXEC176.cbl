//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      RELATORIO AVULSO DE CLIENTES DIRIGIDO POR     *
//*      ESPECIFICACAO (ALUNO176). CADA PEDIDO FICA    *
//*      GRAVADO COMO UM MEMBRO DA BIBLIOTECA          *
//*      GR.EAD316.RELATORIOS.SPECS; PARA REPETIR UM   *
//*      RELATORIO BASTA TROCAR O NOME DO MEMBRO NO DD *
//*      RELSPEC. PEDIDO DE UMA VEZ SO: RELSPEC DD *   *
//*      COM OS CARTOES NO PROPRIO JOB.                *
//*      EXEMPLO (MEMBRO POUPSEMP - SEGMENTO P COM     *
//*      POUPANCA ACIMA DE 5.000,00 E SEM EMPRESTIMO,  *
//*      POR EMPRESA):                                 *
//*        TITU POUPADORES SEGMENTO P SEM EMPRESTIMO   *
//*        SELE SEGMENTO   EQ P                        *
//*        SELE SALDO-POUP GT +0000000500000           *
//*        SELE EMP-QTDE   EQ +0000000000000           *
//*        QUEB EMPRESA                                *
//*        ORDE SALDO-POUP D                           *
//*        COLU CODIGO                                 *
//*        COLU NOME                                   *
//*        COLU SALDO-POUP                             *
//*        COLU MEDIA-POUP                             *
//*        TOTA SALDO-POUP                             *
//*        CSV  S                                      *
//*      RELAVUL = RELATORIO; CSVREL = EXTRATO CSV     *
//*      (SO COM O CARTAO CSV)                         *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO176
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//RELSPEC  DD   DSN=GR.EAD316.RELATORIOS.SPECS(POUPSEMP),DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//SEGMENTO DD   DSN=GR.EAD316.CLIENTES.SEGMENTO,DISP=SHR
//SALDOMED DD   DSN=GR.EAD316.CLIENTES.SALDOMED,DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//RELAVUL  DD   SYSOUT=X
//CSVREL   DD   DSN=GR.EAD316.RELATORIOS.CSV.POUPSEMP,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=300,BLKSIZE=27900)
//SORTWK   DD   UNIT=SYSDA,SPACE=(CYL,(5,5))
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
