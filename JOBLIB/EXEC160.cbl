//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MANUTENCAO DO CADASTRO DE VINCULOS DAS CONTAS *
//*      (COTITULARES, PROCURADORES E REPRESENTANTES   *
//*      LEGAIS). OS MOVIMENTOS CAPTADOS SAO ORDENADOS *
//*      POR CONTA E DOCUMENTO DO VINCULADO; O         *
//*      CADASTRO NOVO SO SUBSTITUI                    *
//*      GR.EAD316.CLIENTES.VINCCTA DEPOIS DA          *
//*      CONFERENCIA DO RELMANUT (NA IMPLANTACAO A     *
//*      OPERACAO CATALOGA O CADASTRO VAZIO). O        *
//*      CADASTRO E LIDO PELO EXTRATO, PELAS CARTAS,   *
//*      PELO FGC, PELO RECOLHIMENTO E PELA MANUTENCAO *
//*      DE CLIENTES                                   *
//*****************************************************
//ORDENAR  EXEC PGM=SORT
//SORTIN   DD   DSN=GR.EAD316.CLIENTES.VINCCTA.MOVTOS,DISP=OLD
//SORTOUT  DD   DSN=&&MOVVINC,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=160,BLKSIZE=16000)
//SYSIN    DD   *
  SORT FIELDS=(2,19,CH,A)
/*
//EXECUTE  EXEC PGM=ALUNO160,COND=(0,NE,ORDENAR)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//VINCCTA  DD   DSN=GR.EAD316.CLIENTES.VINCCTA,DISP=OLD
//MOVVINC  DD   DSN=&&MOVVINC,DISP=(OLD,DELETE)
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//VINNOVO  DD   DSN=GR.EAD316.CLIENTES.VINCCTA.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=160,BLKSIZE=16000)
//*****************************************************
//*      TRILHA DE AUDITORIA ANTES/DEPOIS (ACUMULADA)  *
//*****************************************************
//AUDVINC  DD   DSN=GR.EAD316.CLIENTES.VINCCTA.AUDIT,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=350,BLKSIZE=35000)
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
