//*      NOVO SUBSTITUI O ATUAL APOS A CONFERENCIA DO  *
//*      RELATORIO                                     *
//*****************************************************
//*****************************************************
//*      OS ENDERECOS E DOCUMENTOS CAPTADOS NO BALCAO  *
//*      (EXEC171, ACUMULADO .ONLINE) ENTRAM NA RODADA *
//*      JUNTO COM OS MOVIMENTOS, CLASSIFICADOS POR    *
//*      CLIENTE; O .ONLINE E CONSUMIDO (NA           *
//*      IMPLANTACAO A OPERACAO O CATALOGA VAZIO)      *
//*****************************************************
//MESCLAR  EXEC PGM=SORT
//SORTIN   DD   DSN=GR.EAD316.CLIENTES.CADASTRO.MOVTOS,DISP=OLD
//         DD   DSN=GR.EAD316.CLIENTES.CADASTRO.MOVTOS.ONLINE,
//              DISP=(OLD,DELETE)
//SORTOUT  DD   DSN=GR.EAD316.CLIENTES.CADASTRO.MOVTOS.MESCLA,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=121,BLKSIZE=12100)
//SYSIN    DD   *
  SORT FIELDS=(2,5,CH,A)
/*
//EXECUTE  EXEC PGM=ALUNO36,COND=(0,NE,MESCLAR)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=OLD
//MOVDEM   DD   DSN=GR.EAD316.CLIENTES.CADASTRO.MOVTOS.MESCLA,
//         DISP=(OLD,DELETE)
//*****************************************************
//*      FAIXAS DE CEP POR CIDADE/UF (MESMA REFERENCIA *
//*      DA VALIDACAO DO ALUNO85): SEM ELA A CRITICA   *
//DEMNOVO  DD   DSN=GR.EAD316.CLIENTES.CADASTRO.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(2,2),RLSE),
//         DCB=(RECFM=FB,LRECL=128,BLKSIZE=12800)
//*****************************************************
//*      TRILHA DAS TROCAS DE DOCUMENTO (ACUMULADA),   *
//*      LIDA PELA REMESSA DO CCS (EXEC130)            *
//*****************************************************
//AUDDOC   DD   DSN=GR.EAD316.CLIENTES.CADASTRO.AUDIT,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELMANUT DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
