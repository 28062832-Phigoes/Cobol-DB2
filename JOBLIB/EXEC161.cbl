//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MANUTENCAO DO CADASTRO DE GRUPOS ECONOMICOS   *
//*      (GRUPO COM NOME E LIMITE DE EXPOSICAO, E OS   *
//*      CLIENTES MEMBROS). OS MOVIMENTOS CAPTADOS SAO *
//*      ORDENADOS POR GRUPO E CODIGO DO MEMBRO; O     *
//*      CADASTRO NOVO SO SUBSTITUI                    *
//*      GR.EAD316.CLIENTES.GRUPOS DEPOIS DA           *
//*      CONFERENCIA DO RELMANUT (NA IMPLANTACAO A     *
//*      OPERACAO CATALOGA O CADASTRO VAZIO). O        *
//*      CADASTRO E LIDO PELA APURACAO DA EXPOSICAO    *
//*      (EXEC162), PELA ORIGINACAO DE EMPRESTIMOS E   *
//*      PELA REVISAO DE LIMITES                       *
//*****************************************************
//ORDENAR  EXEC PGM=SORT
//SORTIN   DD   DSN=GR.EAD316.CLIENTES.GRUPOS.MOVTOS,DISP=OLD
//SORTOUT  DD   DSN=&&MOVGRUPO,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//SYSIN    DD   *
  SORT FIELDS=(2,10,CH,A)
/*
//EXECUTE  EXEC PGM=ALUNO161,COND=(0,NE,ORDENAR)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//GRUPOECO DD   DSN=GR.EAD316.CLIENTES.GRUPOS,DISP=OLD
//MOVGRUPO DD   DSN=&&MOVGRUPO,DISP=(OLD,DELETE)
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//GRPNOVO  DD   DSN=GR.EAD316.CLIENTES.GRUPOS.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//*****************************************************
//*      TRILHA DE AUDITORIA ANTES/DEPOIS (ACUMULADA)  *
//*****************************************************
//AUDGRUPO DD   DSN=GR.EAD316.CLIENTES.GRUPOS.AUDIT,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=230,BLKSIZE=23000)
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
