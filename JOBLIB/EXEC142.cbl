//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MANUTENCAO DO CADASTRO DE GARANTIAS DOS       *
//*      CONTRATOS DE EMPRESTIMO (FIADORES E           *
//*      COLATERAIS). OS MOVIMENTOS CAPTADOS ENTRAM    *
//*      JUNTO COM AS VINCULACOES GRAVADAS PELA        *
//*      ORIGINACAO (ALUNO116, ACUMULADO .VINCULOS,    *
//*      CONSUMIDO AQUI - NA IMPLANTACAO A OPERACAO O  *
//*      CATALOGA VAZIO, COMO O CADASTRO), ORDENADOS   *
//*      POR CONTRATO/CLIENTE/TIPO/SEQUENCIA. O        *
//*      CADASTRO NOVO E RECLASSIFICADO (A VINCULACAO  *
//*      MUDA A CHAVE) E SO SUBSTITUI                  *
//*      GR.EAD316.EMPRESTIMOS.GARANTIAS DEPOIS DA     *
//*      CONFERENCIA DO RELMANUT                       *
//*****************************************************
//MESCLAR  EXEC PGM=SORT
//SORTIN   DD   DSN=GR.EAD316.EMPRESTIMOS.GARANTIAS.MOVTOS,DISP=OLD
//         DD   DSN=GR.EAD316.EMPRESTIMOS.GARANTIAS.VINCULOS,
//              DISP=(OLD,DELETE)
//SORTOUT  DD   DSN=&&MOVGAR,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=150,BLKSIZE=15000)
//SYSIN    DD   *
  SORT FIELDS=(2,14,CH,A)
/*
//EXECUTE  EXEC PGM=ALUNO142,COND=(0,NE,MESCLAR)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//GARANTIA DD   DSN=GR.EAD316.EMPRESTIMOS.GARANTIAS,DISP=OLD
//MOVGAR   DD   DSN=&&MOVGAR,DISP=(OLD,DELETE)
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//GARNOVO  DD   DSN=&&GARNOVO,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5)),
//         DCB=(RECFM=FB,LRECL=150,BLKSIZE=15000)
//*****************************************************
//*      TRILHA DE AUDITORIA ANTES/DEPOIS (ACUMULADA)  *
//*****************************************************
//AUDGAR   DD   DSN=GR.EAD316.EMPRESTIMOS.GARANTIAS.AUDIT,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=350,BLKSIZE=31500)
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
//*****************************************************
//*      CADASTRO NOVO NA ORDEM DA CHAVE               *
//*****************************************************
//CLASSIF  EXEC PGM=SORT,COND=(4,LT,EXECUTE)
//SORTIN   DD   DSN=&&GARNOVO,DISP=(OLD,DELETE)
//SORTOUT  DD   DSN=GR.EAD316.EMPRESTIMOS.GARANTIAS.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=150,BLKSIZE=15000)
//SYSIN    DD   *
  SORT FIELDS=(1,14,CH,A)
/*
