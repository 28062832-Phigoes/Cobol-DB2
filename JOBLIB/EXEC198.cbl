//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      RELATORIO MENSAL DE DESCONTO CONCEDIDO POR    *
//*      VENDEDOR E PRODUTO (ALUNO198): VALOR DE LISTA *
//*      DA TABELA DE PRECOS (EXEC197) X VALOR VENDIDO *
//*      NO VENDAS3N, EM VALOR E EM %. RC 4 = HOUVE    *
//*      VENDA DE PRODUTO SEM PRECO DE LISTA.          *
//*      CARTAO SYSIN: COMPETENCIA AAAAMM (ZEROS =     *
//*      MES DA EXECUCAO)                              *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO198
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//VENDAS3N DD   DSN=GR.EAD316.VENDAS3N,DISP=SHR
//PRECOS   DD   DSN=GR.EAD316.PRODUTOS.PRECOS,DISP=SHR
//VENDEDOR DD   DSN=GR.EAD316.VENDEDORES,DISP=SHR
//PRODUTOS DD   DSN=GR.EAD316.PRODUTOS,DISP=SHR
//RELDESC  DD   SYSOUT=X
//SORTWK   DD   UNIT=SYSDA,SPACE=(CYL,(5,5))
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
000000
/*
