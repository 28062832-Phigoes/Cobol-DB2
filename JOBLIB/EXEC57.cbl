//*****************************************************
//EXECUTE  EXEC PGM=ALUNO57
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//VENDABR  DD   DSN=GR.EAD316.VENDAS.AGENCIAS,DISP=OLD
//VENDEDOR DD   DSN=GR.EAD316.VENDEDORES,DISP=SHR
//ESTADOS  DD   DSN=GR.EAD316.ESTADOS,DISP=SHR
//*****************************************************
//*      TABELA DE PRECOS DE LISTA (ALUNO197, VER      *
//*      EXEC197): VENDA ABAIXO DO PISO DE DESCONTO    *
//*      E REJEITADA                                   *
//*****************************************************
//PRECOS   DD   DSN=GR.EAD316.PRODUTOS.PRECOS,DISP=SHR
//*****************************************************
//*      CADASTRO DE ESTOQUE (EXECESTQ): VENDA ACIMA   *
//*      DO SALDO DO DEPOSITO SAI COM AVISO            *
//*****************************************************
//ESTOQUE  DD   DSN=GR.EAD316.PRODUTOS.ESTOQUE,DISP=SHR
//VENDAS   DD   DSN=GR.EAD316.VENDAS,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//VENDAS3N DD   DSN=GR.EAD316.VENDAS3N,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=44,BLKSIZE=4400)
//*****************************************************
//*      DISPOSICAO DO LOTE (ACEITO/RECUSADO), QUE O    *
//*      ALUNO122 QUEBRA EM RETORNO POR AGENCIA         *
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      LANCAMENTO DO ESTOQUE (ALUNO199): ENTRADAS DE *
//*      MERCADORIA ACUMULADAS DESDE O ULTIMO          *
//*      LANCAMENTO (O ARQUIVO E CONSUMIDO) E VENDAS E *
//*      DEVOLUCOES DO VENDAS3N DO LOTE. O KARDEX E    *
//*      CRIADO NO PRIMEIRO LANCAMENTO                 *
//*****************************************************
//STEPESTQ EXEC PGM=ALUNO199,COND=(4,LT,EXECUTE)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//ENTRADAS DD   DSN=GR.EAD316.ESTOQUE.ENTRADAS,
//         DISP=(MOD,DELETE,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//VENDAS3N DD   DSN=GR.EAD316.VENDAS3N,DISP=SHR
//ESTOQUE  DD   DSN=GR.EAD316.PRODUTOS.ESTOQUE,DISP=OLD
//PRODUTOS DD   DSN=GR.EAD316.PRODUTOS,DISP=SHR
//ESTADOS  DD   DSN=GR.EAD316.ESTADOS,DISP=SHR
//KARDEX   DD   DSN=GR.EAD316.ESTOQUE.KARDEX,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELESTQ  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      ABERTURA DOS TITULOS A RECEBER (ALUNO202): UM *
//*      TITULO POR NOTA DE VENDA DO VENDAS3N DO LOTE, *
//*      COM O VENCIMENTO PELO PRAZO DO COMPRADOR; A   *
//*      DEVOLUCAO REDUZ O SALDO DO TITULO DA MESMA    *
//*      NOTA                                          *
//*****************************************************
//STEPTIT  EXEC PGM=ALUNO202,COND=(4,LT,EXECUTE)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//VENDAS3N DD   DSN=GR.EAD316.VENDAS3N,DISP=SHR
//TITULOS  DD   DSN=GR.EAD316.VENDAS.TITULOS,DISP=OLD
//FERIADOS DD   DSN=GR.EAD316.FERIADOS,DISP=SHR
//RELTIT   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
