//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      FECHAMENTO MENSAL DO CUSTO MEDIO (ALUNO206):  *
//*      GRAVA NA TABELA DE CUSTOS, VIGENCIA AAAAMM01  *
//*      DA COMPETENCIA, O CUSTO MEDIO DE CADA PRODUTO *
//*      DO CADASTRO DE ESTOQUE PONDERADO PELO SALDO   *
//*      DOS DEPOSITOS. SUBSTITUI O CUSTO MANUAL DA    *
//*      MESMA VIGENCIA. RC 4 = PRODUTO SEM CUSTO NO   *
//*      ESTOQUE. RODA NO FECHAMENTO DO MES, ANTES DA  *
//*      MARGEM BRUTA (EXEC207). CARTAO SYSIN:         *
//*      COMPETENCIA AAAAMM (ZEROS = MES DA EXECUCAO)  *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO206
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//ESTOQUE  DD   DSN=GR.EAD316.ESTOQUE,DISP=SHR
//CUSTOS   DD   DSN=GR.EAD316.PRODUTOS.CUSTOS,DISP=OLD
//RELFECH  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
000000
/*
