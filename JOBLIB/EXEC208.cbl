//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      REGISTRO DE SEQUENCIA DE NOTAS (ALUNO121):    *
//*      ATUALIZA O INDICE ROLANTE COM AS NOTAS DO     *
//*      VENDAS3N. GR.EAD316.VENDAS.NOTAS.REGISTRO E UM*
//*      GDG: A GERACAO (0) E O REGISTRO ANTERIOR      *
//*****************************************************
//STEPSEQ  EXEC PGM=ALUNO121
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//VENDAS3N DD   DSN=GR.EAD316.VENDAS3N,DISP=SHR
//REGVELH  DD   DSN=GR.EAD316.VENDAS.NOTAS.REGISTRO(0),DISP=SHR
//REGNOVO  DD   DSN=GR.EAD316.VENDAS.NOTAS.REGISTRO(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=20,BLKSIZE=8000)
//RELSEQ   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      REGISTRO DE SAIDAS (LIVRO FISCAL) DA          *
//*      COMPETENCIA (ALUNO208): NOTA A NOTA COM ICMS, *
//*      LACUNAS DA NUMERACAO PELO REGISTRO GERADO NO  *
//*      PASSO ANTERIOR, TOTAL POR PAGINA E RESUMO POR *
//*      UF CONFERIDO COM O ICMSINT. RODA DEPOIS DA    *
//*      APURACAO DO ICMS (EXEC62). RC 4 = DIVERGENCIA *
//*      COM O ICMSINT, UF SEM ALIQUOTA OU NOTA SEM    *
//*      TITULO. GR.EAD316.FISCAL.LIVRO.SAIDAS E UM GDG*
//*      COM O ARQUIVO ELETRONICO PARA O FISCO.        *
//*      CARTAO SYSIN: COMPETENCIA AAAAMM (ZEROS =     *
//*      MES DA EXECUCAO)                              *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO208,COND=(4,LT,STEPSEQ)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//VENDAS3N DD   DSN=GR.EAD316.VENDAS3N,DISP=SHR
//TITULOS  DD   DSN=GR.EAD316.VENDAS.TITULOS,DISP=SHR
//ESTADOS  DD   DSN=GR.EAD316.ESTADOS,DISP=SHR
//REGNOTA  DD   DSN=GR.EAD316.VENDAS.NOTAS.REGISTRO(+1),DISP=SHR
//ICMSINT  DD   DSN=GR.EAD316.FISCAL.ICMS,DISP=SHR
//LIVSAIDA DD   DSN=GR.EAD316.FISCAL.LIVRO.SAIDAS(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//RELLIVRO DD   SYSOUT=X
//SORTWK   DD   UNIT=SYSDA,SPACE=(CYL,(5,5))
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
000000
/*
