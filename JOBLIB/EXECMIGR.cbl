  OUTREC FIELDS=(1,75,8X)
/*
//*****************************************************
//*      MESTRE DE EMPRESTIMOS 52 -> 60: OS CONTRATOS  *
//*      EXISTENTES ENTRAM COMO NAO INDEXADOS (FLAG    *
//*      'N' E INDEXADOR EM BRANCO), NO SISTEMA PRICE  *
//*      (SISTEMA 'P') E NAO CONSIGNADOS (FLAG 'N' E   *
//*      CONVENIO 00). MESTRE JA CONVERTIDO PARA 56:   *
//*      TROQUE O OUTREC POR (1,56,C'P',C'N',C'00')    *
//*****************************************************
//MIGEMP   EXEC PGM=SORT,COND=(0,NE,MIGSAL)
//SORTIN   DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=OLD
//SORTOUT  DD   DSN=GR.EAD316.EMPRESTIMOS.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=60,BLKSIZE=6000)
//SYSIN    DD   *
  SORT FIELDS=COPY
  OUTREC FIELDS=(1,52,C'N',3X,C'P',C'N',C'00')
/*
//*****************************************************
//*      GERACOES ARQUIVADAS DO VENDAS3N 27 -> 44:     *
//*      QUANTIDADE ZERO E PRECO UNITARIO ZERO         *
//*      (COMPACTADO), COMPRADOR ZERO E PRAZO ZERO NOS *
//*      REGISTROS HISTORICOS, QUE NAO ABREM TITULO A  *
//*      RECEBER, PARA A CONCATENACAO NOS JOBS DO      *
//*      REGISTRO DE NOTAS E DO CLAWBACK. REPETIR O    *
//*      STEP PARA CADA ANO ARQUIVADO (TROQUE O SUFIXO *
//*      A2025)                                        *
//*****************************************************
//MIGVN3   EXEC PGM=SORT,COND=(0,NE,MIGEMP)
//SORTIN   DD   DSN=GR.EAD316.VENDAS3N.ARQUIVO.A2025,DISP=OLD
//SORTOUT  DD   DSN=GR.EAD316.VENDAS3N.ARQUIVO.A2025.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=44,BLKSIZE=4400)
//SYSIN    DD   *
  SORT FIELDS=COPY
  OUTREC FIELDS=(1,27,C'00000',X'0000000C',C'00000',C'000')
/*
//*****************************************************
//*      CADASTRO DE ENDERECOS (CLIDEMOG) 120 -> 128:  *
//*      OS CADASTROS EXISTENTES ENTRAM CONFIRMADOS NA *
//*      DATA DA CONVERSAO (DATE1), QUE PASSA A SER A  *
//*      BASE DA RENOVACAO PERIODICA DO ALUNO134       *
//*****************************************************
//MIGDEM   EXEC PGM=SORT,COND=(0,NE,MIGVN3)
//SORTIN   DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=OLD
//SORTOUT  DD   DSN=GR.EAD316.CLIENTES.CADASTRO.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=128,BLKSIZE=12800)
//SYSIN    DD   *
  SORT FIELDS=COPY
  OUTREC FIELDS=(1,120,DATE1)
/*
