//*****************************************************
//STEPDEB  EXEC PGM=ALUNO72
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//DEBAUTO  DD   DSN=GR.EAD316.DEBITOS.AUTOMATICOS,DISP=SHR
//DEBCTL   DD   DSN=GR.EAD316.DEBITOS.CTL,DISP=SHR
//LANCDEB  DD   DSN=GR.EAD316.LANCAM.DEBAUTO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RASTRO   DD   DSN=GR.EAD316.LANCAM.RASTRO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      FATURAS DOS CONVENIOS (DEBITO AUTOMATICO DE   *
//*      VALOR VARIAVEL): O ARQUIVO DAS EMPRESAS       *
//*      (CONVENIOS.FATURAS, RECEBIDO ANTES DESTE JOB) *
//*      E AS PENDENTES DE NOITES ANTERIORES SAO       *
//*      CONFERIDOS CONTRA AS AUTORIZACOES DO DEBAUTO. *
//*      AS FATURAS VENCIDAS VIRAM DEBITOS             *
//*      (LANCAM.CONVENIOS) PARA A MESCLA SORTLAN, AS  *
//*      DE VENCIMENTO FUTURO GANHAM GERACAO NOVA DE   *
//*      PENDENTES E TODAS SEGUEM NO                   *
//*      CONVENIOS.MOVIMENTO PARA O STEPRETC. NA       *
//*      IMPLANTACAO A OPERACAO CATALOGA UMA GERACAO   *
//*      VAZIA DE CONVENIOS.PENDENTES                  *
//*****************************************************
//STEPCONV EXEC PGM=ALUNO155
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//FERIADOS DD   DSN=GR.EAD316.FERIADOS,DISP=SHR
//FATCONV  DD   DSN=GR.EAD316.CONVENIOS.FATURAS,
//              DISP=(OLD,DELETE,KEEP)
//FATPVELH DD   DSN=GR.EAD316.CONVENIOS.PENDENTES(0),DISP=SHR
//FATPNOVO DD   DSN=GR.EAD316.CONVENIOS.PENDENTES(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=100,BLKSIZE=8000)
//DEBAUTO  DD   DSN=GR.EAD316.DEBITOS.AUTOMATICOS,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//LANCCONV DD   DSN=GR.EAD316.LANCAM.CONVENIOS,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
//CONVMOV  DD   DSN=GR.EAD316.CONVENIOS.MOVIMENTO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=100,BLKSIZE=8000)
//NOTACTL  DD   DSN=GR.EAD316.CONVENIOS.NOTACTL,DISP=SHR
//RELCONV  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      COMPENSACAO DOS CHEQUES APRESENTADOS: O       *
//*      ARQUIVO DA CAMARA (CHEQUES.APRESENTADOS,      *
//*      RECEBIDO ANTES DESTE JOB) E ORDENADO POR      *
//*      CLIENTE/CHEQUE E CONFERIDO CONTRA OS TALOES,  *
//*      O HISTORICO E AS SUSTACOES. OS CHEQUES BONS   *
//*      VIRAM DEBITOS (LANCAM.CHEQUES) PARA A MESCLA  *
//*      SORTLAN E TODOS SEGUEM NO CHEQUES.MOVIMENTO   *
//*      PARA O STEPDEV. NA IMPLANTACAO A OPERACAO     *
//*      CATALOGA UMA GERACAO VAZIA DE                 *
//*      CHEQUES.HISTORICO E DE CHEQUES.CCF            *
//*****************************************************
//STEPSCHQ EXEC PGM=SORT
//SORTIN   DD   DSN=GR.EAD316.CHEQUES.APRESENTADOS,
//              DISP=(OLD,DELETE,KEEP)
//SORTOUT  DD   DSN=&&CHQAPRES,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
  SORT FIELDS=(1,11,CH,A)
/*
//STEPCHQ  EXEC PGM=ALUNO150,COND=(0,NE,STEPSCHQ)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//FERIADOS DD   DSN=GR.EAD316.FERIADOS,DISP=SHR
//CHQAPRES DD   DSN=&&CHQAPRES,DISP=(OLD,DELETE)
//TALAO    DD   DSN=GR.EAD316.CHEQUES.TALOES(0),DISP=SHR
//CHQHIST  DD   DSN=GR.EAD316.CHEQUES.HISTORICO(0),DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//SUSTFILE DD   DSN=GR.EAD316.SUSTACOES,DISP=SHR
//LANCCHQ  DD   DSN=GR.EAD316.LANCAM.CHEQUES,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
//CHQMOV   DD   DSN=GR.EAD316.CHEQUES.MOVIMENTO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELCHQ   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      NOTA DUPLICADA ENTRE RODADAS: A CAPTACAO     *
//*      BRUTA DO DIA E CONFERIDA ANTES DA MESCLA -    *
//*****************************************************
//STEPDUP  EXEC PGM=ALUNO78,COND=(0,NE,STEPDEB)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM,DISP=OLD
//NOTAVELH DD   DSN=GR.EAD316.NOTAS.INDICE(0),DISP=SHR
//NOTANOVO DD   DSN=GR.EAD316.NOTAS.INDICE(+1),
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RASTRO   DD   DSN=GR.EAD316.LANCAM.RASTRO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
003
/*
//*****************************************************
//*      OS LANCAMENTOS DA LIQUIDACAO DE CONTAS EM     *
//*      ENCERRAMENTO (EXEC165, ACUMULADO              *
//*      LANCAM.ENCERRA) TAMBEM ENTRAM NA MESCLA (NA   *
//*      IMPLANTACAO A OPERACAO O CATALOGA VAZIO), E   *
//*      DO MESMO JEITO OS PEDIDOS DE ESTORNO DAS      *
//*      FRAUDES CONFIRMADAS (EXEC182, LANCAM.FRAUDE)  *
//*      E OS RESSARCIMENTOS DA OUVIDORIA (EXEC184,    *
//*      LANCAM.OUVIDORIA)                             *
//*****************************************************
//SORTLAN  EXEC PGM=SORT,
//         COND=((4,LT,STEPDUP),(0,NE,STEPCHQ),(0,NE,STEPCONV))
//SORTIN   DD   DSN=GR.EAD316.LANCAM.LIMPO,DISP=(OLD,DELETE)
//         DD   DSN=GR.EAD316.LANCAM.RECICLO(0),DISP=SHR
//         DD   DSN=GR.EAD316.LANCAM.PENDENTES,DISP=(OLD,DELETE)
//         DD   DSN=GR.EAD316.LANCAM.DEBAUTO,DISP=(OLD,DELETE)
//         DD   DSN=GR.EAD316.LANCAM.CHEQUES,DISP=(OLD,DELETE)
//         DD   DSN=GR.EAD316.LANCAM.CONVENIOS,DISP=(OLD,DELETE)
//         DD   DSN=GR.EAD316.LANCAM.ENCERRA,DISP=(OLD,DELETE)
//         DD   DSN=GR.EAD316.LANCAM.FRAUDE,DISP=(OLD,DELETE)
//         DD   DSN=GR.EAD316.LANCAM.OUVIDORIA,DISP=(OLD,DELETE)
//SORTOUT  DD   DSN=GR.EAD316.LANCAM.MESCLADO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//*****************************************************
//STEPEDIT EXEC PGM=ALUNO25,COND=(0,NE,SORTLAN)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM.MESCLADO,DISP=(OLD,DELETE)
//LANCVAL  DD   DSN=GR.EAD316.LANCAM.VALIDADO,
//         DISP=(NEW,CATLG,DELETE),
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RASTRO   DD   DSN=GR.EAD316.LANCAM.RASTRO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//STEP09   EXEC PGM=ALUNO09,COND=(4,LT,STEPEDIT)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=OLD
//LANCAM   DD   DSN=GR.EAD316.LANCAM.VALIDADO,DISP=OLD
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//PENHORA  DD   DSN=GR.EAD316.PENHORAS,DISP=SHR
//LIMCANAL DD   DSN=GR.EAD316.LIMITES.CANAL,DISP=SHR
//*****************************************************
//*      CADASTRO DE CARTOES DE DEBITO (EXEC166) E     *
//*      REFERENCIAS DE CARTAO DOS LANCAMENTOS DE ATM  *
//*      ENTREGUES PELA REDE JUNTO COM O LANCAM, MAIS  *
//*      AS DOS ITENS CR RECICLADOS PELO STEPRECI DA   *
//*      RODADA ANTERIOR (GDG LANCAM.CARTREC; NA       *
//*      IMPLANTACAO A OPERACAO CATALOGA UMA GERACAO   *
//*      VAZIA)                                        *
//*****************************************************
//CARTAO   DD   DSN=GR.EAD316.CARTOES(0),DISP=SHR
//CARTLAN  DD   DSN=GR.EAD316.LANCAM.CARTOES,DISP=SHR
//         DD   DSN=GR.EAD316.LANCAM.CARTREC(0),DISP=SHR
//POSTVELH DD   DSN=GR.EAD316.LANCAM.POSTADOS(0),DISP=SHR
//POSTNOVO DD   DSN=GR.EAD316.LANCAM.POSTADOS(+1),
//         DISP=(NEW,CATLG,DELETE),
//         DISP=(NEW,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=32,BLKSIZE=3200)
//POSTDIA  DD   DSN=GR.EAD316.LANCAM.POSTDIA,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
//SYSIN    DD   *
00000
/*
//BALANCEO EXEC PGM=ALUNO18,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM.VALIDADO,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
                61,2,CH,EQ,C'LI')
/*
//*****************************************************
//*      FECHAMENTO DA COMPENSACAO: OS DEBITOS DE      *
//*      CHEQUE QUE O STEP09 NAO POSTOU (RECUSAS E     *
//*      SUSPENSO DA NOITE) SAO DEVOLVIDOS, O          *
//*      HISTORICO DE CHEQUES E O CCF INTERNO GANHAM   *
//*      GERACAO NOVA E AS DEVOLUCOES VAO PARA A       *
//*      CAMARA (CHEQUES.DEVOLUCAO). O STEPRECI NAO    *
//*      RECICLA ESSES DEBITOS                         *
//*****************************************************
//STEPDEV  EXEC PGM=ALUNO151,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09),(0,NE,BALANCEO),
//               (0,NE,STEPCHQ))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CHQMOV   DD   DSN=GR.EAD316.CHEQUES.MOVIMENTO,
//              DISP=(OLD,DELETE,KEEP)
//RECUSAS  DD   DSN=GR.EAD316.LANCAM.RECUSAS,DISP=SHR
//SUSPENSO DD   DSN=GR.EAD316.LANCAM.SUSPENSO,DISP=SHR
//CHQHVELH DD   DSN=GR.EAD316.CHEQUES.HISTORICO(0),DISP=SHR
//CHQHNOVO DD   DSN=GR.EAD316.CHEQUES.HISTORICO(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//CHQDEVOL DD   DSN=GR.EAD316.CHEQUES.DEVOLUCAO(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//CCFVELH  DD   DSN=GR.EAD316.CHEQUES.CCF(0),DISP=SHR
//CCFNOVO  DD   DSN=GR.EAD316.CHEQUES.CCF(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//RELDEV   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      RETORNO AOS CONVENIOS: O MOVIMENTO DAS        *
//*      FATURAS DA NOITE E ORDENADO POR CONVENIO E    *
//*      FATURA E CONFRONTADO COM OS DEBITOS QUE O     *
//*      STEP09 NAO POSTOU (RECUSAS E SUSPENSO DA      *
//*      NOITE). O CONVENIOS.RETORNO GANHA GERACAO     *
//*      NOVA COM CABECALHO, FATURAS E TRAILER POR     *
//*      CONVENIO PARA A TRANSMISSAO AS EMPRESAS. O    *
//*      STEPRECI NAO RECICLA ESSES DEBITOS            *
//*****************************************************
//STEPSCNV EXEC PGM=SORT,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09),(0,NE,BALANCEO),
//               (0,NE,STEPCONV))
//SORTIN   DD   DSN=GR.EAD316.CONVENIOS.MOVIMENTO,
//              DISP=(OLD,DELETE,KEEP)
//SORTOUT  DD   DSN=&&CONVORD,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=100,BLKSIZE=8000)
//SYSIN    DD   *
  SORT FIELDS=(2,24,CH,A)
/*
//STEPRETC EXEC PGM=ALUNO156,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09),(0,NE,BALANCEO),
//               (0,NE,STEPCONV),(0,NE,STEPSCNV))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CONVMOV  DD   DSN=&&CONVORD,DISP=(OLD,DELETE)
//RECUSAS  DD   DSN=GR.EAD316.LANCAM.RECUSAS,DISP=SHR
//SUSPENSO DD   DSN=GR.EAD316.LANCAM.SUSPENSO,DISP=SHR
//RETCONV  DD   DSN=GR.EAD316.CONVENIOS.RETORNO(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=100,BLKSIZE=8000)
//RELRETC  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      LIQUIDACAO POR AGENCIA E CANAL CONTRA O      *
//*      TOTAL GERAL DO LANCAM VALIDADO                *
//*****************************************************
//STEPLIQ  EXEC PGM=ALUNO34,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM.VALIDADO,DISP=SHR
//AGENCIAS DD   DSN=GR.EAD316.AGENCIAS,DISP=SHR
//RELLIQ   DD   SYSOUT=X
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      ALERTAS AOS CLIENTES (SMS/E-MAIL) DA NOITE:   *
//*      DEBITO ACIMA DO LIMITE E SALARIO (POSTDIA E   *
//*      O LANCFOL DA FOLHA DO ALUNO96), DEBITO        *
//*      RECUSADO (RECUSAS E SUSPENSO), SALDO ABAIXO   *
//*      DO MINIMO E ENTRADA NO CHEQUE ESPECIAL        *
//*      (CLIENTEN NOVO CONTRA O ANTERIOR). CORRE      *
//*      ANTES DO STEPDIAR, QUE APAGA O POSTDIA. O     *
//*      HISTORICO DE ENVIADOS (GDG; NA IMPLANTACAO A  *
//*      OPERACAO CATALOGA UMA GERACAO VAZIA) GARANTE  *
//*      UM ENVIO SO POR ALERTA; O ALERTAS.ENVIO VAI   *
//*      PARA O GATEWAY                                *
//*****************************************************
//STEPALRT EXEC PGM=ALUNO159,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09),(0,NE,BALANCEO))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//ALERTPRF DD   DSN=GR.EAD316.ALERTAS.PREFERENCIAS,DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//LANCFOL  DD   DSN=GR.EAD316.LANCAM.FOLHA,DISP=SHR
//POSTDIA  DD   DSN=GR.EAD316.LANCAM.POSTDIA,DISP=SHR
//RECUSAS  DD   DSN=GR.EAD316.LANCAM.RECUSAS,DISP=SHR
//SUSPENSO DD   DSN=GR.EAD316.LANCAM.SUSPENSO,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//CLIANTER DD   DSN=GR.EAD316.CLIENTEN(-1),DISP=SHR
//ALRVELH  DD   DSN=GR.EAD316.ALERTAS.HISTORICO(0),DISP=SHR
//ALRNOVO  DD   DSN=GR.EAD316.ALERTAS.HISTORICO(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//ALERTAS  DD   DSN=GR.EAD316.ALERTAS.ENVIO(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=200,BLKSIZE=20000)
//RELALRT  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN: DIAS DE RETENCAO DO HISTORICO   *
//*      DE ALERTAS ENVIADOS (COLS 1-3, PADRAO 015)    *
//*****************************************************
//SYSIN    DD   *
015
/*
//*****************************************************
//*      HISTORICO DE MOVIMENTOS DO MINI-EXTRATO       *
//*      ON-LINE (ALUNO169): OS POSTADOS DA NOITE      *
//*      (POSTDIA) ENTRAM NO KSDS MOVHIST COM O SALDO  *
//*      APOS CADA MOVIMENTO, A PARTIR DA ABERTURA DO  *
//*      CLIENTES. CORRE ANTES DO STEPDIAR, QUE APAGA  *
//*      O POSTDIA. O KSDS GR.EAD316.MOVHIST E O DA    *
//*      AUDITORIA DAS CONSULTAS GR.EAD316.MOVHIST.AUD *
//*      SAO DEFINIDOS UMA SO VEZ NA IMPLANTACAO       *
//*      (IDCAMS DEFINE CLUSTER INDEXED KEYS(18 0) E   *
//*      KEYS(27 0), RECORDSIZE(80 80))                *
//*****************************************************
//STEPMHIS EXEC PGM=ALUNO168,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09),(0,NE,BALANCEO))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//POSTDIA  DD   DSN=GR.EAD316.LANCAM.POSTDIA,DISP=SHR
//MOVHIST  DD   DSN=GR.EAD316.MOVHIST,DISP=OLD
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RASTRO   DD   DSN=GR.EAD316.LANCAM.RASTRO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN: DIAS DE RETENCAO DO HISTORICO   *
//*      DE MOVIMENTOS (COLS 1-3, PADRAO 090)          *
//*****************************************************
//SYSIN    DD   *
090
/*
//*****************************************************
//*      DIARIO CONTABIL DO QUE FOI REALMENTE POSTADO  *
//*      (POSTDIA DO STEP09) EM LINHAS BALANCEADAS NO  *
//*      LAYOUT DO GLFEED, VALIDADAS CONTRA O PLANO DE *
//*      CONTAS (ALUNO112) E PELO VERIFICADOR (ALUNO54)*
//*      ANTES DA TRANSMISSAO - SO O FEEDOK SEGUE      *
//*****************************************************
//STEPDIAR EXEC PGM=ALUNO124,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09),(0,NE,BALANCEO))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//POSTDIA  DD   DSN=GR.EAD316.LANCAM.POSTDIA,DISP=(OLD,DELETE)
//DIAFEED  DD   DSN=GR.EAD316.GLFEED.DIARIO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELDIAR  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//STEPDVAL EXEC PGM=ALUNO112,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09),(0,NE,BALANCEO),
//               (4,LT,STEPDIAR))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//FEED     DD   DSN=GR.EAD316.GLFEED.DIARIO,DISP=(OLD,DELETE)
//PLANCTA  DD   DSN=GR.EAD316.PLANCTA,DISP=SHR
//FEEDOK   DD   DSN=GR.EAD316.GLFEED.DIARIO.OK,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELVAL   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//STEPDVER EXEC PGM=ALUNO54,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09),(0,NE,BALANCEO),
//               (4,LT,STEPDIAR),(0,NE,STEPDVAL))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//GLFEED   DD   DSN=GR.EAD316.GLFEED.DIARIO.OK,DISP=SHR
//*****************************************************
//*      SINCRONIZACAO INCREMENTAL DE EAD316.CLIENTES  *
//*      (DB2) COM A GERACAO NOVA DE CLIENTEN, VIA     *
//*      PROCEDIMENTO GENERICO EXECDB2 COM PGM=ALUNO55 *
//STEPSEG  EXEC PGM=ALUNO38,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM.VALIDADO,DISP=SHR
//DORMFILE DD   DSN=GR.EAD316.CLIENTES.DORMENTES,DISP=SHR
005000000
/*
//*****************************************************
//*      OPERACOES EM ESPECIE (CANAL CAIXA) PARA O     *
//*      COAF: TOTAL POR DOCUMENTO, OPERACAO ACIMA DO  *
//*      LIMITE (COMUNICACAO AUTOMATICA) E             *
//*      FRACIONAMENTO NA JANELA ROLANTE (REVISAO DO   *
//*      COMPLIANCE). COAFDISP TRAZ AS DECISOES DO     *
//*      COMPLIANCE; NA IMPLANTACAO A OPERACAO          *
//*      CATALOGA UM COAFDISP VAZIO E UMA GERACAO VAZIA *
//*      DE COAF.HISTORICO. CARTAO SYSIN (SEM O         *
//*      PARAMETRO LIMITE-COAF NO PARMFILE): LIMITE     *
//*      9(7)V99, JANELA EM DIAS UTEIS, PERCENTUAL DO   *
//*      LIMITE E QUANTIDADE MINIMA DO FRACIONAMENTO    *
//*****************************************************
//STEPCOAF EXEC PGM=ALUNO127,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM.VALIDADO,DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//COAFVELH DD   DSN=GR.EAD316.COAF.HISTORICO(0),DISP=SHR
//COAFNOVO DD   DSN=GR.EAD316.COAF.HISTORICO(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//COAFDISP DD   DSN=GR.EAD316.COAF.DECISOES,DISP=SHR
//COAFCOM  DD   DSN=GR.EAD316.COAF.COMUNICACAO(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELCOAF  DD   SYSOUT=X
//FERIADOS DD   DSN=GR.EAD316.FERIADOS,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
0050000000108002
/*
//*****************************************************
//*      TRIAGEM DOS CLIENTES NA LISTA RESTRITIVA DE   *
//*      SANCOES E PEP (ALUNO133). TRGDISP TRAZ AS     *
//*      DECISOES DO COMPLIANCE (F = FALSO POSITIVO    *
//*      COM DATA DE RETRIAGEM, C = CONFIRMADO); NA    *
//*      IMPLANTACAO A OPERACAO CATALOGA UM TRGDISP    *
//*      VAZIO E UMA GERACAO VAZIA DE TRIAGEM.LISTA    *
//*****************************************************
//STEPTRG  EXEC PGM=ALUNO133
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//LISTARES DD   DSN=GR.EAD316.LISTA.RESTRITIVA(0),DISP=SHR
//TRGVELH  DD   DSN=GR.EAD316.TRIAGEM.LISTA(0),DISP=SHR
//TRGNOVO  DD   DSN=GR.EAD316.TRIAGEM.LISTA(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//TRGDISP  DD   DSN=GR.EAD316.TRIAGEM.DECISOES,DISP=SHR
//RELTRG   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      MONITOR DE VELOCIDADE E ANOMALIAS (ALUNO77)   *
//*      SOBRE O LANCAM VALIDADO, SEM OS CLIENTES DA   *
//*      LISTA DE LIBERACAO (LIBFRAUD, ALARMES FALSOS  *
//*      DO EXEC182), E ABERTURA DOS CASOS DA MESA DE  *
//*      SEGURANCA (ALUNO181, KSDS CASOFRD DEFINIDO    *
//*      PELO EXECCASO). NA IMPLANTACAO A OPERACAO     *
//*      CATALOGA O LIBFRAUD E O CASOCTL VAZIOS.       *
//*      CARTAO SYSIN (SEM O PARAMETRO LIMITES NO      *
//*      PARMFILE): QUANTIDADE DE SAQUES ATM NO DIA,   *
//*      MULTIPLO DO TETO HISTORICO E QUANTIDADE DE    *
//*      VALORES REDONDOS IGUAIS, 9(3) CADA            *
//*****************************************************
//STEPANOM EXEC PGM=ALUNO77,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM.VALIDADO,DISP=SHR
//CLNTHIST DD   DSN=GR.EAD316.CLIENTEN.HIST,DISP=SHR
//LIBFRAUD DD   DSN=GR.EAD316.FRAUDE.LIBERACOES,DISP=SHR
//EXCECOES DD   DSN=&&EXCECOES,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELEXC   DD   SYSOUT=X
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
005003003
/*
//STEPCASO EXEC PGM=ALUNO181,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09),(4,LT,STEPANOM))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//EXCECOES DD   DSN=&&EXCECOES,DISP=(OLD,DELETE)
//CASOFRD  DD   DSN=GR.EAD316.FRAUDE.CASOS,DISP=OLD
//CASOCTL  DD   DSN=GR.EAD316.FRAUDE.CASOS.CTL,DISP=OLD
//RELCASO  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      ACOMPANHAMENTO DO PRAZO REGULAMENTAR DAS      *
//*      RECLAMACOES DA OUVIDORIA (ALUNO185, KSDS      *
//*      OUVIDOR DEFINIDO PELO EXECOUVI): VENCIDAS E   *
//*      A VENCER EM DIAS UTEIS NA DATA DA RODADA      *
//*****************************************************
//STEPOUVI EXEC PGM=ALUNO185,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//FERIADOS DD   DSN=GR.EAD316.FERIADOS,DISP=SHR
//OUVIDOR  DD   DSN=GR.EAD316.OUVIDORIA.RECLAMA,DISP=SHR
//RELPRAZO DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      RECICLAGEM DO SUSPENSO: ITENS PENDENTES      *
//*      VOLTAM PARA O LANCAM DE AMANHA (RECICLO),     *
//*      ITENS COM MAIS NOITES QUE O CARTAO SYSIN      *
//STEPRECI EXEC PGM=ALUNO26,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//SUSPENSO DD   DSN=GR.EAD316.LANCAM.SUSPENSO,DISP=OLD
//SUSPVELH DD   DSN=GR.EAD316.LANCAM.SUSPACUM(0),DISP=SHR
//SUSPNOVO DD   DSN=GR.EAD316.LANCAM.SUSPACUM(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
//CARTREC  DD   DSN=GR.EAD316.LANCAM.CARTREC(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//BAIXAS   DD   DSN=GR.EAD316.LANCAM.BAIXAS,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RECUSAS  DD   DSN=GR.EAD316.LANCAM.RECUSAS,DISP=SHR
//RASTRO   DD   DSN=GR.EAD316.LANCAM.RASTRO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
010
/*
//STEP10   EXEC PGM=ALUNO10,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09),(0,NE,BALANCEO))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=OLD
//SEGMENTO DD   DSN=GR.EAD316.CLIENTES.SEGMENTO,DISP=SHR
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09),(0,NE,BALANCEO),
//               (0,NE,STEP10))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//VENDAS   DD   DSN=GR.EAD316.VENDAS,DISP=OLD
//RELATO   DD   SYSOUT=X
//CSVTOT   DD   DSN=GR.EAD316.VENDAS.CSVTOT11,
//SORTOUT  DD   DSN=GR.EAD316.VENDAS3N.ORDENADO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=44,BLKSIZE=4400)
//SYSIN    DD   *
  SORT FIELDS=(1,2,CH,A,3,2,CH,A,18,4,CH,A,5,2,CH,A)
/*
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09),(0,NE,BALANCEO),
//               (0,NE,STEP10),(0,NE,STEP11),(0,NE,ORDENAR))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//VENDAS3N DD   DSN=GR.EAD316.VENDAS3N.ORDENADO,DISP=(OLD,DELETE)
//VENDEDOR DD   DSN=GR.EAD316.VENDEDORES,DISP=SHR
//STEPDRPK EXEC PGM=ALUNO105,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//*****************************************************
//STEPGONG EXEC PGM=ALUNO42,COND=EVEN
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,DISP=SHR
//RELGONG  DD   SYSOUT=X
//*****************************************************
//*****************************************************
//STEPMON  EXEC PGM=ALUNO43,COND=EVEN
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,DISP=SHR
//RELMONIT DD   SYSOUT=X
//SYSIN    DD   *
050010
/*
//*****************************************************
//*      FIM DO DIA: AVANCA A DATA DE PROCESSAMENTO   *
//*      (DATAPROC) PARA O PROXIMO DIA UTIL, SO SE A   *
//*      MALHA POSTOU. RC 4 = MALHA EM RECUPERACAO     *
//*      (DIAS UTEIS PERDIDOS PROGRAMADOS NO EXEC180)  *
//*      E O STEPRECU RESSUBMETE ESTE JOB PARA O DIA   *
//*      SEGUINTE, ATE ALCANCAR A DATA-ALVO            *
//*****************************************************
//STEPFIM  EXEC PGM=ALUNO180,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09))
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=OLD
//FERIADOS DD   DSN=GR.EAD316.FERIADOS,DISP=SHR
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
A
/*
//STEPRECU EXEC PGM=IEBGENER,
//         COND=((4,LT,STEPEDIT),(0,NE,STEP09),(4,NE,STEPFIM))
//SYSPRINT DD   SYSOUT=*
//SYSIN    DD   DUMMY
//SYSUT1   DD   DSN=GR.EAD316.JOBLIB(EXECNOTURNO),DISP=SHR
//SYSUT2   DD   SYSOUT=(A,INTRDR)
