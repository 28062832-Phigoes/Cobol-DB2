//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      VALIDACAO E CONFERENCIA DO FEED MENSAL DA     *
//*      PROVISAO DE FERIAS E 13O SALARIO ('PV'). A    *
//*      PROVISAO (ALUNO191) RODA ANTES, VIA           *
//*      PROCEDIMENTO GENERICO EXECDB2 COM             *
//*      PGM=ALUNO191. OS ARQUIVOS ABAIXO VALEM PARA O *
//*      STEP RUN DB2:                                 *
//*        PROVVELH = GR.EAD316.FOLHA.PROVISAO(0)      *
//*        PROVNOVO = GR.EAD316.FOLHA.PROVISAO(+1),    *
//*                   NEW, LRECL=100                   *
//*        AUSENCIA = GR.EAD316.FOLHA.FERIAS.GOZADAS   *
//*        GLFEED   = GR.EAD316.GLFEED.PROVISAO, NEW,  *
//*                   LRECL=80                         *
//*        RELPROV  = SYSOUT=X (SALDOS E RESUMO)       *
//*        RELFERV  = SYSOUT=X (FERIAS A PROGRAMAR)    *
//*        CTLLOG   = GR.EAD316.CTLLOG                 *
//*      GR.EAD316.FOLHA.PROVISAO E UM GDG: NA         *
//*      IMPLANTACAO CATALOGAR UMA GERACAO VAZIA       *
//*      (LRECL=100) PARA A PRIMEIRA RODADA.           *
//*      REPROCESSAR UMA COMPETENCIA EXIGE             *
//*      DESCATALOGAR A GERACAO (0) GRAVADA PARA ELA - *
//*      O PROGRAMA RECUSA SALDO DA MESMA COMPETENCIA  *
//*      OU POSTERIOR.                                 *
//*      CARTAO SYSIN DO ALUNO191: COMPETENCIA AAAAMM  *
//*      (COLS 1-6, 000000 = MES CORRENTE), CONTAS DA  *
//*      PROVISAO DE FERIAS (7-10), DO 1/3 (11-14) E   *
//*      DO 13O (15-18), MESES DE AVISO DE FERIAS A    *
//*      VENCER (19-20). EXEMPLO:                      *
//*        000000PFERPTERP13S02                        *
//*****************************************************
//STEPPVAL EXEC PGM=ALUNO112
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//FEED     DD   DSN=GR.EAD316.GLFEED.PROVISAO,DISP=(OLD,DELETE)
//PLANCTA  DD   DSN=GR.EAD316.PLANCTA,DISP=SHR
//FEEDOK   DD   DSN=GR.EAD316.GLFEED.PROVISAO.OK,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELVAL   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CONFERENCIA DO FEED (DEBITOS = CREDITOS E     *
//*      TRAILER)                                      *
//*****************************************************
//STEPPVER EXEC PGM=ALUNO54,COND=(0,NE,STEPPVAL)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//GLFEED   DD   DSN=GR.EAD316.GLFEED.PROVISAO.OK,DISP=SHR
