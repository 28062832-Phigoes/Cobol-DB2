//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      EXPOSICAO DE CREDITO POR GRUPO ECONOMICO:     *
//*      SALDO DOS EMPRESTIMOS ATIVOS, CHEQUE ESPECIAL *
//*      CONCEDIDO E PROPOSTAS DO ALUNO116 PENDENTES   *
//*      DE APROVACAO, SOMADOS DOS MEMBROS DE CADA     *
//*      GRUPO (EXEC161). RODA NO FECHAMENTO DO MES E  *
//*      ANTES DA ORIGINACAO DE EMPRESTIMOS E DA       *
//*      REVISAO DE LIMITES, QUE LEEM A GERACAO (0) DE *
//*      GR.EAD316.CLIENTES.GRUPOS.EXPOSICAO (GDG).    *
//*      RELEXPO = MAIORES GRUPOS POR EXPOSICAO;       *
//*      SYSIN = QUANTIDADE LISTADA (COLS 1-3)         *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO162
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//GRUPOECO DD   DSN=GR.EAD316.CLIENTES.GRUPOS,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//PENDAPR  DD   DSN=GR.EAD316.APROVACOES.PENDENTES,DISP=SHR
//EXPGRUPO DD   DSN=GR.EAD316.CLIENTES.GRUPOS.EXPOSICAO(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)
//RELEXPO  DD   SYSOUT=X
//SORTWK   DD   UNIT=SYSDA,SPACE=(CYL,(5,5))
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
020
/*
