//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      MONITOR SEMANAL DE ACOES EM CONTA PROPRIA OU  *
//*      DE VINCULADO (ALUNO196): CRUZA O OPERADOR DO  *
//*      OPERSEC (CODFUN) COM A CONTA SALARIO DO       *
//*      FUNCDED E AS LIGACOES DO VINCFUN (EXECVFUN) E *
//*      VARRE AS TRILHAS AUDCLI, AUDLIM, AUDSUS,      *
//*      PENDHIST (EXEC107) E AUDSAL. OS APONTAMENTOS  *
//*      VAO PARA A FILA DA AUDITORIA INTERNA (MOD) E  *
//*      PARA O RELAUDIT; HAVENDO APONTAMENTO, RC 4.   *
//*      AUDLIM E O GDG DA TRILHA DO ALUNO93: A BASE   *
//*      SEM GERACAO LE TODAS AS GERACOES. AUDSUS E O  *
//*      KSDS DA MESA DO SUSPENSO (ALUNO82) E DEVE     *
//*      ESTAR FECHADO NO CICS (CEMT SET FILE(AUDSUS)  *
//*      CLOSED) DURANTE O STEP                        *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO196
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//OPERSEC  DD   DSN=GR.EAD316.OPERADORES,DISP=SHR
//FUNCDED  DD   DSN=GR.EAD316.FOLHA.DEPENDENTES,DISP=SHR
//VINCFUN  DD   DSN=GR.EAD316.FUNCIONARIOS.CONTAS,DISP=SHR
//AUDCLI   DD   DSN=GR.EAD316.CLIENTES.AUDIT,DISP=SHR
//AUDLIM   DD   DSN=GR.EAD316.CLIENTES.LIMITES.AUDIT,DISP=SHR
//AUDSUS   DD   DSN=GR.EAD316.SUSPENSO.AUDIT.VSAM,DISP=SHR
//PENDHIST DD   DSN=GR.EAD316.APROVACOES.HISTORICO,DISP=SHR
//AUDSAL   DD   DSN=GR.EAD316.FUNCIONARIOS.AUDIT,DISP=SHR
//FILAAUD  DD   DSN=GR.EAD316.AUDITORIA.INTERNA.FILA,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)
//RELAUDIT DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN: DATA FINAL DA JANELA AAAAMMDD   *
//*      (COLS 1-8, ZEROS = DATA DE PROCESSAMENTO) E   *
//*      DIAS DA JANELA (COLS 9-10, ZEROS = 07)        *
//*****************************************************
//SYSIN    DD   *
0000000007
/*
