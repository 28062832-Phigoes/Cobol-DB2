//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      CREDITO DO LIQUIDO DA FOLHA PROPRIA NAS       *
//*      CONTAS DOS FUNCIONARIOS: O ALUNO190 MONTA O   *
//*      LOTE FOLHAPAG A PARTIR DO FOLHALIQ(0) DO      *
//*      ALUNO189 E DA CONTA SALARIO DO FUNCDED        *
//*      (FUNCAO C DO ALUNO188) E O ALUNO96 FAZ A      *
//*      MESMA CRITICA E POSTAGEM DOS LOTES DAS        *
//*      EMPRESAS CONVENIADAS (VER EXEC96). O RELSEMC  *
//*      LISTA QUEM FICOU FORA DO LOTE (SEM CONTA      *
//*      VINCULADA OU CONTA NAO ATIVA) - RC 4. PARA A  *
//*      PREVIA DO RH ANTES DO PAGAMENTO, SUBMETER COM *
//*      RESTRICAO AO STEP GERALOTE. O LANCAM.FOLHA    *
//*      GERADO SEGUE O MESMO CAMINHO DO EXEC96, ENTAO *
//*      OS DOIS JOBS NAO RODAM NO MESMO DIA           *
//*****************************************************
//GERALOTE EXEC PGM=ALUNO190
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//FOLHALIQ DD   DSN=GR.EAD316.FOLHALIQ(0),DISP=SHR
//FUNCDED  DD   DSN=GR.EAD316.FOLHA.DEPENDENTES,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//FOLHAPAG DD   DSN=&&FOLHAPAG,DISP=(NEW,PASS,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1)),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RELSEMC  DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//*****************************************************
//*      CARTAO SYSIN: EMPRESA DO LOTE (COLS 1-2) E    *
//*      DATA DO CREDITO AAAAMMDD (COLS 3-10, ZEROS =  *
//*      DATA DE PROCESSAMENTO)                        *
//*****************************************************
//SYSIN    DD   *
0100000000
/*
//*****************************************************
//*      INTAKE DO LOTE PELO ALUNO96 (CRITICA,         *
//*      CONSIGNADOS DO CONVENIO E CREDITOS LANCAM)    *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO96,COND=(4,LT,GERALOTE)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//FOLHAPAG DD   DSN=&&FOLHAPAG,DISP=(OLD,DELETE)
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//DESCCSG  DD   DSN=GR.EAD316.EMPRESTIMOS.DESCONTOS.FOLHA,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=40,BLKSIZE=4000)
//LANCFOL  DD   DSN=GR.EAD316.LANCAM.FOLHA,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
//RELFOL   DD   SYSOUT=X
//RELCSG   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//RASTRO   DD   DSN=GR.EAD316.LANCAM.RASTRO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//SYSIN    DD   *
035
/*
