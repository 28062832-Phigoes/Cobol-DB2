//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      POSTAGEM MENSAL DE JUROS DE POUPANCA E        *
//*      TARIFA DE MANUTENCAO SOBRE A GERACAO          *
//*      CORRENTE DE CLIENTEN. O ARQUIVO LANCJUR DEVE  *
//*      SER CONCATENADO AO SORTIN DO STEP SORTLAN DO  *
//*      EXECNOTURNO DA NOITE SEGUINTE, PARA QUE O     *
//*      ALUNO09 CARREGUE AS POSTAGENS NOS SALDOS E O  *
//*      ALUNO18 CONTINUE PROVANDO O ARQUIVO. A ULTIMA *
//*      NOTA EMITIDA E A DATA DA POSTAGEM PERSISTEM   *
//*      NO NOTACTL (NA IMPLANTACAO A OPERACAO         *
//*      CATALOGA O NOTACTL VAZIO). OS JUROS CORREM    *
//*      DESDE A ULTIMA POSTAGEM NA CONVENCAO DO       *
//*      PARMFILE (ALUNO28/CONVENCAO); O FERIADOS      *
//*      SERVE A CONVENCAO DE DIAS UTEIS               *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO28
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//TAXAS    DD   DSN=GR.EAD316.TAXAS.PARM,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//FERIADOS DD   DSN=GR.EAD316.FERIADOS,DISP=SHR
//NOTACTL  DD   DSN=GR.EAD316.JUROS.NOTACTL,DISP=OLD
//LANCJUR  DD   DSN=GR.EAD316.LANCAM.JUROS,
//         DISP=(NEW,CATLG,DELETE),
