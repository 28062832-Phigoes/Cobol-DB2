//*****************************************************
//EXECUTE  EXEC PGM=ALUNO29,COND=(0,NE,ORDENAR)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=SHR
//LANCAM   DD   DSN=GR.EAD316.LANCAM.EXTRATO,DISP=(OLD,DELETE)
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//*      GRAVADA POR ELE                               *
//*****************************************************
//POSTVELH DD   DSN=GR.EAD316.LANCAM.POSTADOS(-1),DISP=SHR
//*****************************************************
//*      ABERTURA DA TARIFA POR EVENTO DA ULTIMA       *
//*      FRANQUIA MENSAL (EXEC157): SEM O DD O EXTRATO *
//*      SAI SEM ELA                                   *
//*****************************************************
//TARDET   DD   DSN=GR.EAD316.TARIFAS.DETALHE(0),DISP=SHR
//*****************************************************
//*      COTITULARES DAS CONTAS (EXEC160): SEM O DD O  *
//*      EXTRATO SAI SO COM O CLIENTE DO CODIGO        *
//*****************************************************
//VINCCTA  DD   DSN=GR.EAD316.CLIENTES.VINCCTA,DISP=SHR
//EXTRATOS DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
