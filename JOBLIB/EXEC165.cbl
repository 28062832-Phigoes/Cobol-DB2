//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      ENCERRAMENTO DE CONTA COM LIQUIDACAO FINAL:   *
//*      CONFERE OS PEDIDOS CAPTADOS NA AGENCIA        *
//*      CONTRA OS PRODUTOS LIGADOS A CONTA, LIQUIDA   *
//*      OS LIVRES (JUROS E TARIFA PROPORCIONAIS E     *
//*      DEBITO DO SALDO FINAL, ACUMULADO              *
//*      LANCAM.ENCERRA PARA A MESCLA SORTLAN DO       *
//*      EXECNOTURNO), GERA A ORDEM DE PAGAMENTO PARA  *
//*      A TESOURARIA E, QUANDO O BALANCE LINE ZERA OS *
//*      SALDOS, O MOVIMENTO DE ENCERRAMENTO PARA O    *
//*      EXEC27 (ACUMULADO .ENCERRA) E A CARTA AO      *
//*      CLIENTE. RODA ANTES DO EXECNOTURNO. NA        *
//*      IMPLANTACAO A OPERACAO CATALOGA UMA GERACAO   *
//*      VAZIA DE .ENCERRA.PENDENTES E O               *
//*      .ENCERRA.PEDIDOS VAZIO. OS PEDIDOS CAPTADOS   *
//*      NO BALCAO (EXEC171, ACUMULADO .ONLINE) ENTRAM *
//*      CONCATENADOS NO PEDENC E SAO CONSUMIDOS       *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO165
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//PARMFILE DD   DSN=GR.EAD316.PARAMETROS,DISP=SHR
//FERIADOS DD   DSN=GR.EAD316.FERIADOS,DISP=SHR
//PEDENC   DD   DSN=GR.EAD316.CLIENTES.ENCERRA.PEDIDOS,DISP=OLD
//         DD   DSN=GR.EAD316.CLIENTES.ENCERRA.PEDIDOS.ONLINE,
//              DISP=(OLD,DELETE)
//ENCPEND  DD   DSN=GR.EAD316.CLIENTES.ENCERRA.PENDENTES(0),
//         DISP=SHR
//ENCPNOV  DD   DSN=GR.EAD316.CLIENTES.ENCERRA.PENDENTES(+1),
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//CLIENTEN DD   DSN=GR.EAD316.CLIENTEN(0),DISP=SHR
//CLIDEMOG DD   DSN=GR.EAD316.CLIENTES.CADASTRO,DISP=SHR
//VINCCTA  DD   DSN=GR.EAD316.CLIENTES.VINCCTA,DISP=SHR
//EMPREST  DD   DSN=GR.EAD316.EMPRESTIMOS,DISP=SHR
//CDBMAST  DD   DSN=GR.EAD316.CDB.MESTRE,DISP=SHR
//PENHORA  DD   DSN=GR.EAD316.PENHORAS,DISP=SHR
//PENDCONF DD   DSN=GR.EAD316.TED.PENDENTES,DISP=SHR
//TAXAS    DD   DSN=GR.EAD316.TAXAS.PARM,DISP=SHR
//NOTACTL  DD   DSN=GR.EAD316.JUROS.NOTACTL,DISP=OLD
//NOTAENC  DD   DSN=GR.EAD316.ENCERRA.NOTACTL,DISP=OLD
//*****************************************************
//*      O DEBAUTO.NOVO (ORDENS DAS CONTAS LIQUIDADAS  *
//*      INATIVADAS) SO SUBSTITUI O DEBAUTO DEPOIS DA  *
//*      CONFERENCIA DO RELENC                         *
//*****************************************************
//DEBAUTO  DD   DSN=GR.EAD316.DEBITOS.AUTOMATICOS,DISP=SHR
//DEBNOVO  DD   DSN=GR.EAD316.DEBITOS.AUTOMATICOS.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=78,BLKSIZE=7800)
//CHAVEPIX DD   DSN=GR.EAD316.PIX.CHAVES,DISP=SHR
//MOVCHAVE DD   DSN=GR.EAD316.PIX.CHAVES.MOVTOS.ENCERRA,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=100,BLKSIZE=10000)
//LANCENC  DD   DSN=GR.EAD316.LANCAM.ENCERRA,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=41,BLKSIZE=4100)
//*****************************************************
//*      ORDENS DE PAGAMENTO DO SALDO FINAL (CHEQUE    *
//*      ADMINISTRATIVO OU TRANSFERENCIA), ACUMULADAS  *
//*      PARA A TESOURARIA                             *
//*****************************************************
//PAGENC   DD   DSN=GR.EAD316.CLIENTES.ENCERRA.PAGTOS,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//MOVENC   DD   DSN=GR.EAD316.CLIENTES.MOVTOS.ENCERRA,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//CARTENC  DD   SYSOUT=X
//RELENC   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
