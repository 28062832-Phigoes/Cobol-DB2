//*      COM OS CAPTADOS, CLASSIFICADOS POR CLIENTE;   *
//*      O ACUMULADO .APROVADOS E CONSUMIDO (NA        *
//*      IMPLANTACAO A OPERACAO O CATALOGA VAZIO)      *
//*      OS BLOQUEIOS DA RENOVACAO CADASTRAL (EXEC134, *
//*      ACUMULADO .RENOVACAO) ENTRAM DO MESMO JEITO   *
//*      E TAMBEM AS TRANSFERENCIAS DE CARTEIRA ENTRE  *
//*      AGENCIAS (EXEC163, ACUMULADO .TRANSFER) E OS  *
//*      ENCERRAMENTOS DAS CONTAS JA LIQUIDADAS        *
//*      (EXEC165, ACUMULADO .ENCERRA) E A MANUTENCAO  *
//*      CAPTADA NO BALCAO (EXEC171, ACUMULADO         *
//*      .ONLINE, COM O OPERADOR DO ALUNO170) E OS     *
//*      BLOQUEIOS DAS FRAUDES CONFIRMADAS (EXEC182,   *
//*      ACUMULADO .FRAUDE)                            *
//*****************************************************
//MESCLAR  EXEC PGM=SORT
//SORTIN   DD   DSN=GR.EAD316.CLIENTES.MOVTOS,DISP=OLD
//         DD   DSN=GR.EAD316.CLIENTES.MOVTOS.APROVADOS,
//              DISP=(OLD,DELETE)
//         DD   DSN=GR.EAD316.CLIENTES.MOVTOS.RENOVACAO,
//              DISP=(OLD,DELETE)
//         DD   DSN=GR.EAD316.CLIENTES.MOVTOS.TRANSFER,
//              DISP=(OLD,DELETE)
//         DD   DSN=GR.EAD316.CLIENTES.MOVTOS.ENCERRA,
//              DISP=(OLD,DELETE)
//         DD   DSN=GR.EAD316.CLIENTES.MOVTOS.ONLINE,
//              DISP=(OLD,DELETE)
//         DD   DSN=GR.EAD316.CLIENTES.MOVTOS.FRAUDE,
//              DISP=(OLD,DELETE)
//SORTOUT  DD   DSN=GR.EAD316.CLIENTES.MOVTOS.MESCLA,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
/*
//EXECUTE  EXEC PGM=ALUNO27,COND=(0,NE,MESCLAR)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//OPERSEC  DD   DSN=GR.EAD316.OPERADORES,DISP=SHR
//CLIENTES DD   DSN=GR.EAD316.CLIENTES,DISP=OLD
//VINCCTA  DD   DSN=GR.EAD316.CLIENTES.VINCCTA,DISP=SHR
//MOVCLI   DD   DSN=GR.EAD316.CLIENTES.MOVTOS.MESCLA,
//         DISP=(OLD,DELETE)
//CLINOVO  DD   DSN=GR.EAD316.CLIENTES.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=49,BLKSIZE=4900)
//*****************************************************
//*      AGENCIA DE RELACIONAMENTO DOS CLIENTES: O     *
//*      .AGENCIA.NOVO SUBSTITUI O .AGENCIA JUNTO COM  *
//*      O MESTRE NOVO (NA IMPLANTACAO A OPERACAO      *
//*      CATALOGA O .AGENCIA VAZIO)                    *
//*****************************************************
//AGENCIAS DD   DSN=GR.EAD316.AGENCIAS,DISP=SHR
//CLIAGENC DD   DSN=GR.EAD316.CLIENTES.AGENCIA,DISP=OLD
//CLIAGNOV DD   DSN=GR.EAD316.CLIENTES.AGENCIA.NOVO,
//         DISP=(NEW,CATLG,DELETE),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=30,BLKSIZE=3000)
//AUDCLI   DD   DSN=GR.EAD316.CLIENTES.AUDIT,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=120,BLKSIZE=12000)
//*****************************************************
//*      LISTA RESTRITIVA DE SANCOES E PEP (ALUNO131), *
//*      CONSULTADA NA INCLUSAO PELO SERVICO ALUNO132  *
//*****************************************************
//LISTARES DD   DSN=GR.EAD316.LISTA.RESTRITIVA(0),DISP=SHR
//RELMANUT DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
