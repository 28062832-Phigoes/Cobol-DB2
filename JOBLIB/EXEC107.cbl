//*      CARIMBADOS NOS ARQUIVOS .APROVADOS DE CADA    *
//*      MANUTENCAO, ACUMULADOS EM MOD ATE A PROXIMA   *
//*      RODADA DO EXEC27 E DO EXEC59 OS MESCLAR E     *
//*      CONSUMIR; AS PROPOSTAS DE EMPRESTIMO          *
//*      APROVADAS ACIMA DO LIMITE DO GRUPO ECONOMICO  *
//*      VOLTAM CONCATENADAS NO DD PROPEMP DA PROXIMA  *
//*      ORIGINACAO (ALUNO116); O RUN DB2 DE SALARIO   *
//*      (ALUNO23 E ALUNO50 VIA EXECDB2) CONCATENA O   *
//*      ARQUIVO                                       *
//*      GR.EAD316.FUNCIONARIOS.MOVTOS.APROVADOS NO    *
//*      SEU DD MOVSAL DA MESMA FORMA. A FILA NOVA     *
//*      (SO OS AINDA PENDENTES) SUBSTITUI             *
//*      GR.EAD316.APROVACOES.PENDENTES APOS A         *
//*      CONFERENCIA DO RELATORIO. CADA DECISAO        *
//*      APLICADA VAI PARA O HISTORICO PENDHIST (MOD), *
//*      LIDO PELO MONITOR SEMANAL ALUNO196 (EXEC196)  *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO107
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//OPERSEC  DD   DSN=GR.EAD316.OPERADORES,DISP=SHR
//PENDAPR  DD   DSN=GR.EAD316.APROVACOES.PENDENTES,DISP=OLD
//PENDNOVO DD   DSN=GR.EAD316.APROVACOES.PENDENTES.NOVO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//MOVEMPAP DD   DSN=GR.EAD316.EMPRESTIMOS.PROPOSTAS.APROVADAS,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(1,1),RLSE),
//         DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//PENDHIST DD   DSN=GR.EAD316.APROVACOES.HISTORICO,
//         DISP=(MOD,CATLG,CATLG),
//         UNIT=SYSDA,SPACE=(TRK,(5,5),RLSE),
//         DCB=(RECFM=FB,LRECL=160,BLKSIZE=16000)
//RELAPR   DD   SYSOUT=X
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,
//         DISP=(MOD,CATLG,CATLG),
