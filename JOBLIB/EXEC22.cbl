//EAD316CL JOB 'EAD316',CLASS=C,MSGCLASS=X,NOTIFY=EAD316,TIME=(0,10)
//*****************************************************
//*      GERAR FEED DE FOLHA/GL A PARTIR DA FOLHA      *
//*      CALCULADA (SAIDA DO ALUNO189).                *
//*      GR.EAD316.FOLHALIQ E UM GDG: A RODADA DO      *
//*      ALUNO189 CATALOGA A GERACAO (+1) E OS         *
//*      CONSUMIDORES LEEM SEMPRE A (0) - NUNCA O      *
//*      NOME SEM INDICE, QUE CONCATENARIA TODAS AS    *
//*      GERACOES RETIDAS                              *
//*      O CALCULO DA FOLHA (ALUNO189) RODA ANTES, NO  *
//*      MESMO DIA, VIA PROCEDIMENTO GENERICO EXECDB2  *
//*      COM PGM=ALUNO189 (CARTAO SYSIN: COMPETENCIA   *
//*      AAAAMM, 000000 = MES CORRENTE). OS ARQUIVOS   *
//*      ABAIXO VALEM PARA O STEP RUN DB2:             *
//*        TABFOLHA = GR.EAD316.FOLHA.TABELAS          *
//*        FUNCDED  = GR.EAD316.FOLHA.DEPENDENTES      *
//*        FOLHALIQ = GR.EAD316.FOLHALIQ(+1), NEW,     *
//*                   LRECL=120                        *
//*        RELHOLER = SYSOUT=X (HOLERITES)             *
//*        RELFOLHA = SYSOUT=X (FOLHA POR DEPTO)       *
//*        CTLLOG   = GR.EAD316.CTLLOG                 *
//*      TABFOLHA: REGISTROS DE 80 BYTES (COL 1 TIPO   *
//*      I=INSS R=IRRF D=DEDUCAO POR DEPENDENTE        *
//*      F=FGTS; 2-9 VIGENCIA AAAAMMDD; 10-18 FAIXA    *
//*      ATE 9(7)V99; 19-22 ALIQUOTA 9(2)V99; 23-29    *
//*      PARCELA A DEDUZIR 9(5)V99). VALE A VIGENCIA   *
//*      MAIS RECENTE DE CADA TIPO ATE A COMPETENCIA   *
//*****************************************************
//EXECUTE  EXEC PGM=ALUNO22
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//FOLHALIQ DD   DSN=GR.EAD316.FOLHALIQ(0),DISP=SHR
//GLFEED   DD   DSN=GR.EAD316.GLFEED,
//             DISP=(NEW,CATLG,DELETE),
//             SPACE=(TRK,(1,1)),
//             DCB=(RECFM=FB,LRECL=80,BLKSIZE=8000)
//CTLLOG   DD   DSN=GR.EAD316.CTLLOG,DISP=SHR
//*****************************************************
//*      CARTAO SYSIN: CONTA CONTRAPARTIDA DO LIQUIDO  *
//*      (COLS 1-4), CONTAS A RECOLHER DO INSS (5-8),  *
//*      DO IRRF (9-12), DOS DEMAIS DESCONTOS (13-16)  *
//*      E DO FGTS (17-20)                             *
//*****************************************************
//SYSIN    DD   *
CX01INSSIRRFDESCFGTS
/*
//*****************************************************
//*      VERIFICADOR DO FEED ANTES DA TRANSMISSAO      *
//*****************************************************
//VERIFICA EXEC PGM=ALUNO54,COND=(0,NE,EXECUTE)
//STEPLIB  DD   DSN=GR.GERAL.LOADLIB,DISP=SHR
//DATAPROC DD   DSN=GR.EAD316.DATAPROC,DISP=SHR
//GLFEED   DD   DSN=GR.EAD316.GLFEED,DISP=SHR
//FOLHALIQ DD   DSN=GR.EAD316.FOLHALIQ(0),DISP=SHR
