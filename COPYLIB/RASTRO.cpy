      *****************************************************
      *    LAYOUT DO RASTRO DOS LANCAMENTOS (ACUMULADO    *
      *    GR.EAD316.LANCAM.RASTRO, OPEN EXTEND): CADA    *
      *    ETAPA POR ONDE O LANCAMENTO PASSA GRAVA UM     *
      *    EVENTO COM CLIENTE+NOTA, DATA/HORA DA RODADA E *
      *    O PROGRAMA. O ALUNO175 MONTA A LINHA DO TEMPO  *
      *    DE CADA LANCAMENTO A PARTIR DESTE ARQUIVO.     *
      *    ETAPAS:                                        *
      *      CP = CAPTADO (ORIGEM NO TEXTO)               *
      *      DU = NOTA DUPLICADA ENTRE RODADAS (ALUNO78)  *
      *      CA = ACEITO NA CRITICA (ALUNO25)             *
      *      CR = REJEITADO NA CRITICA (MOTIVO DO ALUNO25)*
      *      SU = NOITE NO SUSPENSO (MOTIVO E NOITES)     *
      *      RC = RECICLADO PARA A RODADA SEGUINTE        *
      *      BX = BAIXADO DO SUSPENSO                     *
      *      DV = DEVOLVIDO SEM RECICLAGEM (CHEQUE OU     *
      *           FATURA DE CONVENIO)                     *
      *      RF = RECUSADO NO BALANCE LINE (RECUSAS)      *
      *      ML = LIBERADO PELA MESA DO SUSPENSO          *
      *      MC = CANCELADO PELA MESA DO SUSPENSO         *
      *      PO = POSTADO NO CLIENTEN                     *
      *      ES = ESTORNADO (EVENTO NA NOTA ORIGINAL,     *
      *           NOTA DO ESTORNO NO TEXTO)               *
      *      AR = ARQUIVADO (DATASET ANUAL NO TEXTO)      *
      *****************************************************
       01  REG-RASTRO.
           05 FD-RAS-CODIGO         PIC 9(5).
           05 FD-RAS-NOTA           PIC 9(6).
           05 FD-RAS-DATA           PIC 9(8).
           05 FD-RAS-HORA           PIC 9(6).
           05 FD-RAS-ETAPA          PIC X(02).
              88 RAS-CAPTADO                   VALUE 'CP'.
              88 RAS-DUPLICADO                 VALUE 'DU'.
              88 RAS-CRITICA-ACEITO            VALUE 'CA'.
              88 RAS-CRITICA-REJEITADO         VALUE 'CR'.
              88 RAS-SUSPENSO                  VALUE 'SU'.
              88 RAS-RECICLADO                 VALUE 'RC'.
              88 RAS-BAIXADO                   VALUE 'BX'.
              88 RAS-DEVOLVIDO                 VALUE 'DV'.
              88 RAS-RECUSADO                  VALUE 'RF'.
              88 RAS-MESA-LIBERADO             VALUE 'ML'.
              88 RAS-MESA-CANCELADO            VALUE 'MC'.
              88 RAS-POSTADO                   VALUE 'PO'.
              88 RAS-ESTORNADO                 VALUE 'ES'.
              88 RAS-ARQUIVADO                 VALUE 'AR'.
           05 FD-RAS-PROGRAMA       PIC X(08).
           05 FD-RAS-TIPO           PIC X(01).
           05 FD-RAS-CONTA          PIC X(01).
           05 FD-RAS-VALOR          PIC 9(6)V99.
           05 FD-RAS-MOTIVO         PIC X(02).
           05 FD-RAS-NOITES         PIC 9(03).
           05 FD-RAS-TEXTO          PIC X(30).
