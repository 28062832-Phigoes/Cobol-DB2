      ***************************************************
      *    APLICACAO EM CDB: LE OS PEDIDOS DE           *
      *    APLICACAO (CLIENTE, VALOR, TAXA MENSAL,      *
      *    DATA DE VENCIMENTO E PRODUTO), CRITICA       *
      *    CONTRA O MESTRE CLIENTES, DEBITA A CONTA     *
      *    CORRENTE PELO LAYOUT LANCAM (FAIXA           *
      *    660000-669999, VIA BALANCE LINE) E GRAVA O   *
      *    TITULO NOVO NO ARQUIVO CDBADD, QUE O JOB     *
      *    CLASSIFICA E MESCLA NO MESTRE CDBMAST. A     *
      *    NUMERACAO DE TITULOS PERSISTE NO TITCTL E A  *
      *    DAS NOTAS NO NOTACTL. A CAPITALIZACAO MENSAL *
      *    E O RESGATE NO VENCIMENTO SAO DO ALUNO119; O *
      *    RESGATE ANTECIPADO, DO ALUNO146              *
      ***************************************************
      *
       ENVIRONMENT DIVISION.
           05 FD-APL-VALOR          PIC 9(7)V99.
           05 FD-APL-TAXA           PIC 9(2)V9(4).
           05 FD-APL-DATA-VENCTO    PIC 9(8).
           05 FD-APL-PRODUTO        PIC X(02).
           05 FILLER                PIC X(50).
       FD   ARQ-CLIENTES
            RECORDING MODE IS F.
           COPY CLIENTES.
           05 WK-CDN-SALDO-ATUAL    PIC 9(9)V99.
           05 WK-CDN-SITUACAO       PIC X(01).
           05 WK-CDN-EMPRESA        PIC 99.
           05 WK-CDN-PRODUTO        PIC X(02).
           05 WK-CDN-DATA-CAPITAL   PIC 9(8).
           05 FILLER                PIC X(02).
      *
       01  WK-LINHA-APLICA.
           05 FILLER               PIC X(08)     VALUE 'TITULO  '.
           05 WK-LA-VENCTO         PIC 9(8).
           05 FILLER               PIC X(01)     VALUE SPACE.
           05 WK-LA-SITUACAO       PIC X(37)     VALUE SPACES.
      *
      *    AREA DE COMUNICACAO COM O ALUNO179 (DATA DE
      *    PROCESSAMENTO DA MALHA)
           COPY DTPSRV.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
      ***************************************
       100-INICIAR SECTION.
       101-INICIAR.
           CALL 'ALUNO179' USING LK-DTP-COM.
           MOVE LK-DTP-DATA-ATUAL TO WK-DATA-EXEC.
           ACCEPT WK-HORA-EXEC FROM TIME.
           OPEN INPUT  ARQ-APLICACO.
           OPEN OUTPUT ARQ-CDBADD.
           MOVE FD-APL-VALOR       TO WK-CDN-SALDO-ATUAL.
           MOVE 'A'                TO WK-CDN-SITUACAO.
           MOVE CLI-TAB-EMPRESA(WK-IND-CLI) TO WK-CDN-EMPRESA.
           MOVE FD-APL-PRODUTO     TO WK-CDN-PRODUTO.
           MOVE ZEROS              TO WK-CDN-DATA-CAPITAL.
           WRITE REG-CDBADD FROM WK-CDB-NOVO.
           MOVE SPACES          TO REG-LANCAM.
           MOVE FD-APL-CODIGO   TO FD-LAN-CODIGO.
