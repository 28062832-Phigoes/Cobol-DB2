       01  REG-DRPACK.
           05 FD-DRP-TIPO           PIC X(01).
           05 FD-DRP-ARQUIVO        PIC X(08).
           05 FD-DRP-DADOS          PIC X(128).
           05 FILLER                PIC X(03).
       01  REG-DRP-MANIFESTO REDEFINES REG-DRPACK.
           05 FILLER                PIC X(01).
           05 FD-DRM-ARQUIVO        PIC X(08).
       01  REG-RESTCLN              PIC X(49).
       FD   ARQ-RESTDEM
            RECORDING MODE IS F.
       01  REG-RESTDEM              PIC X(128).
       FD   ARQ-RESTEMP
            RECORDING MODE IS F.
       01  REG-RESTEMP              PIC X(60).
       FD   ARQ-RESTPRM
            RECORDING MODE IS F.
       01  REG-RESTPRM              PIC X(80).
           05 WK-DCN-RESTO          PIC X(82).
       01  WK-DADOS-CLIDEMOG.
           05 WK-DDM-CODIGO         PIC 9(5).
           05 WK-DDM-RESTO          PIC X(123).
       01  WK-DADOS-EMPREST.
           05 WK-DEM-CODIGO         PIC 9(5).
           05 WK-DEM-CONTRATO       PIC 9(6).
              10 PRV-TAB-TEM-MAN     PIC X(1).
       77  WK-IND            PIC 9(1)           VALUE ZEROS.
       77  WK-VALOR-ABS      PIC 9(7)V99        VALUE ZEROS.
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
           OPEN INPUT  ARQ-DRPACK.
           OPEN OUTPUT ARQ-RESTCLI ARQ-RESTCLN ARQ-RESTDEM
                   ADD 1 TO PRV-TAB-QTDE(3)
                   ADD WK-DDM-CODIGO TO PRV-TAB-HASH(3)
               WHEN 'EMPREST'
                   WRITE REG-RESTEMP FROM FD-DRP-DADOS(1:60)
                   MOVE FD-DRP-DADOS TO WK-DADOS-EMPREST
                   ADD 1 TO PRV-TAB-QTDE(4)
                   ADD WK-DEM-PRINCIPAL TO PRV-TAB-HASH(4)
