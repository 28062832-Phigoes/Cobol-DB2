      *****************************************************
      *    AREA DE COMUNICACAO COM O SUBPROGRAMA ALUNO148 *
      *    (CONVENCAO DE CONTAGEM DE DIAS DOS JUROS:      *
      *    FATOR DE UMA TAXA MENSAL ENTRE DUAS DATAS)     *
      *    FUNCOES: F=FATOR ENTRE DATA-INICIO (EXCLUSIVE) *
      *               E DATA-FIM (INCLUSIVE)              *
      *             R=PRO-RATA DE QTDE-DIAS CORRIDOS QUE  *
      *               TERMINAM EM DATA-FIM (DEVOLVE A     *
      *               DATA-INICIO CORRESPONDENTE)         *
      *             M=DATA-FIM = DATA-INICIO + QTDE-MESES *
      *               (NEGATIVO RECUA), NO MESMO DIA OU   *
      *               NO ULTIMO DIA DO MES MAIS CURTO     *
      *    CONVENCAO: T=30/360 C=CORRIDOS/365             *
      *               U=DIAS UTEIS/252 (ALUNO63)          *
      *    REGIME: C=JUROS COMPOSTOS S=JUROS SIMPLES      *
      *    PERIODOS = DIAS / (BASE / 12), EM MESES;       *
      *    FATOR = (1 + TAXA/100) ** PERIODOS NO COMPOSTO *
      *    E 1 + TAXA/100 X PERIODOS NO SIMPLES           *
      *****************************************************
       01  LK-DCT-COM.
           05 LK-DCT-FUNCAO      PIC X(01).
              88 LK-DCT-ENTRE-DATAS           VALUE 'F'.
              88 LK-DCT-PRO-RATA              VALUE 'R'.
              88 LK-DCT-SOMAR-MESES           VALUE 'M'.
           05 LK-DCT-CONVENCAO   PIC X(01).
              88 LK-DCT-30-360                VALUE 'T'.
              88 LK-DCT-CORRIDOS-365          VALUE 'C'.
              88 LK-DCT-UTEIS-252             VALUE 'U'.
              88 LK-DCT-CONVENCAO-VALIDA      VALUE 'T' 'C' 'U'.
           05 LK-DCT-REGIME      PIC X(01).
              88 LK-DCT-COMPOSTO              VALUE 'C'.
              88 LK-DCT-SIMPLES               VALUE 'S'.
           05 LK-DCT-DATA-INICIO PIC 9(8).
           05 LK-DCT-DATA-FIM    PIC 9(8).
           05 LK-DCT-QTDE-DIAS   PIC 9(5).
           05 LK-DCT-QTDE-MESES  PIC S9(3).
           05 LK-DCT-TAXA-MENSAL PIC 9(2)V9(4).
           05 LK-DCT-DIAS        PIC S9(5).
           05 LK-DCT-BASE        PIC 9(3).
           05 LK-DCT-PERIODOS    PIC 9(3)V9(9).
           05 LK-DCT-FATOR       PIC 9(3)V9(9).
           05 LK-DCT-STATUS      PIC X(01).
              88 LK-DCT-OK                    VALUE '0'.
              88 LK-DCT-DATA-INVALIDA         VALUE '1'.
              88 LK-DCT-CONVENCAO-INVALIDA    VALUE '2'.
