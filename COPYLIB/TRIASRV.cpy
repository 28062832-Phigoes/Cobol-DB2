      *****************************************************
      *    AREA DE COMUNICACAO COM O SUBPROGRAMA ALUNO132 *
      *    (SERVICO DE TRIAGEM NA LISTA RESTRITIVA DE     *
      *    SANCOES E PEP). ENTRADA: NOME E/OU DOCUMENTO   *
      *    (BRANCOS = NAO CONFERIR). CRITERIO DA          *
      *    OCORRENCIA: D=DOCUMENTO IGUAL  N=NOME          *
      *    NORMALIZADO IGUAL                              *
      *****************************************************
       01  LK-TRI-COM.
           05 LK-TRI-FUNCAO      PIC X(01).
              88 LK-TRI-TRIAR                 VALUE 'T'.
           05 LK-TRI-NOME        PIC X(40).
           05 LK-TRI-DOCUMENTO   PIC X(14).
           05 LK-TRI-LISTA       PIC 9(6).
           05 LK-TRI-FONTE       PIC X(08).
           05 LK-TRI-TIPO        PIC X(01).
           05 LK-TRI-CRITERIO    PIC X(01).
           05 LK-TRI-STATUS      PIC X(01).
              88 LK-TRI-SEM-OCORRENCIA        VALUE '0'.
              88 LK-TRI-OCORRENCIA            VALUE '1'.
              88 LK-TRI-SEM-LISTA             VALUE '2'.
