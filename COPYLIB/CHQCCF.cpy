      *****************************************************
      *    LAYOUT DO CADASTRO INTERNO DE EMITENTES DE     *
      *    CHEQUES SEM FUNDOS (PADRAO CCF), UM REGISTRO   *
      *    POR CLIENTE COM DEVOLUCAO POR FALTA DE FUNDOS  *
      *    (MOTIVOS 11 E 12), EM ORDEM DE CLIENTE.        *
      *    ALIMENTADO PELO ALUNO151; O CLIENTE INCLUIDO   *
      *    NAO RECEBE TALAO NOVO (ALUNO149), ATE A        *
      *    REGULARIZACAO (MOVIMENTO R, QUE ZERA AS        *
      *    DEVOLUCOES CONTADAS)                           *
      *    SITUACAO: O=EM OBSERVACAO (ABAIXO DO LIMITE)   *
      *              I=INCLUIDO  R=REGULARIZADO           *
      *****************************************************
       01  REG-CHQCCF.
           05 FD-CCF-CODIGO         PIC 9(5).
           05 FD-CCF-QTDE-DEVOL     PIC 9(3).
           05 FD-CCF-DATA-ULT-DEVOL PIC 9(8).
           05 FD-CCF-SITUACAO       PIC X(01).
              88 CCF-SIT-OBSERVACAO            VALUE 'O'.
              88 CCF-SIT-INCLUIDO              VALUE 'I'.
              88 CCF-SIT-REGULARIZADO          VALUE 'R'.
           05 FD-CCF-DATA-SITUACAO  PIC 9(8).
           05 FD-CCF-OPERADOR       PIC X(08).
           05 FILLER                PIC X(07).
