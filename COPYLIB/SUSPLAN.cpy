      *    LAYOUT DO ARQUIVO DE LANCAMENTOS EM SUSPENSO   *
      *    (IMAGEM DO REGISTRO LANCAM + MOTIVO + NUMERO   *
      *    DE NOITES JA RECICLADAS PELO ALUNO26)          *
      *    NO MOTIVO CR (CARTAO RECUSADO) O NUMERO DO     *
      *    CARTAO VAI NAS POSICOES 42-57 DO REGISTRO      *
      *    (ZEROS SE O LANCAMENTO VEIO SEM REFERENCIA)    *
      *****************************************************
       01  REG-SUSPLAN.
           05 FD-SUS-REGISTRO       PIC X(60).
              88 SUS-MOT-SUSTADO               VALUE 'SP'.
              88 SUS-MOT-PENHORA               VALUE 'PJ'.
              88 SUS-MOT-CANAL                 VALUE 'CN'.
              88 SUS-MOT-CARTAO                VALUE 'CR'.
           05 FD-SUS-NOITES         PIC 9(03).
           05 FILLER                PIC X(15).
