      *****************************************************
      *    LAYOUT DO CADASTRO DE VINCULOS DAS CONTAS      *
      *    (COTITULARES E REPRESENTANTES), CHAVEADO PELO  *
      *    CODIGO DO CLIENTE DA CONTA E PELO DOCUMENTO DA *
      *    PESSOA VINCULADA. MANTIDO PELO ALUNO160        *
      *    (MOVIMENTOS NO LAYOUT MOVVINC)                 *
      *    PAPEL: S = COTITULAR DE CONTA SOLIDARIA; C =   *
      *    COTITULAR DE CONTA CONJUNTA (O ENCERRAMENTO    *
      *    EXIGE A ASSINATURA DE TODOS OS TITULARES); P = *
      *    PROCURADOR; R = REPRESENTANTE LEGAL (TUTOR OU  *
      *    CURADOR)                                       *
      *    CLIENTE: CODIGO DA PESSOA QUANDO E CLIENTE DA  *
      *    CASA (ENDERECO DO CLIDEMOG), ZEROS PARA PESSOA *
      *    DE FORA (ENDERECO DO PROPRIO VINCULO, PARA AS  *
      *    CARTAS). O VINCULO VALE DA DATA DE INICIO ATE  *
      *    A DATA DE FIM (ZEROS = EM VIGOR); SITUACAO F = *
      *    VINCULADO FALECIDO                             *
      *****************************************************
       01  REG-VINCCTA.
           05 FD-VNC-CHAVE.
              10 FD-VNC-CODIGO      PIC 9(5).
              10 FD-VNC-DOCUMENTO   PIC X(14).
           05 FD-VNC-DADOS.
              10 FD-VNC-PAPEL       PIC X(01).
                 88 VNC-SOLIDARIA             VALUE 'S'.
                 88 VNC-CONJUNTA              VALUE 'C'.
                 88 VNC-TITULAR               VALUE 'S' 'C'.
                 88 VNC-PROCURADOR            VALUE 'P'.
                 88 VNC-REPRESENTANTE         VALUE 'R'.
                 88 VNC-PAPEL-VALIDO          VALUE 'S' 'C'
                                                    'P' 'R'.
              10 FD-VNC-CLIENTE     PIC 9(5).
              10 FD-VNC-NOME        PIC X(25).
              10 FD-VNC-ENDERECO    PIC X(30).
              10 FD-VNC-CIDADE      PIC X(20).
              10 FD-VNC-UF          PIC X(02).
              10 FD-VNC-CEP         PIC 9(8).
              10 FD-VNC-DATA-INICIO PIC 9(8).
              10 FD-VNC-DATA-FIM    PIC 9(8).
              10 FD-VNC-SITUACAO    PIC X(01).
                 88 VNC-SIT-ATIVO             VALUE 'A'.
                 88 VNC-SIT-FALECIDO          VALUE 'F'.
                 88 VNC-SIT-VALIDA            VALUE 'A' 'F'.
              10 FILLER             PIC X(12).
           05 FD-VNC-DATA-ATUALIZ   PIC 9(8).
           05 FD-VNC-OPERADOR       PIC X(08).
           05 FILLER                PIC X(05).
