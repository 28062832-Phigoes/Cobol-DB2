      *****************************************************
      *    LAYOUT DO CADASTRO DE CONTAS LIGADAS AOS       *
      *    FUNCIONARIOS (KSDS VINCFUN, CHAVE CODFUN DE    *
      *    EAD316.FUNCIONARIOS + CODIGO DO CLIENTE).      *
      *    MANTIDO PELO ALUNO195 (MOVIMENTOS NO LAYOUT    *
      *    MOVVFUN) E LIDO PELO MONITOR DE ACOES EM CONTA *
      *    PROPRIA OU DE VINCULADO (ALUNO196), QUE JUNTA  *
      *    A CONTA SALARIO DO FUNCDED E O OPERADOR DO     *
      *    OPERSEC (FD-SEC-CODFUN)                        *
      *    RELACAO: P = CONTA PROPRIA (ALEM DA CONTA      *
      *    SALARIO); F = FAMILIAR (CONJUGE, PAIS, FILHOS, *
      *    IRMAOS); S = SOCIO OU EMPRESA DO FUNCIONARIO;  *
      *    O = OUTRO VINCULO DECLARADO                    *
      *****************************************************
       01  REG-VINCFUN.
           05 FD-VFU-CHAVE.
              10 FD-VFU-CODFUN      PIC 9(5).
              10 FD-VFU-CODCLI      PIC 9(5).
           05 FD-VFU-RELACAO        PIC X(01).
              88 VFU-PROPRIA                   VALUE 'P'.
              88 VFU-FAMILIAR                  VALUE 'F'.
              88 VFU-SOCIO                     VALUE 'S'.
              88 VFU-OUTRO                     VALUE 'O'.
              88 VFU-RELACAO-VALIDA            VALUE 'P' 'F'
                                                     'S' 'O'.
           05 FD-VFU-OBSERVACAO     PIC X(20).
           05 FD-VFU-OPERADOR       PIC X(08).
           05 FD-VFU-DATA-ACAO      PIC 9(8).
           05 FILLER                PIC X(33).
