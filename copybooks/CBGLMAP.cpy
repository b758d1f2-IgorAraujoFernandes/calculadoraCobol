      *****************************************************************
      *    CBGLMAP.cpy                                                *
      *    Registro do cadastro de mapeamento contabil. Chaveado por  *
      *    codigo de operacao mais centro de custo, informa as contas *
      *    contabeis de debito e de credito da partida dobrada        *
      *    lancada na interface com o razao (GL).                     *
      *    Combinacoes sem mapeamento vao para a conta suspense nos   *
      *    dois lados e saem no relatorio de excecoes de mapeamento.  *
      *****************************************************************
       01  GLMAP-RECORD.
           05  GLMAP-CHAVE.
               10  GLMAP-OPERACAO      PIC X(01).
               10  GLMAP-CENTRO-CUSTO  PIC X(06).
           05  GLMAP-CONTA-DEBITO      PIC X(10).
           05  GLMAP-CONTA-CREDITO     PIC X(10).
