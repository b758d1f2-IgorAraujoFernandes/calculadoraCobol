      *****************************************************************
      *    CBREALCC.cpy                                               *
      *    Registro do realizado acumulado por centro de custo e mes  *
      *    (AAAAMM) de movimento, com quantidade e valor por operacao *
      *    (A/S/M/D). Alimentado ao fim de cada execucao real do      *
      *    CALCULADORACOBOL a partir do RESULTOUT (REALCCENT entra,   *
      *    REALCCSAI sai; execucoes do mesmo mes sao somadas) e lido  *
      *    pelo ORCAMENTOCC no orcado x realizado.                    *
      *****************************************************************
       01  REALCC-RECORD.
           05  RCC-CENTRO-CUSTO        PIC X(06).
           05  RCC-MES                 PIC 9(06).
           05  RCC-OPERACAO OCCURS 4 TIMES.
               10  RCC-OP-CODIGO       PIC X(01).
               10  RCC-OP-QTD          PIC 9(08).
               10  RCC-OP-VALOR        PIC S9(10)V99.
