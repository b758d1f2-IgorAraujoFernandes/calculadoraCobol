      *****************************************************************
      *    CBORCAM.cpy                                                *
      *    Registro do cadastro de orcamento por centro de custo,     *
      *    um registro por centro de custo, mes (AAAAMM) e operacao   *
      *    (A/S/M/D). O orcamento do centro no mes e a soma das suas  *
      *    operacoes. Lido pelo CALCULADORACOBOL (aviso de estouro no *
      *    RELCTRL) e pelo ORCAMENTOCC (orcado x realizado do mes).   *
      *****************************************************************
       01  ORCAM-RECORD.
           05  ORC-CENTRO-CUSTO        PIC X(06).
           05  ORC-MES                 PIC 9(06).
           05  ORC-OPERACAO            PIC X(01).
           05  ORC-VALOR               PIC S9(10)V99.
