      *    Registro de saida com o resultado de cada calculo.         *
      *    Carrega tambem o centro de custo e a moeda de origem da    *
      *    transacao para os resumos por centro de custo; o valor     *
      *    ja esta convertido para a moeda base. A data de movimento  *
      *    do lote situa o resultado no mes do realizado por centro   *
      *    de custo (REALCC) confrontado com o ORCAMENTO. O           *
      *    RESULT-TRANS-ID aponta a transacao de origem.              *
      *****************************************************************
       01  RESULT-RECORD.
           05  RESULT-NUMERO1          PIC S9(8)V99.
           05  RESULT-VALOR            PIC S9(8)V99.
           05  RESULT-CENTRO-CUSTO     PIC X(06).
           05  RESULT-MOEDA            PIC X(03).
           05  RESULT-DATA-MOVIMENTO   PIC 9(08).
           05  RESULT-TRANS-ID         PIC X(16).
