      *****************************************************************
      *    CBORCSEL.cpy                                               *
      *    Cartao de selecao do ORCAMENTOCC: mes de referencia        *
      *    (AAAAMM) do orcado x realizado e a tolerancia, em          *
      *    percentual sobre o orcado, acima da qual o centro de custo *
      *    e destacado. Sem cartao, ou com mes invalido, vale o mes   *
      *    corrente; sem tolerancia valida, qualquer estouro destaca. *
      *****************************************************************
       01  ORCSEL-RECORD.
           05  OSEL-MES-REFERENCIA     PIC 9(06).
           05  OSEL-TOLERANCIA         PIC 9(03)V99.
