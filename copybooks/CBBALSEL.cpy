      *****************************************************************
      *    CBBALSEL.cpy                                               *
      *    Cartao de selecao do BALANCETEGL: mes (AAAAMM) do          *
      *    balancete e do extrato das contas. Sem cartao, ou com mes  *
      *    zerado ou nao numerico, assume o mes da data do sistema.   *
      *****************************************************************
       01  BALSEL-RECORD.
           05  BSEL-MES-REFERENCIA     PIC 9(06).
