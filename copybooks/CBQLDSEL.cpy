      *****************************************************************
      *    CBQLDSEL.cpy                                               *
      *    Cartao de selecao do QUALIDADEORIGEM: mes de referencia    *
      *    (AAAAMM) do placar de qualidade por origem. Sem cartao, ou *
      *    com mes invalido, vale o mes corrente.                     *
      *****************************************************************
       01  QLDSEL-RECORD.
           05  QSEL-MES-REFERENCIA     PIC 9(06).
