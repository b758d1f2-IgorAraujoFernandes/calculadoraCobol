      *****************************************************************
      *    CBAPRCAR.cpy                                               *
      *    Cartao de decisao do APROVATRANS, um por transacao         *
      *    pendente. APC-ACAO "A" aprova e "R" recusa a transacao     *
      *    APC-TRANS-ID; APC-APROVADOR e o segundo operador, que      *
      *    precisa estar ativo no OPERMST e nao pode ser quem         *
      *    submeteu a transacao. Para aprovar, o aprovador precisa    *
      *    ainda estar autorizado na operacao da transacao e ter teto *
      *    de valor suficiente. APC-MOTIVO e livre e acompanha a      *
      *    decisao no cadastro.                                       *
      *****************************************************************
       01  APRCAR-RECORD.
           05  APC-ACAO                PIC X(01).
               88  APC-APROVA                 VALUE "A".
               88  APC-RECUSA                 VALUE "R".
           05  APC-TRANS-ID            PIC X(16).
           05  APC-APROVADOR           PIC X(08).
           05  APC-MOTIVO              PIC X(30).
