      *****************************************************************
      *    CBINSSEL.cpy                                               *
      *    Cartao do GERAINSTRUCOES: data de negocio (AAAAMMDD) para  *
      *    a qual o lote de instrucoes permanentes e gerado. Sem      *
      *    cartao, ou com data invalida, vale a data do sistema.      *
      *****************************************************************
       01  INSSEL-RECORD.
           05  ISEL-DATA-NEGOCIO       PIC 9(08).
