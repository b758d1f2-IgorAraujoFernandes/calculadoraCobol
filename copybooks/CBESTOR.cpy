      *****************************************************************
      *    CBESTOR.cpy                                                *
      *    Registro dos estornos efetivados na execucao, gravado pelo *
      *    CALCULADORACOBOL no ESTORNOS (em EXTEND no reinicio, como  *
      *    as demais saidas) e relido ao fim do job para a secao de   *
      *    estornos do RELATORIO e do RELCTRL. ESTR-VALOR e o valor   *
      *    lancado pelo estorno, ja com o sinal invertido.            *
      *****************************************************************
       01  ESTORNO-RECORD.
           05  ESTR-ID                 PIC X(16).
           05  ESTR-ID-ORIGINAL        PIC X(16).
           05  ESTR-OPERACAO           PIC X(01).
           05  ESTR-CENTRO-CUSTO       PIC X(06).
           05  ESTR-VALOR              PIC S9(8)V99.
           05  ESTR-CONTA-DEBITO       PIC X(10).
           05  ESTR-CONTA-CREDITO      PIC X(10).
           05  ESTR-DATA-ORIGINAL      PIC 9(08).
