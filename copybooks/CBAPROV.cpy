      *****************************************************************
      *    CBAPROV.cpy                                                *
      *    Registro da fila de aprovacao de transacoes de alto valor  *
      *    (dupla custodia). O CALCULADORACOBOL grava no APROVNOV,    *
      *    com situacao "P", cada transacao que excede o limite de    *
      *    aprovacao, o teto do operador ou o valor maximo de         *
      *    resultado, guardando a imagem integral do registro de      *
      *    entrada e quem a submeteu. O APROVATRANS mantem o cadastro *
      *    APROVENT->APROVSAI: o aprovador registra a decisao ("A"    *
      *    aprovada e liberada no lote TRANSAPR, "R" recusada) com    *
      *    data e hora. As aprovadas do cadastro em vigor (APROVMST)  *
      *    passam no CALCULADORACOBOL sem nova retencao quando o      *
      *    registro de entrada e identico ao aprovado.                *
      *****************************************************************
       01  APROV-RECORD.
           05  APR-TRANS-ID            PIC X(16).
           05  APR-SITUACAO            PIC X(01).
               88  APR-PENDENTE               VALUE "P".
               88  APR-APROVADA               VALUE "A".
               88  APR-RECUSADA               VALUE "R".
           05  APR-ID-LOTE             PIC X(08).
           05  APR-ORIGEM              PIC X(08).
           05  APR-DATA-MOVIMENTO      PIC 9(08).
           05  APR-MOTIVO              PIC X(30).
           05  APR-OPERADOR-SUBMISSAO  PIC X(08).
           05  APR-TS-SUBMISSAO        PIC X(14).
           05  APR-APROVADOR           PIC X(08).
           05  APR-TS-DECISAO          PIC X(14).
           05  APR-MOTIVO-DECISAO      PIC X(30).
           05  APR-TRANSACAO           PIC X(95).
