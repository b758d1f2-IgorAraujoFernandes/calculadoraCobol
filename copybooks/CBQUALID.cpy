      *****************************************************************
      *    CBQUALID.cpy                                               *
      *    Registro do historico de qualidade por origem, chaveado    *
      *    por origem (HDR-ORIGEM) e mes de movimento (AAAAMM).       *
      *    Alimentado pelo RETORNOORIGEM a cada execucao real do      *
      *    CALCULADORACOBOL (QUALENT entra, QUALSAI sai; execucoes do *
      *    mesmo mes sao somadas) e lido pelo QUALIDADEORIGEM no      *
      *    placar mensal. Lotes de reciclo nao contam como lotes      *
      *    enviados nem como transacoes recebidas; os rejeitos deles  *
      *    ficam em QLD-REJ-RECICLO. Os motivos de rejeicao ocupam    *
      *    ate 9 posicoes; a decima acumula OUTROS.                   *
      *****************************************************************
       01  QUALID-RECORD.
           05  QLD-ORIGEM              PIC X(08).
           05  QLD-MES                 PIC 9(06).
           05  QLD-LOTES-ENVIADOS      PIC 9(08).
           05  QLD-LOTES-RECUSADOS     PIC 9(08).
           05  QLD-TRANS-RECEBIDAS     PIC 9(08).
           05  QLD-TRANS-REJEITADAS    PIC 9(08).
           05  QLD-DUPLICADAS          PIC 9(08).
           05  QLD-REJ-RECICLO         PIC 9(08).
           05  QLD-MOTIVO OCCURS 10 TIMES.
               10  QLD-MOT-DESCRICAO   PIC X(30).
               10  QLD-MOT-QTD         PIC 9(08).
