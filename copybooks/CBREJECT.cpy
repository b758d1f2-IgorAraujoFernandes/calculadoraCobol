      *    Registro de transacao rejeitada por falha de validacao.    *
      *    Carrega o numero de ressubmissoes e o motivo da rejeicao   *
      *    original para que o reciclo de rejeitos identifique as     *
      *    transacoes reincidentes. Rejeicao de estorno leva o tipo   *
      *    "E" e a transacao a estornar, para o reciclo devolver o    *
      *    estorno como estorno. Cada rejeito leva o lote, a origem   *
      *    (HDR-ORIGEM) e a data de movimento do lote em que foi      *
      *    rejeitado, para o retorno a origem do RETORNOORIGEM e o    *
      *    placar de qualidade por origem.                            *
      *****************************************************************
       01  REJECT-RECORD.
           05  REJECT-ID               PIC X(16).
           05  REJECT-MOTIVO           PIC X(30).
           05  REJECT-RESSUBMISSOES    PIC 9(02).
           05  REJECT-MOTIVO-ORIGINAL  PIC X(30).
           05  REJECT-TIPO-REG         PIC X(01).
           05  REJECT-ID-ESTORNADO     PIC X(16).
           05  REJECT-ID-LOTE          PIC X(08).
           05  REJECT-ORIGEM           PIC X(08).
           05  REJECT-DATA-MOVIMENTO   PIC 9(08).
