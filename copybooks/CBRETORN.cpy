      *****************************************************************
      *    CBRETORN.cpy                                               *
      *    Registro do arquivo de retorno a origem (RETORIGEM),       *
      *    gravado pelo RETORNOORIGEM apos cada execucao real do      *
      *    CALCULADORACOBOL. Uma secao por origem (HDR-ORIGEM):       *
      *    registro de controle H, detalhes e registro de controle T  *
      *    com as quantidades. Detalhe L = lote recusado na           *
      *    verificacao (motivo do LOTEREJ); detalhe R = transacao     *
      *    rejeitada, com o lote em que veio, o motivo, o numero de   *
      *    ressubmissoes e o motivo original. Lotes de reciclo        *
      *    (RECICnnn) voltam a origem do rejeito.                     *
      *****************************************************************
       01  RETORN-RECORD.
           05  RET-TIPO-REG            PIC X(01).
               88  RET-LOTE-RECUSADO          VALUE "L".
               88  RET-TRANS-REJEITADA        VALUE "R".
           05  RET-ORIGEM              PIC X(08).
           05  RET-ID-LOTE             PIC X(08).
           05  RET-DATA-MOVIMENTO      PIC 9(08).
           05  RET-TRANS-ID            PIC X(16).
           05  RET-MOTIVO              PIC X(40).
           05  RET-RESSUBMISSOES       PIC 9(02).
           05  RET-MOTIVO-ORIGINAL     PIC X(30).

       01  RETORN-CTL-RECORD.
           05  RTC-TIPO-REG            PIC X(01).
               88  RTC-REGISTRO-HEADER        VALUE "H".
               88  RTC-REGISTRO-TRAILER       VALUE "T".
           05  RTC-ORIGEM              PIC X(08).
           05  RTC-DATA-GERACAO        PIC 9(08).
           05  RTC-QTD-LOTES-ACEITOS   PIC 9(08).
           05  RTC-QTD-LOTES-RECUSADOS PIC 9(08).
           05  RTC-QTD-REJEITADAS      PIC 9(08).
           05  FILLER                  PIC X(72).
