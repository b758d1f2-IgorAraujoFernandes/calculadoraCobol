      *****************************************************************
      *    CBRASSEL.cpy                                               *
      *    Cartao de consulta do RASTREIATRANS, um por consulta. RAS- *
      *    TIPO-CONSULTA "T" rastreia a transacao de RAS-CHAVE        *
      *    (TRANS-ID); "L" rastreia todas as transacoes do lote cujo  *
      *    ID esta nas 8 primeiras posicoes de RAS-CHAVE. Cartao com  *
      *    tipo invalido ou chave em branco e recusado.               *
      *****************************************************************
       01  RASSEL-RECORD.
           05  RAS-TIPO-CONSULTA       PIC X(01).
               88  RAS-POR-TRANSACAO          VALUE "T".
               88  RAS-POR-LOTE               VALUE "L".
           05  RAS-CHAVE               PIC X(16).
           05  RAS-CHAVE-LOTE REDEFINES RAS-CHAVE.
               10  RAS-ID-LOTE         PIC X(08).
               10  FILLER              PIC X(08).
