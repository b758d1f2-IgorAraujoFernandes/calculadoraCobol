      *****************************************************************
      *    CBLOTREC.cpy                                               *
      *    Registro da lista de lotes recusados da execucao, gravada  *
      *    pelo CALCULADORACOBOL em LOTESREC junto com o LOTESACE:    *
      *    um registro por lote recusado na verificacao de lote, com  *
      *    o motivo e as contagens informada (trailer) e apurada. O   *
      *    relatorio LOTEREJ traz o mesmo conteudo para leitura; esta *
      *    lista alimenta o retorno a origem do RETORNOORIGEM.        *
      *****************************************************************
       01  LOTREC-RECORD.
           05  LRC-ID-LOTE             PIC X(08).
           05  LRC-ORIGEM              PIC X(08).
           05  LRC-DATA-MOVIMENTO      PIC 9(08).
           05  LRC-MOTIVO              PIC X(40).
           05  LRC-CONTAGEM-INFORMADA  PIC 9(08).
           05  LRC-CONTAGEM-APURADA    PIC 9(08).
