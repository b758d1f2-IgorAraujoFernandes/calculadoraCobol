      *****************************************************************
      *    CBFLUXO.cpy                                                *
      *    Controle do processamento em fluxos paralelos. O           *
      *    SEPARAFLUXOS grava no FLUXOCTL um registro por fluxo       *
      *    planejado (situacao "P"), com a identificacao da divisao   *
      *    (data e hora), os lotes e os registros do TRANSIN          *
      *    entregues ao fluxo. Cada fluxo do CALCULADORACOBOL grava   *
      *    no seu FLUXOSAI o mesmo registro com situacao "C", as      *
      *    estatisticas da execucao, o total de controle e o codigo   *
      *    de retorno, seguido de um registro "L" por lote do fluxo   *
      *    com a situacao e as contagens do lote. O CONSOLIDAFLUXOS   *
      *    confere os FLUXOSAI contra o FLUXOCTL antes de juntar as   *
      *    saidas dos fluxos.                                         *
      *****************************************************************
       01  FLUXO-RECORD.
           05  FLX-NUMERO              PIC 9(01).
           05  FLX-ID-DIVISAO          PIC X(14).
           05  FLX-SITUACAO            PIC X(01).
               88  FLX-PLANEJADO              VALUE "P".
               88  FLX-CONCLUIDO              VALUE "C".
               88  FLX-LOTE                   VALUE "L".
           05  FLX-DADOS-FLUXO.
               10  FLX-QTD-LOTES       PIC 9(04).
               10  FLX-QTD-REGISTROS   PIC 9(08).
               10  FLX-TS-INICIO       PIC X(14).
               10  FLX-TS-FIM          PIC X(14).
               10  FLX-QTD-LIDAS       PIC 9(08).
               10  FLX-QTD-VALIDAS     PIC 9(08).
               10  FLX-QTD-REJEITADAS  PIC 9(08).
               10  FLX-QTD-DUPLICADAS  PIC 9(08).
               10  FLX-QTD-EXCECOES    PIC 9(08).
               10  FLX-QTD-GL-GRAVADOS PIC 9(08).
               10  FLX-QTD-SEM-MAPA    PIC 9(08).
               10  FLX-QTD-DIARIOS-GL  PIC 9(08).
               10  FLX-QTD-ESTORNOS    PIC 9(08).
               10  FLX-QTD-ESTORNOS-REJ
                                       PIC 9(08).
               10  FLX-QTD-PEND-APROVACAO
                                       PIC 9(08).
               10  FLX-LOTES-ACEITOS   PIC 9(04).
               10  FLX-LOTES-REJEITADOS
                                       PIC 9(04).
               10  FLX-TOTAL-CONTROLE  PIC S9(8)V99.
               10  FLX-ESTOURO-CONTROLE
                                       PIC X(01).
                   88  FLX-HOUVE-ESTOURO      VALUE "S".
               10  FLX-CODIGO-RETORNO  PIC 9(02).
               10  FLX-MODO-EXECUCAO   PIC X(01).
               10  FLX-OPERADOR        PIC X(08).
           05  FLX-DADOS-LOTE REDEFINES FLX-DADOS-FLUXO.
               10  FLL-ID-LOTE         PIC X(08).
               10  FLL-ORIGEM          PIC X(08).
               10  FLL-DATA-MOVIMENTO  PIC 9(08).
               10  FLL-STATUS          PIC X(01).
                   88  FLL-LOTE-ACEITO        VALUE "A".
               10  FLL-MOTIVO          PIC X(40).
               10  FLL-CONTAGEM        PIC 9(08).
               10  FLL-QTD-LIDAS       PIC 9(08).
               10  FLL-QTD-VALIDAS     PIC 9(08).
               10  FLL-QTD-REJEITADAS  PIC 9(08).
               10  FILLER              PIC X(61).
