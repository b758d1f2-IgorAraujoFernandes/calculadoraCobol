           05  HDR-ID-LOTE             PIC X(08).
           05  HDR-ORIGEM              PIC X(08).
           05  HDR-DATA-MOVIMENTO      PIC 9(08).
           05  FILLER                  PIC X(70).

       01  TRANS-TRAILER-RECORD.
           05  TRL-TIPO-REG            PIC X(01).
           05  TRL-CONTAGEM            PIC 9(08).
           05  TRL-HASH-NUMERO1        PIC S9(13)V99.
           05  TRL-HASH-NUMERO2        PIC S9(13)V99.
           05  FILLER                  PIC X(56).
