      *****************************************************************
      *    CBGLCTL.cpy                                                *
      *    Registros de controle de diario do arquivo INTERFGL:       *
      *    header ("H") com a identificacao do diario - o lote de     *
      *    origem - e trailer ("T") com a quantidade de linhas e os   *
      *    totais a debito e a credito, que precisam ser iguais.      *
      *    Conferidos pelo BALANCODIARIO. Redefinem o registro de     *
      *    linha do CBGLINT sob o mesmo FD.                           *
      *****************************************************************
       01  GL-HEADER-RECORD.
           05  GLH-TIPO-REG            PIC X(01).
               88  GLH-REGISTRO-HEADER        VALUE "H".
           05  GLH-ID-DIARIO           PIC X(08).
           05  GLH-ORIGEM              PIC X(08).
           05  GLH-DATA-MOVIMENTO      PIC 9(08).
           05  GLH-DATA-EXECUCAO       PIC 9(08).
           05  FILLER                  PIC X(41).

       01  GL-TRAILER-RECORD.
           05  GLT-TIPO-REG            PIC X(01).
               88  GLT-REGISTRO-TRAILER       VALUE "T".
           05  GLT-ID-DIARIO           PIC X(08).
           05  GLT-QTD-LINHAS          PIC 9(06).
           05  GLT-TOTAL-DEBITOS       PIC S9(12)V99.
           05  GLT-TOTAL-CREDITOS      PIC S9(12)V99.
           05  GLT-DATA-EXECUCAO       PIC 9(08).
           05  FILLER                  PIC X(23).
