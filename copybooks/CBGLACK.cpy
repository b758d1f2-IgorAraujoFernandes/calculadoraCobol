      *****************************************************************
      *    CBGLACK.cpy                                                *
      *    Registro de confirmacao (acknowledgment) devolvido pelo    *
      *    sistema de razao (GL) para cada linha de diario carregada  *
      *    a partir do INTERFGL. Traz o diario e o numero da linha    *
      *    confirmados, mais conta/valor/data para conferencia com a  *
      *    linha enviada (CBGLINT).                                   *
      *****************************************************************
       01  GLACK-RECORD.
           05  ACK-ID-DIARIO           PIC X(08).
           05  ACK-LINHA-DIARIO        PIC 9(06).
           05  ACK-CONTA               PIC X(10).
           05  ACK-VALOR               PIC S9(8)V99.
           05  ACK-DATA-EXECUCAO       PIC 9(08).
