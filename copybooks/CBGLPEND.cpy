      *    CBGLPEND.cpy                                               *
      *    Registro de lancamento pendente de confirmacao do GL,      *
      *    carregado entre execucoes do CONCILIAGL (GLPENDENT entra,  *
      *    GLPENDSAI sai). Espelha os campos da linha de diario do    *
      *    CBGLINT e acrescenta o contador de reenvios usado pelo     *
      *    REENVIAGL para nao reenviar um lancamento indefinidamente. *
      *****************************************************************
       01  GLPEND-RECORD.
           05  GLP-ID-DIARIO           PIC X(08).
           05  GLP-LINHA-DIARIO        PIC 9(06).
           05  GLP-NATUREZA            PIC X(01).
           05  GLP-CONTA               PIC X(10).
           05  GLP-VALOR               PIC S9(8)V99.
           05  GLP-DATA-EXECUCAO       PIC 9(08).
           05  GLP-MOEDA-ORIGEM        PIC X(03).
           05  GLP-TAXA-CAMBIO         PIC 9(05)V9(06).
           05  GLP-TRANS-ID            PIC X(16).
           05  GLP-REENVIOS            PIC 9(02).
