      *    Alem do total de controle, carrega os totais por operacao  *
      *    (A/S/M/D) de cada data de movimento dos lotes aceitos,     *
      *    para que o historico diario receba os dias inteiros        *
      *    mesmo apos um reinicio. Guarda ainda a situacao do diario  *
      *    GL do lote em curso (linhas e totais a debito e credito)   *
      *    para que o trailer do diario feche certo apos o reinicio.  *
      *****************************************************************
       01  CHECKPOINT-RECORD.
           05  CKPT-ULTIMA-SEQ         PIC 9(08).
                       20  CKPT-OP-QTD PIC 9(08).
                       20  CKPT-OP-VALOR
                                       PIC S9(10)V99.
           05  CKPT-DIARIO-GL.
               10  CKPT-DIARIO-ABERTO  PIC X(01).
               10  CKPT-DIARIO-LINHAS  PIC 9(06).
               10  CKPT-DIARIO-DEBITOS PIC S9(12)V99.
               10  CKPT-DIARIO-CREDITOS
                                       PIC S9(12)V99.
