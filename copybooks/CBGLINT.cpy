      *    (GL) a partir dos resultados da CALCULADORACOBOL.          *
      *    GL-VALOR ja esta na moeda base; a moeda de origem e a      *
      *    taxa de cambio aplicada acompanham o lancamento.           *
      *    Cada resultado sai como um par de linhas de diario, uma a  *
      *    debito e outra a credito, com o mesmo valor (com sinal) -  *
      *    contas do GLMAP. O INTERFGL traz um diario por lote        *
      *    aceito: header ("H") e trailer ("T") no leiaute CBGLCTL    *
      *    envolvendo as linhas ("D") deste registro. Diario e        *
      *    numero da linha identificam a linha para a confirmacao do  *
      *    GL (CBGLACK); GL-TRANS-ID aponta a transacao de origem.    *
      *****************************************************************
       01  GL-INTERFACE-RECORD.
           05  GL-TIPO-REG             PIC X(01).
               88  GL-REGISTRO-LINHA          VALUE "D".
           05  GL-ID-DIARIO            PIC X(08).
           05  GL-LINHA-DIARIO         PIC 9(06).
           05  GL-NATUREZA             PIC X(01).
               88  GL-DEBITO                  VALUE "D".
               88  GL-CREDITO                 VALUE "C".
           05  GL-CONTA-REFERENCIA     PIC X(10).
           05  GL-VALOR                PIC S9(8)V99.
           05  GL-DATA-EXECUCAO        PIC 9(08).
           05  GL-MOEDA-ORIGEM         PIC X(03).
           05  GL-TAXA-CAMBIO          PIC 9(05)V9(06).
           05  GL-TRANS-ID             PIC X(16).
