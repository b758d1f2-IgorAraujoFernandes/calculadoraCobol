      *****************************************************************
      *    CBGLCONF.cpy                                               *
      *    Registro de linha de diario confirmada pelo GL. O          *
      *    CONCILIAGL grava no GLCONFIRM cada linha que casou com um  *
      *    GLACK na execucao, com o momento da conciliacao; o         *
      *    BALANCETEGL aplica essas linhas ao cadastro de saldos e as *
      *    acumula no MOVGL, base do extrato das contas. Saldo so     *
      *    muda por linha confirmada.                                 *
      *****************************************************************
       01  GLCONF-RECORD.
           05  CONF-ID-DIARIO          PIC X(08).
           05  CONF-LINHA-DIARIO       PIC 9(06).
           05  CONF-NATUREZA           PIC X(01).
               88  CONF-DEBITO                VALUE "D".
               88  CONF-CREDITO               VALUE "C".
           05  CONF-CONTA              PIC X(10).
           05  CONF-VALOR              PIC S9(8)V99.
           05  CONF-DATA-EXECUCAO      PIC 9(08).
           05  CONF-TRANS-ID           PIC X(16).
           05  CONF-TS-CONCILIACAO     PIC X(14).
