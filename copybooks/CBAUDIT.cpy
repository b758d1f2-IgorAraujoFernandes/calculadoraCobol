      *****************************************************************
      *    CBAUDIT.cpy                                                *
      *    Registro de trilha de auditoria de cada calculo efetuado.  *
      *    AUDIT-TRANS-ID liga a entrada de auditoria a transacao do  *
      *    TRANSIN que a gerou (rastreio pelo RASTREIATRANS).         *
      *****************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-TIMESTAMP         PIC X(14).
           05  AUDIT-NUMERO2           PIC S9(8)V99.
           05  AUDIT-OPERACAO          PIC X(01).
           05  AUDIT-VALOR             PIC S9(8)V99.
           05  AUDIT-TRANS-ID          PIC X(16).
