      *****************************************************************
      *    CBSALDO.cpy                                                *
      *    Registro do cadastro de saldos das contas GL, chaveado por *
      *    conta e mes (AAAAMM) pela data de execucao do lancamento.  *
      *    Atualizado so com linhas confirmadas pelo GL (BALANCETEGL) *
      *    e no fechamento do mes, quando o FECHAPERIODO leva o saldo *
      *    final de cada conta para o saldo inicial do mes seguinte   *
      *    (SALDOENT entra, SALDOSAI sai, nos dois programas).        *
      *    Saldo final = saldo inicial + debitos - creditos.          *
      *    SALDO-ULT-CONCILIACAO guarda o momento da ultima           *
      *    conciliacao aplicada, para o mesmo GLCONFIRM nao ser       *
      *    aplicado duas vezes.                                       *
      *****************************************************************
       01  SALDO-RECORD.
           05  SALDO-CHAVE.
               10  SALDO-CONTA         PIC X(10).
               10  SALDO-MES           PIC 9(06).
           05  SALDO-INICIAL           PIC S9(12)V99.
           05  SALDO-DEBITOS           PIC S9(12)V99.
           05  SALDO-CREDITOS          PIC S9(12)V99.
           05  SALDO-FINAL             PIC S9(12)V99.
           05  SALDO-ULT-CONCILIACAO   PIC X(14).
