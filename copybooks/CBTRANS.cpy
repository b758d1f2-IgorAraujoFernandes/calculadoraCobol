      *    nas transacoes novas esses campos vem zerados/em branco.   *
      *    O arquivo carrega registros de controle de lote (header    *
      *    e trailer, ver CBTRCTL); este e o registro de detalhe,     *
      *    tipo "D". O tipo "E" e o estorno: TRANS-ID identifica o    *
      *    proprio estorno e TRANS-ID-ESTORNADO a transacao ja        *
      *    contabilizada a desfazer; os valores do lancamento vem do  *
      *    HISTMST e os campos de calculo do registro so entram nos   *
      *    hash-totais do trailer.                                    *
      *****************************************************************
       01  TRANS-RECORD.
           05  TRANS-TIPO-REG          PIC X(01).
               88  TRANS-REGISTRO-DETALHE     VALUE "D".
               88  TRANS-REGISTRO-ESTORNO     VALUE "E".
           05  TRANS-ID                PIC X(16).
           05  TRANS-NUMERO1           PIC S9(8)V99.
           05  TRANS-NUMERO2           PIC S9(8)V99.
           05  TRANS-MOEDA             PIC X(03).
           05  TRANS-RESSUBMISSOES     PIC 9(02).
           05  TRANS-MOTIVO-ORIGINAL   PIC X(30).
           05  TRANS-ID-ESTORNADO      PIC X(16).
