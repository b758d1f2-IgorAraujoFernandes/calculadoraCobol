      *    calculo ja consta concluido no controle de execucao -      *
      *    necessario para o reciclo de rejeitos do CORRIGEREJEITOS   *
      *    e para recargas autorizadas pela operacao.                 *
      *    PARM-LIMITE-APROVACAO liga a fila de aprovacao: transacao  *
      *    acima dele (ou acima do teto do operador, ou com resultado *
      *    acima de PARM-VALOR-MAXIMO) vai para o APROVNOV aguardando *
      *    o APROVATRANS em vez de ser lancada ou rejeitada; zero     *
      *    desliga a fila. PARM-DIAS-APROVACAO e o prazo em dias      *
      *    para a decisao, alem do qual a pendencia sai em atraso no  *
      *    registro de aprovacoes (zero vale 3 dias).                 *
      *****************************************************************
       01  PARM-RECORD.
           05  PARM-VALOR-MAXIMO             PIC S9(8)V99.
           05  PARM-DIAS-HISTORICO           PIC 9(03).
           05  PARM-REPROCESSO               PIC X(01).
               88  PARM-REPROCESSO-AUTORIZADO       VALUE "R".
           05  PARM-LIMITE-APROVACAO         PIC S9(8)V99.
           05  PARM-DIAS-APROVACAO           PIC 9(03).
