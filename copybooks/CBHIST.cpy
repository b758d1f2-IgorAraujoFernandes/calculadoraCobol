      *    o utilitario REORGHISTORICO reorganiza o arquivo e         *
      *    expurga os registros fora da janela de retencao            *
      *    parametrizada no PARMFILE.                                 *
      *    HIST-LANCAMENTO guarda o que foi contabilizado (valores    *
      *    ja na moeda base, resultado, centro de custo, taxa e       *
      *    contas GL de debito e credito) para que um estorno ("E" no *
      *    TRANSIN) gere os lancamentos inversos sem recalcular. A    *
      *    transacao estornada fica com HIST-SITUACAO "E" e aponta o  *
      *    estorno em HIST-ID-RELACIONADO; o registro do estorno      *
      *    aponta de volta a transacao original. Registros antigos,   *
      *    so com ID e data, chegam com HIST-LANCAMENTO em branco e   *
      *    nao podem ser estornados.                                  *
      *****************************************************************
       01  HIST-RECORD.
           05  HIST-TRANS-ID           PIC X(16).
           05  HIST-DATA-PROCESSO      PIC 9(08).
           05  HIST-LANCAMENTO.
               10  HIST-TIPO-REG       PIC X(01).
                   88  HIST-LANCTO-NORMAL     VALUE "D".
                   88  HIST-LANCTO-ESTORNO    VALUE "E".
               10  HIST-SITUACAO       PIC X(01).
                   88  HIST-ATIVA             VALUE "A".
                   88  HIST-ESTORNADA         VALUE "E".
               10  HIST-NUMERO1        PIC S9(8)V99.
               10  HIST-NUMERO2        PIC S9(8)V99.
               10  HIST-OPERACAO       PIC X(01).
               10  HIST-VALOR          PIC S9(8)V99.
               10  HIST-CENTRO-CUSTO   PIC X(06).
               10  HIST-MOEDA          PIC X(03).
               10  HIST-TAXA-CAMBIO    PIC 9(05)V9(06).
               10  HIST-CONTA-DEBITO   PIC X(10).
               10  HIST-CONTA-CREDITO  PIC X(10).
               10  HIST-DATA-ESTORNO   PIC 9(08).
               10  HIST-ID-RELACIONADO PIC X(16).
