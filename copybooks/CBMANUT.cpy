      *****************************************************************
      *    CBMANUT.cpy                                                *
      *    Cartao de manutencao de cadastros do MANUTCADASTRO. Cada   *
      *    cartao traz o cadastro alvo (OPERMST, CCUSTO, GLMAP,       *
      *    TAXACAMB ou CALENDARIO), a acao (inclusao, alteracao,      *
      *    exclusao ou desativacao), o operador solicitante e a       *
      *    imagem do registro, com a area de dados redefinida         *
      *    conforme o cadastro. Na inclusao e na alteracao a imagem   *
      *    substitui o registro inteiro; na exclusao e na desativacao *
      *    basta a chave. Desativacao so existe para OPERMST          *
      *    (situacao "S") e CCUSTO (situacao "I").                    *
      *****************************************************************
       01  MANUT-RECORD.
           05  MAN-CADASTRO            PIC X(02).
               88  MAN-CAD-OPERADOR           VALUE "OP".
               88  MAN-CAD-CCUSTO             VALUE "CC".
               88  MAN-CAD-GLMAP              VALUE "GL".
               88  MAN-CAD-TAXA               VALUE "TX".
               88  MAN-CAD-CALENDARIO         VALUE "CA".
           05  MAN-ACAO                PIC X(01).
               88  MAN-INCLUSAO               VALUE "I".
               88  MAN-ALTERACAO              VALUE "A".
               88  MAN-EXCLUSAO               VALUE "E".
               88  MAN-DESATIVACAO            VALUE "D".
               88  MAN-ACAO-VALIDA            VALUE "I" "A" "E" "D".
           05  MAN-SOLICITANTE         PIC X(08).
           05  MAN-DADOS               PIC X(60).
           05  MAN-DADOS-OPER REDEFINES MAN-DADOS.
               10  MDO-ID              PIC X(08).
               10  MDO-STATUS          PIC X(01).
               10  MDO-OPERACOES       PIC X(04).
               10  MDO-OPS-R REDEFINES MDO-OPERACOES.
                   15  MDO-OP          PIC X(01) OCCURS 4 TIMES.
               10  MDO-LIMITE-VALOR    PIC 9(08)V99.
               10  FILLER              PIC X(37).
           05  MAN-DADOS-CCUSTO REDEFINES MAN-DADOS.
               10  MDC-CODIGO          PIC X(06).
               10  MDC-DESCRICAO       PIC X(30).
               10  MDC-STATUS          PIC X(01).
               10  MDC-DEPARTAMENTO    PIC X(08).
               10  FILLER              PIC X(15).
           05  MAN-DADOS-GLMAP REDEFINES MAN-DADOS.
               10  MDG-OPERACAO        PIC X(01).
               10  MDG-CENTRO-CUSTO    PIC X(06).
               10  MDG-CONTA-DEBITO    PIC X(10).
               10  MDG-CONTA-CREDITO   PIC X(10).
               10  FILLER              PIC X(33).
           05  MAN-DADOS-TAXA REDEFINES MAN-DADOS.
               10  MDT-MOEDA           PIC X(03).
               10  MDT-DATA            PIC 9(08).
               10  MDT-CAMBIO          PIC 9(05)V9(06).
               10  FILLER              PIC X(38).
           05  MAN-DADOS-CALEND REDEFINES MAN-DADOS.
               10  MDF-DATA            PIC 9(08).
               10  MDF-DESCRICAO       PIC X(20).
               10  FILLER              PIC X(32).
           05  FILLER                  PIC X(09).
