      *****************************************************************
      *    CBINSTR.cpy                                                *
      *    Registro do cadastro de instrucoes permanentes             *
      *    (lancamentos recorrentes): modelo da transacao (NUMERO1,   *
      *    NUMERO2, operacao, centro de custo e moeda), frequencia,   *
      *    vigencia (INS-DATA-FIM zerada = sem fim) e proximo         *
      *    vencimento nominal, antes do ajuste para dia util. O       *
      *    GERAINSTRUCOES regrava o cadastro (INSTRENT entra,         *
      *    INSTRSAI sai) avancando o vencimento das instrucoes        *
      *    tratadas e encerrando as vencidas. Nas frequencias mensal, *
      *    trimestral e anual o dia do vencimento e o dia da data de  *
      *    inicio, limitado ao ultimo dia do mes.                     *
      *****************************************************************
       01  INSTR-RECORD.
           05  INS-ID                  PIC X(06).
           05  INS-SITUACAO            PIC X(01).
               88  INS-ATIVA                  VALUE "A".
               88  INS-SUSPENSA               VALUE "S".
               88  INS-ENCERRADA              VALUE "E".
           05  INS-NUMERO1             PIC S9(8)V99.
           05  INS-NUMERO2             PIC S9(8)V99.
           05  INS-OPERACAO            PIC X(01).
           05  INS-CENTRO-CUSTO        PIC X(06).
           05  INS-MOEDA               PIC X(03).
           05  INS-FREQUENCIA          PIC X(01).
               88  INS-SEMANAL                VALUE "S".
               88  INS-QUINZENAL              VALUE "Q".
               88  INS-MENSAL                 VALUE "M".
               88  INS-TRIMESTRAL             VALUE "T".
               88  INS-ANUAL                  VALUE "A".
               88  INS-FREQUENCIA-VALIDA      VALUE "S" "Q" "M"
                                                    "T" "A".
           05  INS-DATA-INICIO         PIC 9(08).
           05  INS-DATA-FIM            PIC 9(08).
           05  INS-PROXIMO-VENCTO      PIC 9(08).
           05  INS-ULTIMA-GERACAO      PIC 9(08).
           05  INS-QTD-GERADAS         PIC 9(06).
