000100     IDENTIFICATION DIVISION.
               PROGRAM-ID. ORCAMENTOCC.
000200     ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CARD-FILE ASSIGN TO "CARTAOORC"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.

               SELECT ORCAM-FILE ASSIGN TO "ORCAMENTO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ORCAM-STATUS.

               SELECT REALCC-FILE ASSIGN TO "REALCCENT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-REALCC-STATUS.

               SELECT CCUSTO-FILE ASSIGN TO "CCUSTO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CCUSTO-STATUS.

               SELECT PRINT-FILE ASSIGN TO "RELORCAM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.

000300     DATA DIVISION.

           FILE SECTION.

           FD  CARD-FILE
               RECORDING MODE IS F.
           COPY CBORCSEL.

           FD  ORCAM-FILE
               RECORDING MODE IS F.
           COPY CBORCAM.

           FD  REALCC-FILE
               RECORDING MODE IS F.
           COPY CBREALCC.

           FD  CCUSTO-FILE
               RECORDING MODE IS F.
           COPY CBCCUSTO.

           FD  PRINT-FILE
               RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

           WORKING-STORAGE SECTION.

       01  WS-STATUS-FLAGS.
           05  WS-CARD-STATUS          PIC X(02).
           05  WS-ORCAM-STATUS         PIC X(02).
           05  WS-REALCC-STATUS        PIC X(02).
           05  WS-CCUSTO-STATUS        PIC X(02).
           05  WS-PRINT-STATUS         PIC X(02).
           05  WS-FIM-ORCAMENTO        PIC X(01) VALUE "N".
               88  FIM-DO-ORCAMENTO           VALUE "S".
           05  WS-FIM-REALCC           PIC X(01) VALUE "N".
               88  FIM-DO-REALCC              VALUE "S".
           05  WS-FIM-CCUSTOS          PIC X(01) VALUE "N".
               88  FIM-DOS-CCUSTOS            VALUE "S".

       01  WS-CODIGO-RETORNO           PIC 9(02) VALUE ZERO.
       01  WS-MES-REFERENCIA           PIC 9(06) VALUE ZERO.
       01  WS-TOLERANCIA               PIC 9(03)V99 VALUE ZERO.

       01  WS-CADASTRO-CCUSTO.
           05  WS-QTD-CADASTRO         PIC 9(04) VALUE ZERO.
           05  WS-CADASTRO-TAB OCCURS 300 TIMES.
               10  WS-CAD-CODIGO       PIC X(06).
               10  WS-CAD-DESCRICAO    PIC X(30).
               10  WS-CAD-DEPARTAMENTO PIC X(08).
       01  WS-IND-CADASTRO             PIC 9(04) VALUE ZERO.
       01  WS-IND-CAD-ACHADO           PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-CADASTRO           PIC X(01) VALUE "N".
           88  ACHOU-CADASTRO                 VALUE "S".

      *    Orcado e realizado do mes de referencia por centro de
      *    custo e operacao (A/S/M/D).
       01  WS-TOTAIS-CCUSTO.
           05  WS-QTD-CCUSTOS          PIC 9(04) VALUE ZERO.
           05  WS-CCUSTO-TOT OCCURS 300 TIMES.
               10  WS-OCC-CODIGO       PIC X(06).
               10  WS-OCC-DESCRICAO    PIC X(30).
               10  WS-OCC-DEPARTAMENTO PIC X(08).
               10  WS-OCC-OP OCCURS 4 TIMES.
                   15  WS-OCC-OP-ORCADO
                                       PIC S9(10)V99.
                   15  WS-OCC-OP-REALIZADO
                                       PIC S9(10)V99.
               10  WS-OCC-ORCADO       PIC S9(12)V99.
               10  WS-OCC-REALIZADO    PIC S9(12)V99.
               10  WS-OCC-TEM-ORCAMENTO
                                       PIC X(01).
               10  WS-OCC-IMPRESSO     PIC X(01).
       01  WS-IND-CCUSTO               PIC 9(04) VALUE ZERO.
       01  WS-IND-CCT-ACHADO           PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-CCUSTO             PIC X(01) VALUE "N".
           88  ACHOU-CCUSTO                   VALUE "S".
       01  WS-CC-PROCURADO             PIC X(06) VALUE SPACES.
       01  WS-IND-VARRE                PIC 9(04) VALUE ZERO.
       01  WS-IND-OP                   PIC 9(02) VALUE ZERO.
       01  WS-IND-OP-ACHADO            PIC 9(02) VALUE ZERO.
       01  WS-IND-RCC                  PIC 9(02) VALUE ZERO.
       01  WS-OP-PROCURADA             PIC X(01) VALUE SPACES.

       01  WS-CODIGOS-OPERACAO.
           05  FILLER                  PIC X(01) VALUE "A".
           05  FILLER                  PIC X(01) VALUE "S".
           05  FILLER                  PIC X(01) VALUE "M".
           05  FILLER                  PIC X(01) VALUE "D".
       01  WS-CODIGOS-OPERACAO-R REDEFINES WS-CODIGOS-OPERACAO.
           05  WS-COD-OP               PIC X(01) OCCURS 4 TIMES.

       01  WS-DEPARTAMENTO-ATUAL       PIC X(08) VALUE SPACES.
       01  WS-DEP-ORCADO               PIC S9(12)V99 VALUE ZERO.
       01  WS-DEP-REALIZADO            PIC S9(12)V99 VALUE ZERO.
       01  WS-GER-ORCADO               PIC S9(12)V99 VALUE ZERO.
       01  WS-GER-REALIZADO            PIC S9(12)V99 VALUE ZERO.

      *    Campos de calculo da variacao (realizado - orcado) e do
      *    percentual sobre o orcado.
       01  WS-CALC-ORCADO              PIC S9(12)V99 VALUE ZERO.
       01  WS-CALC-REALIZADO           PIC S9(12)V99 VALUE ZERO.
       01  WS-CALC-VARIACAO            PIC S9(12)V99 VALUE ZERO.
       01  WS-CALC-PERCENTUAL          PIC S9(04)V99 VALUE ZERO.
       01  WS-PERC-EDITADO             PIC -(4)9.99.

       01  WS-CONTADORES.
           05  WS-QTD-ORCAMENTO-LIDOS  PIC 9(08) VALUE ZERO.
           05  WS-QTD-REALCC-LIDOS     PIC 9(08) VALUE ZERO.
           05  WS-QTD-ACIMA-TOLERANCIA PIC 9(08) VALUE ZERO.
           05  WS-QTD-SEM-ORCAMENTO    PIC 9(08) VALUE ZERO.

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAAMMDD        PIC 9(08).
           05  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               10  WS-DATA-AAAA        PIC 9(04).
               10  WS-DATA-MM          PIC 9(02).
               10  WS-DATA-DD          PIC 9(02).
       01  WS-DATA-FORMATADA           PIC X(10).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(35)
                   VALUE "ORCADO X REALIZADO POR C. CUSTO   ".
           05  FILLER                  PIC X(05) VALUE "MES: ".
           05  WS-CAB1-MES             PIC 9(06).
           05  FILLER                  PIC X(08) VALUE "  DATA: ".
           05  WS-CAB1-DATA            PIC X(10).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(16)
                   VALUE "TOLERANCIA (%): ".
           05  WS-CAB2-TOLERANCIA      PIC ZZ9.99.

       01  WS-LINHA-DEPARTAMENTO.
           05  FILLER                  PIC X(14)
                   VALUE "DEPARTAMENTO: ".
           05  WS-LDP-DEPARTAMENTO     PIC X(08).

       01  WS-LINHA-CCUSTO.
           05  FILLER                  PIC X(04) VALUE "CC: ".
           05  WS-LCC-CODIGO           PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LCC-DESCRICAO        PIC X(30).

       01  WS-LINHA-OPERACAO.
           05  WS-LOP-ROTULO           PIC X(07).
           05  FILLER                  PIC X(05) VALUE " ORC:".
           05  WS-LOP-ORCADO           PIC -(9)9.99.
           05  FILLER                  PIC X(06) VALUE " REAL:".
           05  WS-LOP-REALIZADO        PIC -(9)9.99.
           05  FILLER                  PIC X(05) VALUE " VAR:".
           05  WS-LOP-VARIACAO         PIC -(9)9.99.
           05  FILLER                  PIC X(03) VALUE " %:".
           05  WS-LOP-PERCENTUAL       PIC X(08).

       01  WS-LINHA-DESTAQUE.
           05  FILLER                  PIC X(06) VALUE "  *** ".
           05  WS-LDQ-TEXTO            PIC X(30).

       01  WS-LINHA-SUBTOTAL.
           05  WS-LSD-TITULO           PIC X(15).
           05  WS-LSD-DEPARTAMENTO     PIC X(08).
           05  FILLER                  PIC X(05) VALUE " ORC:".
           05  WS-LSD-ORCADO           PIC -(9)9.99.
           05  FILLER                  PIC X(06) VALUE " REAL:".
           05  WS-LSD-REALIZADO        PIC -(9)9.99.
           05  FILLER                  PIC X(05) VALUE " VAR:".
           05  WS-LSD-VARIACAO         PIC -(9)9.99.

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TITULO           PIC X(24).
           05  WS-TOT-VALOR            PIC ZZZZZZZ9.

000400     PROCEDURE DIVISION.
          MAIN.
              PERFORM ABRIR-ARQUIVOS
              PERFORM LER-CARTAO-ORCAMENTO
              PERFORM CARREGA-CADASTRO-CCUSTO
              PERFORM CARREGA-ORCAMENTO
              PERFORM CARREGA-REALIZADO
              PERFORM GRAVA-ORCADO-REALIZADO
              PERFORM GRAVA-TOTAIS
              CLOSE PRINT-FILE
              MOVE WS-CODIGO-RETORNO TO RETURN-CODE
              STOP RUN.

           ABRIR-ARQUIVOS.
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " RELORCAM - FILE STATUS " WS-PRINT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
               STRING WS-DATA-DD "/" WS-DATA-MM "/" WS-DATA-AAAA
                   DELIMITED BY SIZE INTO WS-DATA-FORMATADA.

      *    Cartao opcional: mes de referencia e tolerancia. Sem
      *    cartao vale o mes corrente e tolerancia zero.
           LER-CARTAO-ORCAMENTO.
               OPEN INPUT CARD-FILE
               IF WS-CARD-STATUS = "00"
                   READ CARD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OSEL-MES-REFERENCIA NUMERIC AND
                              OSEL-MES-REFERENCIA > ZERO
                               MOVE OSEL-MES-REFERENCIA
                                   TO WS-MES-REFERENCIA
                           END-IF
                           IF OSEL-TOLERANCIA NUMERIC
                               MOVE OSEL-TOLERANCIA TO WS-TOLERANCIA
                           END-IF
                   END-READ
                   CLOSE CARD-FILE
               ELSE
                   DISPLAY "AVISO: CARTAO CARTAOORC INDISPONIVEL -"
                       " FILE STATUS " WS-CARD-STATUS
               END-IF
               IF WS-MES-REFERENCIA = ZERO
                   DIVIDE WS-DATA-AAAAMMDD BY 100
                       GIVING WS-MES-REFERENCIA
               END-IF
               MOVE WS-MES-REFERENCIA TO WS-CAB1-MES
               MOVE WS-DATA-FORMATADA TO WS-CAB1-DATA
               MOVE WS-CABECALHO-1 TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE WS-TOLERANCIA TO WS-CAB2-TOLERANCIA
               MOVE WS-CABECALHO-2 TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

           CARREGA-CADASTRO-CCUSTO.
               OPEN INPUT CCUSTO-FILE
               IF WS-CCUSTO-STATUS = "00"
                   PERFORM UNTIL FIM-DOS-CCUSTOS
                       READ CCUSTO-FILE
                           AT END
                               MOVE "S" TO WS-FIM-CCUSTOS
                           NOT AT END
                               IF WS-QTD-CADASTRO < 300
                                   ADD 1 TO WS-QTD-CADASTRO
                                   MOVE CC-CODIGO TO
                                       WS-CAD-CODIGO(WS-QTD-CADASTRO)
                                   MOVE CC-DESCRICAO TO
                                     WS-CAD-DESCRICAO(WS-QTD-CADASTRO)
                                   MOVE CC-DEPARTAMENTO TO
                                       WS-CAD-DEPARTAMENTO
                                           (WS-QTD-CADASTRO)
                               ELSE
                                   DISPLAY "AVISO: TABELA DE CENTROS"
                                       " DE CUSTO CHEIA - REGISTRO"
                                       " IGNORADO"
                               END-IF
                       END-READ
                       IF WS-CCUSTO-STATUS NOT = "00" AND
                          WS-CCUSTO-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM CCUSTO - FILE"
                               " STATUS " WS-CCUSTO-STATUS
                           MOVE "S" TO WS-FIM-CCUSTOS
                       END-IF
                   END-PERFORM
                   CLOSE CCUSTO-FILE
               ELSE
                   DISPLAY "AVISO: CADASTRO CCUSTO INDISPONIVEL - FILE"
                       " STATUS " WS-CCUSTO-STATUS
                   DISPLAY "CENTROS SEM CADASTRO SAIRAO COMO NAO"
                       " CADASTRADOS"
               END-IF.

           CARREGA-ORCAMENTO.
               OPEN INPUT ORCAM-FILE
               IF WS-ORCAM-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ORCAMENTO
                       READ ORCAM-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ORCAMENTO
                           NOT AT END
                               ADD 1 TO WS-QTD-ORCAMENTO-LIDOS
                               IF ORC-MES = WS-MES-REFERENCIA
                                   PERFORM ACUMULA-ORCAMENTO
                               END-IF
                       END-READ
                       IF WS-ORCAM-STATUS NOT = "00" AND
                          WS-ORCAM-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM ORCAMENTO -"
                               " FILE STATUS " WS-ORCAM-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE ORCAM-FILE
               ELSE
                   DISPLAY "AVISO: CADASTRO ORCAMENTO INDISPONIVEL -"
                       " FILE STATUS " WS-ORCAM-STATUS
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           ACUMULA-ORCAMENTO.
               MOVE ORC-CENTRO-CUSTO TO WS-CC-PROCURADO
               PERFORM PROCURA-CCUSTO-TOTAL
               MOVE ORC-OPERACAO TO WS-OP-PROCURADA
               PERFORM PROCURA-OPERACAO
               IF WS-IND-CCT-ACHADO > ZERO AND
                  WS-IND-OP-ACHADO > ZERO AND
                  ORC-VALOR NUMERIC
                   ADD ORC-VALOR TO WS-OCC-OP-ORCADO
                       (WS-IND-CCT-ACHADO WS-IND-OP-ACHADO)
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
                   ADD ORC-VALOR TO WS-OCC-ORCADO(WS-IND-CCT-ACHADO)
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
                   MOVE "S" TO WS-OCC-TEM-ORCAMENTO(WS-IND-CCT-ACHADO)
               END-IF.

      *    O REALCC ja traz o realizado acumulado do mes (todas as
      *    execucoes do CALCULADORACOBOL ate a ultima).
           CARREGA-REALIZADO.
               OPEN INPUT REALCC-FILE
               IF WS-REALCC-STATUS = "00"
                   PERFORM UNTIL FIM-DO-REALCC
                       READ REALCC-FILE
                           AT END
                               MOVE "S" TO WS-FIM-REALCC
                           NOT AT END
                               ADD 1 TO WS-QTD-REALCC-LIDOS
                               IF RCC-MES = WS-MES-REFERENCIA
                                   PERFORM ACUMULA-REALIZADO
                               END-IF
                       END-READ
                       IF WS-REALCC-STATUS NOT = "00" AND
                          WS-REALCC-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM REALCCENT -"
                               " FILE STATUS " WS-REALCC-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE REALCC-FILE
               ELSE
                   DISPLAY "AVISO: REALCCENT INDISPONIVEL - FILE"
                       " STATUS " WS-REALCC-STATUS
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           ACUMULA-REALIZADO.
               MOVE RCC-CENTRO-CUSTO TO WS-CC-PROCURADO
               PERFORM PROCURA-CCUSTO-TOTAL
               IF WS-IND-CCT-ACHADO > ZERO
                   PERFORM VARYING WS-IND-RCC FROM 1 BY 1
                           UNTIL WS-IND-RCC > 4
                       MOVE RCC-OP-CODIGO(WS-IND-RCC)
                           TO WS-OP-PROCURADA
                       PERFORM PROCURA-OPERACAO
                       IF WS-IND-OP-ACHADO > ZERO AND
                          RCC-OP-VALOR(WS-IND-RCC) NUMERIC
                           ADD RCC-OP-VALOR(WS-IND-RCC)
                               TO WS-OCC-OP-REALIZADO
                                   (WS-IND-CCT-ACHADO WS-IND-OP-ACHADO)
                               ON SIZE ERROR
                                   CONTINUE
                           END-ADD
                           ADD RCC-OP-VALOR(WS-IND-RCC)
                               TO WS-OCC-REALIZADO(WS-IND-CCT-ACHADO)
                               ON SIZE ERROR
                                   CONTINUE
                           END-ADD
                       END-IF
                   END-PERFORM
               END-IF.

           PROCURA-OPERACAO.
               MOVE ZERO TO WS-IND-OP-ACHADO
               PERFORM VARYING WS-IND-OP FROM 1 BY 1
                       UNTIL WS-IND-OP > 4
                   IF WS-COD-OP(WS-IND-OP) = WS-OP-PROCURADA
                       MOVE WS-IND-OP TO WS-IND-OP-ACHADO
                   END-IF
               END-PERFORM.

           PROCURA-CCUSTO-TOTAL.
               MOVE "N" TO WS-ACHOU-CCUSTO
               MOVE ZERO TO WS-IND-CCT-ACHADO
               PERFORM VARYING WS-IND-CCUSTO FROM 1 BY 1
                       UNTIL WS-IND-CCUSTO > WS-QTD-CCUSTOS
                       OR ACHOU-CCUSTO
                   IF WS-OCC-CODIGO(WS-IND-CCUSTO) = WS-CC-PROCURADO
                       SET ACHOU-CCUSTO TO TRUE
                       MOVE WS-IND-CCUSTO TO WS-IND-CCT-ACHADO
                   END-IF
               END-PERFORM
               IF NOT ACHOU-CCUSTO
                   IF WS-QTD-CCUSTOS < 300
                       ADD 1 TO WS-QTD-CCUSTOS
                       MOVE WS-QTD-CCUSTOS TO WS-IND-CCT-ACHADO
                       PERFORM INICIA-CCUSTO-TOTAL
                   ELSE
                       DISPLAY "AVISO: TABELA DE TOTAIS POR CENTRO"
                           " DE CUSTO CHEIA - REGISTRO IGNORADO"
                   END-IF
               END-IF.

           INICIA-CCUSTO-TOTAL.
               MOVE WS-CC-PROCURADO TO WS-OCC-CODIGO(WS-IND-CCT-ACHADO)
               PERFORM PROCURA-CADASTRO
               IF ACHOU-CADASTRO
                   MOVE WS-CAD-DESCRICAO(WS-IND-CAD-ACHADO)
                       TO WS-OCC-DESCRICAO(WS-IND-CCT-ACHADO)
                   MOVE WS-CAD-DEPARTAMENTO(WS-IND-CAD-ACHADO)
                       TO WS-OCC-DEPARTAMENTO(WS-IND-CCT-ACHADO)
               ELSE
                   MOVE "NAO CADASTRADO"
                       TO WS-OCC-DESCRICAO(WS-IND-CCT-ACHADO)
                   MOVE "********"
                       TO WS-OCC-DEPARTAMENTO(WS-IND-CCT-ACHADO)
               END-IF
               PERFORM VARYING WS-IND-OP FROM 1 BY 1
                       UNTIL WS-IND-OP > 4
                   MOVE ZERO TO WS-OCC-OP-ORCADO
                       (WS-IND-CCT-ACHADO WS-IND-OP)
                   MOVE ZERO TO WS-OCC-OP-REALIZADO
                       (WS-IND-CCT-ACHADO WS-IND-OP)
               END-PERFORM
               MOVE ZERO TO WS-OCC-ORCADO(WS-IND-CCT-ACHADO)
               MOVE ZERO TO WS-OCC-REALIZADO(WS-IND-CCT-ACHADO)
               MOVE "N" TO WS-OCC-TEM-ORCAMENTO(WS-IND-CCT-ACHADO)
               MOVE "N" TO WS-OCC-IMPRESSO(WS-IND-CCT-ACHADO).

           PROCURA-CADASTRO.
               MOVE "N" TO WS-ACHOU-CADASTRO
               MOVE ZERO TO WS-IND-CAD-ACHADO
               PERFORM VARYING WS-IND-CADASTRO FROM 1 BY 1
                       UNTIL WS-IND-CADASTRO > WS-QTD-CADASTRO
                       OR ACHOU-CADASTRO
                   IF WS-CAD-CODIGO(WS-IND-CADASTRO) = WS-CC-PROCURADO
                       SET ACHOU-CADASTRO TO TRUE
                       MOVE WS-IND-CADASTRO TO WS-IND-CAD-ACHADO
                   END-IF
               END-PERFORM.

      *    Imprime os centros de custo agrupados por departamento,
      *    como no RESUMOCCUSTO: a cada centro ainda nao impresso,
      *    emite o departamento dele e todos os centros do mesmo
      *    departamento, com subtotal.
           GRAVA-ORCADO-REALIZADO.
               PERFORM VARYING WS-IND-CCUSTO FROM 1 BY 1
                       UNTIL WS-IND-CCUSTO > WS-QTD-CCUSTOS
                   IF WS-OCC-IMPRESSO(WS-IND-CCUSTO) NOT = "S"
                       MOVE WS-OCC-DEPARTAMENTO(WS-IND-CCUSTO)
                           TO WS-DEPARTAMENTO-ATUAL
                       PERFORM GRAVA-DEPARTAMENTO
                   END-IF
               END-PERFORM
               MOVE "TOTAL GERAL    " TO WS-LSD-TITULO
               MOVE SPACES TO WS-LSD-DEPARTAMENTO
               MOVE WS-GER-ORCADO TO WS-LSD-ORCADO
               MOVE WS-GER-REALIZADO TO WS-LSD-REALIZADO
               COMPUTE WS-CALC-VARIACAO =
                   WS-GER-REALIZADO - WS-GER-ORCADO
                   ON SIZE ERROR
                       MOVE ZERO TO WS-CALC-VARIACAO
               END-COMPUTE
               MOVE WS-CALC-VARIACAO TO WS-LSD-VARIACAO
               MOVE WS-LINHA-SUBTOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD.

           GRAVA-DEPARTAMENTO.
               MOVE WS-DEPARTAMENTO-ATUAL TO WS-LDP-DEPARTAMENTO
               MOVE WS-LINHA-DEPARTAMENTO TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE ZERO TO WS-DEP-ORCADO
               MOVE ZERO TO WS-DEP-REALIZADO
               PERFORM VARYING WS-IND-VARRE FROM 1 BY 1
                       UNTIL WS-IND-VARRE > WS-QTD-CCUSTOS
                   IF WS-OCC-IMPRESSO(WS-IND-VARRE) NOT = "S" AND
                      WS-OCC-DEPARTAMENTO(WS-IND-VARRE) =
                          WS-DEPARTAMENTO-ATUAL
                       PERFORM GRAVA-CENTRO-CUSTO
                   END-IF
               END-PERFORM
               MOVE "SUBTOTAL DEPTO " TO WS-LSD-TITULO
               MOVE WS-DEPARTAMENTO-ATUAL TO WS-LSD-DEPARTAMENTO
               MOVE WS-DEP-ORCADO TO WS-LSD-ORCADO
               MOVE WS-DEP-REALIZADO TO WS-LSD-REALIZADO
               COMPUTE WS-CALC-VARIACAO =
                   WS-DEP-REALIZADO - WS-DEP-ORCADO
                   ON SIZE ERROR
                       MOVE ZERO TO WS-CALC-VARIACAO
               END-COMPUTE
               MOVE WS-CALC-VARIACAO TO WS-LSD-VARIACAO
               MOVE WS-LINHA-SUBTOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               ADD WS-DEP-ORCADO TO WS-GER-ORCADO
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
               ADD WS-DEP-REALIZADO TO WS-GER-REALIZADO
                   ON SIZE ERROR
                       CONTINUE
               END-ADD.

      *    Uma linha por operacao com orcado ou realizado, e a linha
      *    de total do centro. Centro com realizado e sem orcamento,
      *    ou com variacao percentual acima da tolerancia, ganha
      *    linha de destaque.
           GRAVA-CENTRO-CUSTO.
               MOVE "S" TO WS-OCC-IMPRESSO(WS-IND-VARRE)
               MOVE WS-OCC-CODIGO(WS-IND-VARRE) TO WS-LCC-CODIGO
               MOVE WS-OCC-DESCRICAO(WS-IND-VARRE) TO WS-LCC-DESCRICAO
               MOVE WS-LINHA-CCUSTO TO PRINT-RECORD
               WRITE PRINT-RECORD
               PERFORM VARYING WS-IND-OP FROM 1 BY 1
                       UNTIL WS-IND-OP > 4
                   IF WS-OCC-OP-ORCADO(WS-IND-VARRE WS-IND-OP)
                           NOT = ZERO OR
                      WS-OCC-OP-REALIZADO(WS-IND-VARRE WS-IND-OP)
                           NOT = ZERO
                       MOVE SPACES TO WS-LOP-ROTULO
                       STRING "  OP: " WS-COD-OP(WS-IND-OP)
                           DELIMITED BY SIZE INTO WS-LOP-ROTULO
                       MOVE WS-OCC-OP-ORCADO(WS-IND-VARRE WS-IND-OP)
                           TO WS-CALC-ORCADO
                       MOVE WS-OCC-OP-REALIZADO
                               (WS-IND-VARRE WS-IND-OP)
                           TO WS-CALC-REALIZADO
                       PERFORM GRAVA-LINHA-VARIACAO
                   END-IF
               END-PERFORM
               MOVE "  TOTAL" TO WS-LOP-ROTULO
               MOVE WS-OCC-ORCADO(WS-IND-VARRE) TO WS-CALC-ORCADO
               MOVE WS-OCC-REALIZADO(WS-IND-VARRE) TO WS-CALC-REALIZADO
               PERFORM GRAVA-LINHA-VARIACAO
               IF WS-OCC-TEM-ORCAMENTO(WS-IND-VARRE) NOT = "S" OR
                  WS-CALC-ORCADO = ZERO
                   IF WS-CALC-REALIZADO NOT = ZERO
                       ADD 1 TO WS-QTD-SEM-ORCAMENTO
                       MOVE "SEM ORCAMENTO NO MES" TO WS-LDQ-TEXTO
                       MOVE WS-LINHA-DESTAQUE TO PRINT-RECORD
                       WRITE PRINT-RECORD
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               ELSE
                   IF WS-CALC-VARIACAO > ZERO AND
                      WS-CALC-PERCENTUAL > WS-TOLERANCIA
                       ADD 1 TO WS-QTD-ACIMA-TOLERANCIA
                       MOVE "ACIMA DA TOLERANCIA" TO WS-LDQ-TEXTO
                       MOVE WS-LINHA-DESTAQUE TO PRINT-RECORD
                       WRITE PRINT-RECORD
                       MOVE 4 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF
               ADD WS-OCC-ORCADO(WS-IND-VARRE) TO WS-DEP-ORCADO
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
               ADD WS-OCC-REALIZADO(WS-IND-VARRE) TO WS-DEP-REALIZADO
                   ON SIZE ERROR
                       CONTINUE
               END-ADD.

           GRAVA-LINHA-VARIACAO.
               COMPUTE WS-CALC-VARIACAO =
                   WS-CALC-REALIZADO - WS-CALC-ORCADO
                   ON SIZE ERROR
                       MOVE ZERO TO WS-CALC-VARIACAO
               END-COMPUTE
               MOVE WS-CALC-ORCADO TO WS-LOP-ORCADO
               MOVE WS-CALC-REALIZADO TO WS-LOP-REALIZADO
               MOVE WS-CALC-VARIACAO TO WS-LOP-VARIACAO
               IF WS-CALC-ORCADO = ZERO
                   MOVE ZERO TO WS-CALC-PERCENTUAL
                   MOVE " S/ORC" TO WS-LOP-PERCENTUAL
               ELSE
                   COMPUTE WS-CALC-PERCENTUAL ROUNDED =
                       WS-CALC-VARIACAO * 100 / WS-CALC-ORCADO
                       ON SIZE ERROR
                           MOVE 9999.99 TO WS-CALC-PERCENTUAL
                   END-COMPUTE
                   MOVE WS-CALC-PERCENTUAL TO WS-PERC-EDITADO
                   MOVE WS-PERC-EDITADO TO WS-LOP-PERCENTUAL
               END-IF
               MOVE WS-LINHA-OPERACAO TO PRINT-RECORD
               WRITE PRINT-RECORD.

           GRAVA-TOTAIS.
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "ORCAMENTOS LIDOS:       " TO WS-TOT-TITULO
               MOVE WS-QTD-ORCAMENTO-LIDOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "REALIZADOS LIDOS:       " TO WS-TOT-TITULO
               MOVE WS-QTD-REALCC-LIDOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "CENTROS DE CUSTO:       " TO WS-TOT-TITULO
               MOVE WS-QTD-CCUSTOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "ACIMA DA TOLERANCIA:    " TO WS-TOT-TITULO
               MOVE WS-QTD-ACIMA-TOLERANCIA TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "SEM ORCAMENTO:          " TO WS-TOT-TITULO
               MOVE WS-QTD-SEM-ORCAMENTO TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               DISPLAY "ORCADO X REALIZADO " WS-MES-REFERENCIA ": "
                   WS-QTD-CCUSTOS " CENTROS, "
                   WS-QTD-ACIMA-TOLERANCIA " ACIMA DA TOLERANCIA".
