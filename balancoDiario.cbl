                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GL-STATUS.

               SELECT APROV-NOV-FILE ASSIGN TO "APROVNOV"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-APROV-NOV-STATUS.

               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-STATUS.
           FD  GL-FILE
               RECORDING MODE IS F.
           COPY CBGLINT.
           COPY CBGLCTL.

           FD  APROV-NOV-FILE
               RECORDING MODE IS F.
           COPY CBAPROV.

           FD  RUNLOG-FILE
               RECORDING MODE IS F.
           05  WS-EXCEPTION-STATUS     PIC X(02).
           05  WS-DUPL-STATUS          PIC X(02).
           05  WS-GL-STATUS            PIC X(02).
           05  WS-APROV-NOV-STATUS     PIC X(02).
           05  WS-RUNLOG-STATUS        PIC X(02).
           05  WS-PRINT-STATUS         PIC X(02).
           05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
           05  WS-QTD-REJEITOS         PIC 9(08) VALUE ZERO.
           05  WS-QTD-EXCECOES         PIC 9(08) VALUE ZERO.
           05  WS-QTD-DUPLICADAS       PIC 9(08) VALUE ZERO.
           05  WS-QTD-PEND-APROVACAO   PIC 9(08) VALUE ZERO.
           05  WS-QTD-GL               PIC 9(08) VALUE ZERO.
           05  WS-QTD-DIARIOS          PIC 9(08) VALUE ZERO.
           05  WS-QTD-DIARIOS-QUEBRA   PIC 9(08) VALUE ZERO.
       01  WS-TOTAL-RESULTADOS         PIC S9(12)V99 VALUE ZERO.
       01  WS-TOTAL-GL                 PIC S9(12)V99 VALUE ZERO.

           05  WS-RUN-MODO             PIC X(01) VALUE SPACES.
               88  RUN-EM-SIMULACAO           VALUE "S".

      *    Diario GL em conferencia no INTERFGL e a lista dos
      *    diarios fora de balanco, impressa junto da equacao.
       01  WS-DIARIO-CORRENTE.
           05  WS-DIARIO-ABERTO        PIC X(01) VALUE "N".
               88  DIARIO-ABERTO              VALUE "S".
           05  WS-DIA-ID               PIC X(08) VALUE SPACES.
           05  WS-DIA-QTD-LINHAS       PIC 9(06) VALUE ZERO.
           05  WS-DIA-DEBITOS          PIC S9(12)V99 VALUE ZERO.
           05  WS-DIA-CREDITOS         PIC S9(12)V99 VALUE ZERO.
       01  WS-MOTIVO-DIARIO            PIC X(30) VALUE SPACES.

       01  WS-DIARIOS-QUEBRADOS.
           05  WS-DQB OCCURS 50 TIMES.
               10  WS-DQB-ID           PIC X(08).
               10  WS-DQB-MOTIVO       PIC X(30).
       01  WS-IND-DQB                  PIC 9(04) VALUE ZERO.

       01  WS-SOMA-RUNLOG              PIC 9(09) VALUE ZERO.
       01  WS-SOMA-SAIDAS              PIC 9(09) VALUE ZERO.

           05  FILLER                  PIC X(10) VALUE " INTERFGL:".
           05  WS-VAL-GL               PIC -(12)9.99.

       01  WS-LINHA-DIARIO-QUEBRADO.
           05  FILLER                  PIC X(09) VALUE "  DIARIO ".
           05  WS-LDQ-ID               PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LDQ-MOTIVO           PIC X(30).

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TITULO           PIC X(24).
           05  WS-TOT-VALOR            PIC ZZZZZZZ9.
              PERFORM APURA-REJEITOS
              PERFORM APURA-EXCECOES
              PERFORM APURA-DUPLICADAS
              PERFORM APURA-PENDENTES-APROVACAO
              PERFORM APURA-INTERFACE-GL
              PERFORM LER-RUNLOG
              PERFORM GRAVA-CONTAGENS
                   ADD 1 TO WS-QTD-EXCECOES
               END-IF.

      *    Transacoes retidas para aprovacao no APROVNOV: nao foram
      *    lancadas nem rejeitadas, mas sao detalhe de lote aceito.
           APURA-PENDENTES-APROVACAO.
               OPEN INPUT APROV-NOV-FILE
               IF WS-APROV-NOV-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ APROV-NOV-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               ADD 1 TO WS-QTD-PEND-APROVACAO
                       END-READ
                       IF WS-APROV-NOV-STATUS NOT = "00" AND
                          WS-APROV-NOV-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM APROVNOV -"
                               " FILE STATUS " WS-APROV-NOV-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE APROV-NOV-FILE
               ELSE
                   DISPLAY "AVISO: ARQUIVO APROVNOV INDISPONIVEL -"
                       " FILE STATUS " WS-APROV-NOV-STATUS
               END-IF.

           APURA-DUPLICADAS.
               OPEN INPUT DUPL-FILE
               IF WS-DUPL-STATUS = "00"
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM CLASSIFICA-REGISTRO-GL
                       END-READ
                       IF WS-GL-STATUS NOT = "00" AND
                          WS-GL-STATUS NOT = "10"
                       END-IF
                   END-PERFORM
                   CLOSE GL-FILE
                   IF DIARIO-ABERTO
                       MOVE "DIARIO SEM TRAILER" TO WS-MOTIVO-DIARIO
                       PERFORM REGISTRA-DIARIO-QUEBRADO
                   END-IF
               ELSE
                   DISPLAY "AVISO: ARQUIVO INTERFGL INDISPONIVEL -"
                       " FILE STATUS " WS-GL-STATUS
               END-IF.

      *    O INTERFGL traz um diario por lote aceito. Cada linha a
      *    debito corresponde a um resultado (equacao com RESULTOUT);
      *    o trailer de cada diario precisa conferir com as linhas
      *    lidas e os debitos precisam igualar os creditos.
           CLASSIFICA-REGISTRO-GL.
               EVALUATE TRUE
                   WHEN GLH-REGISTRO-HEADER
                       IF DIARIO-ABERTO
                           MOVE "DIARIO SEM TRAILER"
                               TO WS-MOTIVO-DIARIO
                           PERFORM REGISTRA-DIARIO-QUEBRADO
                       END-IF
                       SET DIARIO-ABERTO TO TRUE
                       MOVE GLH-ID-DIARIO TO WS-DIA-ID
                       MOVE ZERO TO WS-DIA-QTD-LINHAS
                       MOVE ZERO TO WS-DIA-DEBITOS
                       MOVE ZERO TO WS-DIA-CREDITOS
                       ADD 1 TO WS-QTD-DIARIOS
                   WHEN GLT-REGISTRO-TRAILER
                       IF DIARIO-ABERTO
                           PERFORM CONFERE-TRAILER-DIARIO
                       ELSE
                           MOVE GLT-ID-DIARIO TO WS-DIA-ID
                           MOVE "TRAILER SEM HEADER DE DIARIO"
                               TO WS-MOTIVO-DIARIO
                           PERFORM REGISTRA-DIARIO-QUEBRADO
                       END-IF
                       MOVE "N" TO WS-DIARIO-ABERTO
                   WHEN OTHER
                       PERFORM ACUMULA-LINHA-DIARIO
               END-EVALUATE.

           ACUMULA-LINHA-DIARIO.
               IF NOT DIARIO-ABERTO
                   MOVE GL-ID-DIARIO TO WS-DIA-ID
                   MOVE "LINHA FORA DE DIARIO" TO WS-MOTIVO-DIARIO
                   PERFORM REGISTRA-DIARIO-QUEBRADO
               END-IF
               ADD 1 TO WS-DIA-QTD-LINHAS
               IF GL-VALOR NOT NUMERIC
                   MOVE "LINHA COM VALOR INVALIDO" TO WS-MOTIVO-DIARIO
                   PERFORM REGISTRA-DIARIO-QUEBRADO
               ELSE
                   EVALUATE TRUE
                       WHEN GL-DEBITO
                           ADD 1 TO WS-QTD-GL
                           ADD GL-VALOR TO WS-TOTAL-GL
                               ON SIZE ERROR
                                   CONTINUE
                           END-ADD
                           ADD GL-VALOR TO WS-DIA-DEBITOS
                               ON SIZE ERROR
                                   CONTINUE
                           END-ADD
                       WHEN GL-CREDITO
                           ADD GL-VALOR TO WS-DIA-CREDITOS
                               ON SIZE ERROR
                                   CONTINUE
                           END-ADD
                       WHEN OTHER
                           MOVE "LINHA SEM NATUREZA D/C"
                               TO WS-MOTIVO-DIARIO
                           PERFORM REGISTRA-DIARIO-QUEBRADO
                   END-EVALUATE
               END-IF.

           CONFERE-TRAILER-DIARIO.
               MOVE SPACES TO WS-MOTIVO-DIARIO
               EVALUATE TRUE
                   WHEN GLT-ID-DIARIO NOT = WS-DIA-ID
                       MOVE "TRAILER DE OUTRO DIARIO"
                           TO WS-MOTIVO-DIARIO
                   WHEN GLT-QTD-LINHAS NOT NUMERIC OR
                        GLT-TOTAL-DEBITOS NOT NUMERIC OR
                        GLT-TOTAL-CREDITOS NOT NUMERIC
                       MOVE "TRAILER COM CAMPOS INVALIDOS"
                           TO WS-MOTIVO-DIARIO
                   WHEN GLT-QTD-LINHAS NOT = WS-DIA-QTD-LINHAS
                       MOVE "QUANTIDADE DE LINHAS DIFERE"
                           TO WS-MOTIVO-DIARIO
                   WHEN GLT-TOTAL-DEBITOS NOT = WS-DIA-DEBITOS
                       MOVE "TOTAL A DEBITO DIFERE"
                           TO WS-MOTIVO-DIARIO
                   WHEN GLT-TOTAL-CREDITOS NOT = WS-DIA-CREDITOS
                       MOVE "TOTAL A CREDITO DIFERE"
                           TO WS-MOTIVO-DIARIO
                   WHEN WS-DIA-DEBITOS NOT = WS-DIA-CREDITOS
                       MOVE "DEBITOS DIFEREM DOS CREDITOS"
                           TO WS-MOTIVO-DIARIO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-MOTIVO-DIARIO NOT = SPACES
                   PERFORM REGISTRA-DIARIO-QUEBRADO
               END-IF.

           REGISTRA-DIARIO-QUEBRADO.
               ADD 1 TO WS-QTD-DIARIOS-QUEBRA
               IF WS-QTD-DIARIOS-QUEBRA <= 50
                   MOVE WS-DIA-ID TO WS-DQB-ID(WS-QTD-DIARIOS-QUEBRA)
                   MOVE WS-MOTIVO-DIARIO
                       TO WS-DQB-MOTIVO(WS-QTD-DIARIOS-QUEBRA)
               END-IF.

      *    Usa o ultimo registro do RUNLOG com a data de hoje; se o
      *    dia nao tiver registro, usa o ultimo registro gravado.
           LER-RUNLOG.
               MOVE WS-QTD-DUPLICADAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "PENDENTES DE APROVACAO: " TO WS-TOT-TITULO
               MOVE WS-QTD-PEND-APROVACAO TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "LANCAMENTOS GL:         " TO WS-TOT-TITULO
               MOVE WS-QTD-GL TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "DIARIOS GL:             " TO WS-TOT-TITULO
               MOVE WS-QTD-DIARIOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

           AVALIA-EQUACOES.
               PERFORM AVALIA-EQUACAO-RUNLOG
               PERFORM AVALIA-EQUACAO-GL
               PERFORM AVALIA-EQUACAO-DIARIOS
               PERFORM AVALIA-EQUACAO-TRAILER
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF.

      *    Um diario por lote aceito, todos com trailer conferido e
      *    debitos iguais aos creditos.
           AVALIA-EQUACAO-DIARIOS.
               MOVE "DIARIOS GL: DEBITOS = CREDITOS"
                   TO WS-EQU-TEXTO
               IF RUNLOG-ACHADO AND RUN-EM-SIMULACAO
                   MOVE "NAO APLICAVEL" TO WS-EQU-VERDICTO
                   MOVE WS-LINHA-EQUACAO TO PRINT-RECORD
                   WRITE PRINT-RECORD
               ELSE
                   IF WS-QTD-DIARIOS-QUEBRA = ZERO AND
                      (WS-QTD-DIARIOS = WS-QTD-LOTES-ACEITOS OR
                       NOT LOTACE-DISPONIVEL)
                       MOVE "IN BALANCE" TO WS-EQU-VERDICTO
                   ELSE
                       MOVE "OUT OF BALANCE" TO WS-EQU-VERDICTO
                       SET HA-QUEBRA TO TRUE
                   END-IF
                   MOVE WS-LINHA-EQUACAO TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   MOVE WS-QTD-LOTES-ACEITOS TO WS-LAD-ESPERADO
                   MOVE WS-QTD-DIARIOS TO WS-LAD-APURADO
                   MOVE WS-LINHA-LADOS TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   PERFORM VARYING WS-IND-DQB FROM 1 BY 1
                           UNTIL WS-IND-DQB > WS-QTD-DIARIOS-QUEBRA
                           OR WS-IND-DQB > 50
                       MOVE WS-DQB-ID(WS-IND-DQB) TO WS-LDQ-ID
                       MOVE WS-DQB-MOTIVO(WS-IND-DQB) TO WS-LDQ-MOTIVO
                       MOVE WS-LINHA-DIARIO-QUEBRADO TO PRINT-RECORD
                       WRITE PRINT-RECORD
                   END-PERFORM
               END-IF.

           AVALIA-EQUACAO-TRAILER.
               MOVE "LOTES ACEITOS = RESULT + REJ + EXC + APROV"
                   TO WS-EQU-TEXTO
               IF NOT LOTACE-DISPONIVEL
                   MOVE "OUT OF BALANCE" TO WS-EQU-VERDICTO
                   WRITE PRINT-RECORD
               ELSE
                   COMPUTE WS-SOMA-SAIDAS = WS-QTD-RESULTADOS +
                       WS-QTD-REJEITOS + WS-QTD-EXCECOES +
                       WS-QTD-PEND-APROVACAO
                   IF WS-QTD-DETALHE-TRAILER = WS-SOMA-SAIDAS
                       MOVE "IN BALANCE" TO WS-EQU-VERDICTO
                   ELSE
