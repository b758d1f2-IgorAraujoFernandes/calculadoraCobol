                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HISTD-STATUS.

               SELECT SALDO-ENT-FILE ASSIGN TO "SALDOENT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SALDO-ENT-STATUS.

               SELECT SALDO-SAI-FILE ASSIGN TO "SALDOSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SALDO-SAI-STATUS.

               SELECT PRINT-FILE ASSIGN TO "RELFECHA"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.
               RECORDING MODE IS F.
           COPY CBHISTD.

           FD  SALDO-ENT-FILE
               RECORDING MODE IS F.
           COPY CBSALDO.

           FD  SALDO-SAI-FILE
               RECORDING MODE IS F.
       01  SALDO-SAI-RECORD            PIC X(86).

           FD  PRINT-FILE
               RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).
           05  WS-PERIOD-ENT-STATUS    PIC X(02).
           05  WS-PERIOD-SAI-STATUS    PIC X(02).
           05  WS-HISTD-STATUS         PIC X(02).
           05  WS-SALDO-ENT-STATUS     PIC X(02).
           05  WS-SALDO-SAI-STATUS     PIC X(02).
           05  WS-PRINT-STATUS         PIC X(02).
           05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88  FIM-DO-ARQUIVO             VALUE "S".
       01  WS-ACHOU-PERIODO            PIC X(01) VALUE "N".
           88  ACHOU-PERIODO                  VALUE "S".

       01  WS-CADASTRO-SALDOS.
           05  WS-QTD-SALDOS           PIC 9(04) VALUE ZERO.
           05  WS-SALDO-TAB OCCURS 3000 TIMES.
               10  WS-SLD-CHAVE.
                   15  WS-SLD-CONTA    PIC X(10).
                   15  WS-SLD-MES      PIC 9(06).
               10  WS-SLD-INICIAL      PIC S9(12)V99.
               10  WS-SLD-DEBITOS      PIC S9(12)V99.
               10  WS-SLD-CREDITOS     PIC S9(12)V99.
               10  WS-SLD-FINAL        PIC S9(12)V99.
               10  WS-SLD-ULT-CONC     PIC X(14).
       01  WS-IND-SALDO                PIC 9(04) VALUE ZERO.
       01  WS-IND-SALDO-ACHADO         PIC 9(04) VALUE ZERO.
       01  WS-IND-INSERCAO             PIC 9(04) VALUE ZERO.
       01  WS-IND-DESLOCA              PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-SALDO              PIC X(01) VALUE "N".
           88  ACHOU-SALDO                    VALUE "S".
       01  WS-CHAVE-PROCURA.
           05  WS-CHP-CONTA            PIC X(10).
           05  WS-CHP-MES              PIC 9(06).
       01  WS-MES-SEGUINTE             PIC 9(06) VALUE ZERO.
       01  WS-MES-SEGUINTE-R REDEFINES WS-MES-SEGUINTE.
           05  WS-MSG-AAAA             PIC 9(04).
           05  WS-MSG-MM               PIC 9(02).
       01  WS-SALDO-TRANSPORTADO       PIC S9(12)V99 VALUE ZERO.
       01  WS-QTD-TRANSPORTADAS        PIC 9(04) VALUE ZERO.

       01  WS-DATA-VERIFICADA          PIC 9(08) VALUE ZERO.
       01  WS-DIA-VERIFICADO           PIC S9(09) VALUE ZERO.
       01  WS-DIA-SEMANA               PIC S9(09) VALUE ZERO.
                  PERFORM GRAVA-CERTIFICADO
                  PERFORM ATUALIZA-PERIODOS
                  PERFORM GRAVA-PERIODOS-SAIDA
                  PERFORM TRANSPORTA-SALDOS
              END-IF
              CLOSE PRINT-FILE
              MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                   END-PERFORM
                   CLOSE PERIOD-SAI-FILE
               END-IF.

      *    O saldo final de cada conta no mes fechado passa a ser o
      *    saldo inicial da conta no mes seguinte (SALDOENT entra,
      *    SALDOSAI sai). Conta com saldo final zero so e transportada
      *    se ja tiver registro no mes seguinte.
           TRANSPORTA-SALDOS.
               OPEN INPUT SALDO-ENT-FILE
               IF WS-SALDO-ENT-STATUS NOT = "00"
                   DISPLAY "AVISO: CADASTRO SALDOENT INDISPONIVEL -"
                       " FILE STATUS " WS-SALDO-ENT-STATUS
                   MOVE "SALDOENT INDISPONIVEL - SEM TRANSPORTE"
                       TO PRINT-RECORD
                   WRITE PRINT-RECORD
               ELSE
                   PERFORM CARREGA-SALDOS
                   MOVE WS-MES-REFERENCIA TO WS-MES-SEGUINTE
                   IF WS-MSG-MM = 12
                       ADD 1 TO WS-MSG-AAAA
                       MOVE 1 TO WS-MSG-MM
                   ELSE
                       ADD 1 TO WS-MSG-MM
                   END-IF
                   PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                           UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                       IF WS-SLD-MES(WS-IND-SALDO) = WS-MES-REFERENCIA
                           PERFORM TRANSPORTA-UMA-CONTA
                       END-IF
                   END-PERFORM
                   PERFORM GRAVA-SALDOS-SAIDA
                   MOVE "CONTAS TRANSPORTADAS:   " TO WS-TOT-TITULO
                   MOVE WS-QTD-TRANSPORTADAS TO WS-TOT-VALOR
                   MOVE WS-LINHA-TOTAL TO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF.

           CARREGA-SALDOS.
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ SALDO-ENT-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM GUARDA-SALDO
                   END-READ
                   IF WS-SALDO-ENT-STATUS NOT = "00" AND
                      WS-SALDO-ENT-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM SALDOENT - FILE"
                           " STATUS " WS-SALDO-ENT-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE SALDO-ENT-FILE.

           GUARDA-SALDO.
               IF WS-QTD-SALDOS < 3000
                   ADD 1 TO WS-QTD-SALDOS
                   MOVE SALDO-CONTA TO WS-SLD-CONTA(WS-QTD-SALDOS)
                   MOVE SALDO-MES TO WS-SLD-MES(WS-QTD-SALDOS)
                   MOVE SALDO-INICIAL TO WS-SLD-INICIAL(WS-QTD-SALDOS)
                   MOVE SALDO-DEBITOS TO WS-SLD-DEBITOS(WS-QTD-SALDOS)
                   MOVE SALDO-CREDITOS
                       TO WS-SLD-CREDITOS(WS-QTD-SALDOS)
                   MOVE SALDO-FINAL TO WS-SLD-FINAL(WS-QTD-SALDOS)
                   MOVE SALDO-ULT-CONCILIACAO
                       TO WS-SLD-ULT-CONC(WS-QTD-SALDOS)
               ELSE
                   DISPLAY "ERRO FATAL: TABELA DE SALDOS CHEIA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           TRANSPORTA-UMA-CONTA.
               MOVE WS-SLD-FINAL(WS-IND-SALDO) TO WS-SALDO-TRANSPORTADO
               MOVE WS-SLD-CONTA(WS-IND-SALDO) TO WS-CHP-CONTA
               MOVE WS-MES-SEGUINTE TO WS-CHP-MES
               PERFORM PROCURA-SALDO
               IF NOT ACHOU-SALDO AND WS-SALDO-TRANSPORTADO NOT = ZERO
                   PERFORM CRIA-SALDO
               END-IF
               IF ACHOU-SALDO
                   ADD 1 TO WS-QTD-TRANSPORTADAS
                   MOVE WS-SALDO-TRANSPORTADO
                       TO WS-SLD-INICIAL(WS-IND-SALDO-ACHADO)
                   COMPUTE WS-SLD-FINAL(WS-IND-SALDO-ACHADO) =
                       WS-SLD-INICIAL(WS-IND-SALDO-ACHADO)
                       + WS-SLD-DEBITOS(WS-IND-SALDO-ACHADO)
                       - WS-SLD-CREDITOS(WS-IND-SALDO-ACHADO)
               END-IF.

      *    Procura conta e mes de WS-CHAVE-PROCURA. Nao achando,
      *    WS-IND-INSERCAO aponta a posicao onde a chave deve entrar.
           PROCURA-SALDO.
               MOVE "N" TO WS-ACHOU-SALDO
               MOVE ZERO TO WS-IND-SALDO-ACHADO
               COMPUTE WS-IND-INSERCAO = WS-QTD-SALDOS + 1
               PERFORM VARYING WS-IND-DESLOCA FROM 1 BY 1
                       UNTIL WS-IND-DESLOCA > WS-QTD-SALDOS
                       OR ACHOU-SALDO
                       OR WS-IND-INSERCAO <= WS-QTD-SALDOS
                   IF WS-SLD-CHAVE(WS-IND-DESLOCA) = WS-CHAVE-PROCURA
                       SET ACHOU-SALDO TO TRUE
                       MOVE WS-IND-DESLOCA TO WS-IND-SALDO-ACHADO
                   ELSE
                       IF WS-SLD-CHAVE(WS-IND-DESLOCA) >
                               WS-CHAVE-PROCURA
                           MOVE WS-IND-DESLOCA TO WS-IND-INSERCAO
                       END-IF
                   END-IF
               END-PERFORM.

           CRIA-SALDO.
               IF WS-QTD-SALDOS NOT < 3000
                   DISPLAY "ERRO FATAL: TABELA DE SALDOS CHEIA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-IND-DESLOCA FROM WS-QTD-SALDOS BY -1
                       UNTIL WS-IND-DESLOCA < WS-IND-INSERCAO
                   MOVE WS-SALDO-TAB(WS-IND-DESLOCA)
                       TO WS-SALDO-TAB(WS-IND-DESLOCA + 1)
               END-PERFORM
               ADD 1 TO WS-QTD-SALDOS
               MOVE WS-IND-INSERCAO TO WS-IND-SALDO-ACHADO
               MOVE WS-CHP-CONTA TO WS-SLD-CONTA(WS-IND-SALDO-ACHADO)
               MOVE WS-CHP-MES TO WS-SLD-MES(WS-IND-SALDO-ACHADO)
               MOVE ZERO TO WS-SLD-INICIAL(WS-IND-SALDO-ACHADO)
               MOVE ZERO TO WS-SLD-DEBITOS(WS-IND-SALDO-ACHADO)
               MOVE ZERO TO WS-SLD-CREDITOS(WS-IND-SALDO-ACHADO)
               MOVE ZERO TO WS-SLD-FINAL(WS-IND-SALDO-ACHADO)
               MOVE SPACES TO WS-SLD-ULT-CONC(WS-IND-SALDO-ACHADO)
               SET ACHOU-SALDO TO TRUE.

           GRAVA-SALDOS-SAIDA.
               OPEN OUTPUT SALDO-SAI-FILE
               IF WS-SALDO-SAI-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SALDOSAI"
                       " - FILE STATUS " WS-SALDO-SAI-STATUS
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                           UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                       MOVE WS-SLD-CONTA(WS-IND-SALDO) TO SALDO-CONTA
                       MOVE WS-SLD-MES(WS-IND-SALDO) TO SALDO-MES
                       MOVE WS-SLD-INICIAL(WS-IND-SALDO)
                           TO SALDO-INICIAL
                       MOVE WS-SLD-DEBITOS(WS-IND-SALDO)
                           TO SALDO-DEBITOS
                       MOVE WS-SLD-CREDITOS(WS-IND-SALDO)
                           TO SALDO-CREDITOS
                       MOVE WS-SLD-FINAL(WS-IND-SALDO) TO SALDO-FINAL
                       MOVE WS-SLD-ULT-CONC(WS-IND-SALDO)
                           TO SALDO-ULT-CONCILIACAO
                       MOVE SALDO-RECORD TO SALDO-SAI-RECORD
                       WRITE SALDO-SAI-RECORD
                   END-PERFORM
                   CLOSE SALDO-SAI-FILE
               END-IF.
