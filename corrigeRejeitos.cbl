
           FD  PEND-FILE
               RECORDING MODE IS F.
       01  PEND-RECORD                 PIC X(149).

           FD  PRINT-FILE
               RECORDING MODE IS F.
       01  WS-CONTROLE-LOTE.
           05  WS-LOTE-HASH1           PIC S9(13)V99 VALUE ZERO.
           05  WS-LOTE-HASH2           PIC S9(13)V99 VALUE ZERO.
           05  WS-LOTE-CONTAGEM        PIC 9(08) VALUE ZERO.
           05  WS-QTD-LOTES-RECICLO    PIC 9(04) VALUE ZERO.
           05  WS-ID-LOTE-RECICLO.
               10  FILLER              PIC X(05) VALUE "RECIC".
               10  WS-SEQ-LOTE-RECICLO PIC 9(03) VALUE ZERO.
           05  WS-ORIGEM-LOTE          PIC X(08).

      *    Transacoes recicladas guardadas com a origem do lote em
      *    que foram rejeitadas - cada origem volta num lote proprio,
      *    para que nova rejeicao continue atribuida a origem.
       01  WS-TABELA-RECICLO.
           05  WS-QTD-RECICLO          PIC 9(04) VALUE ZERO.
           05  WS-RECICLO OCCURS 500 TIMES.
               10  WS-RCL-ORIGEM       PIC X(08).
               10  WS-RCL-REGISTRO     PIC X(95).

       01  WS-TABELA-ORIGENS.
           05  WS-QTD-ORIGENS          PIC 9(04) VALUE ZERO.
           05  WS-ORG-ORIGEM OCCURS 500 TIMES
                                       PIC X(08).

       01  WS-IND-RECICLO              PIC 9(04) VALUE ZERO.
       01  WS-IND-ORIGEM               PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-ORIGEM             PIC X(01) VALUE "N".
           88  ACHOU-ORIGEM                   VALUE "S".

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAAMMDD        PIC 9(08).
              PERFORM CARREGA-CORRECOES
              PERFORM LER-REJEITO
              PERFORM PROCESSA-REJEITOS UNTIL FIM-DOS-REJEITOS
              PERFORM GRAVA-LOTES-RECICLO
              PERFORM GRAVA-TOTAIS
              PERFORM FECHAR-ARQUIVOS
              STOP RUN.
               ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
               STRING WS-DATA-DD "/" WS-DATA-MM "/" WS-DATA-AAAA
                   DELIMITED BY SIZE INTO WS-DATA-FORMATADA
               MOVE WS-DATA-FORMATADA TO WS-CAB1-DATA
               MOVE WS-CABECALHO-1 TO PRINT-RECORD
               WRITE PRINT-RECORD
                   END-IF
               END-PERFORM.

      *    Grava em TRANSREC um lote H/D/T por origem das
      *    transacoes recicladas (ID RECICnnn, HDR-ORIGEM = origem
      *    do lote rejeitado; CORRREJ quando o rejeito nao a traz).
      *    Sem nada reciclado, grava um lote vazio CORRREJ.
           GRAVA-LOTES-RECICLO.
               IF WS-QTD-ORIGENS = ZERO
                   MOVE "CORRREJ" TO WS-ORIGEM-LOTE
                   PERFORM GRAVA-HEADER-LOTE
                   PERFORM GRAVA-TRAILER-LOTE
               END-IF
               PERFORM VARYING WS-IND-ORIGEM FROM 1 BY 1
                       UNTIL WS-IND-ORIGEM > WS-QTD-ORIGENS
                   MOVE WS-ORG-ORIGEM(WS-IND-ORIGEM) TO WS-ORIGEM-LOTE
                   PERFORM GRAVA-HEADER-LOTE
                   PERFORM VARYING WS-IND-RECICLO FROM 1 BY 1
                           UNTIL WS-IND-RECICLO > WS-QTD-RECICLO
                       IF WS-RCL-ORIGEM(WS-IND-RECICLO) = WS-ORIGEM-LOTE
                           PERFORM GRAVA-DETALHE-LOTE
                       END-IF
                   END-PERFORM
                   PERFORM GRAVA-TRAILER-LOTE
               END-PERFORM.

           GRAVA-HEADER-LOTE.
               ADD 1 TO WS-SEQ-LOTE-RECICLO
               ADD 1 TO WS-QTD-LOTES-RECICLO
               MOVE ZERO TO WS-LOTE-CONTAGEM
               MOVE ZERO TO WS-LOTE-HASH1
               MOVE ZERO TO WS-LOTE-HASH2
               MOVE SPACES TO TRANS-HEADER-RECORD
               MOVE "H" TO HDR-TIPO-REG
               MOVE WS-ID-LOTE-RECICLO TO HDR-ID-LOTE
               MOVE WS-ORIGEM-LOTE TO HDR-ORIGEM
               MOVE WS-DATA-AAAAMMDD TO HDR-DATA-MOVIMENTO
               WRITE TRANS-HEADER-RECORD.

           GRAVA-DETALHE-LOTE.
               MOVE WS-RCL-REGISTRO(WS-IND-RECICLO) TO TRANS-RECORD
               WRITE TRANS-RECORD
               ADD 1 TO WS-LOTE-CONTAGEM
               ADD TRANS-NUMERO1 TO WS-LOTE-HASH1
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
               ADD TRANS-NUMERO2 TO WS-LOTE-HASH2
                   ON SIZE ERROR
                       CONTINUE
               END-ADD.

           GRAVA-TRAILER-LOTE.
               MOVE SPACES TO TRANS-TRAILER-RECORD
               MOVE "T" TO TRL-TIPO-REG
               MOVE WS-LOTE-CONTAGEM TO TRL-CONTAGEM
               MOVE WS-LOTE-HASH1 TO TRL-HASH-NUMERO1
               MOVE WS-LOTE-HASH2 TO TRL-HASH-NUMERO2
               WRITE TRANS-TRAILER-RECORD.

           GUARDA-RECICLO.
               IF WS-QTD-RECICLO >= 500
                   DISPLAY "ERRO FATAL: MAIS DE 500 TRANSACOES"
                       " RECICLADAS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-RECICLO
               IF REJECT-ORIGEM = SPACES OR LOW-VALUES
                   MOVE "CORRREJ" TO WS-RCL-ORIGEM(WS-QTD-RECICLO)
               ELSE
                   MOVE REJECT-ORIGEM TO WS-RCL-ORIGEM(WS-QTD-RECICLO)
               END-IF
               MOVE TRANS-RECORD TO WS-RCL-REGISTRO(WS-QTD-RECICLO)
               MOVE "N" TO WS-ACHOU-ORIGEM
               PERFORM VARYING WS-IND-ORIGEM FROM 1 BY 1
                       UNTIL WS-IND-ORIGEM > WS-QTD-ORIGENS
                       OR ACHOU-ORIGEM
                   IF WS-ORG-ORIGEM(WS-IND-ORIGEM) =
                      WS-RCL-ORIGEM(WS-QTD-RECICLO)
                       SET ACHOU-ORIGEM TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ACHOU-ORIGEM
                   ADD 1 TO WS-QTD-ORIGENS
                   MOVE WS-RCL-ORIGEM(WS-QTD-RECICLO)
                       TO WS-ORG-ORIGEM(WS-QTD-ORIGENS)
               END-IF.

           RECICLA-REJEITO.
               IF REJECT-TIPO-REG = "E"
                   MOVE "E" TO TRANS-TIPO-REG
                   MOVE REJECT-ID-ESTORNADO TO TRANS-ID-ESTORNADO
               ELSE
                   MOVE "D" TO TRANS-TIPO-REG
                   MOVE SPACES TO TRANS-ID-ESTORNADO
               END-IF
               IF WS-COR-TRANS-ID(WS-IND-ACHADA) = SPACES
                   MOVE REJECT-ID TO TRANS-ID
               ELSE
               ELSE
                   MOVE REJECT-MOTIVO-ORIGINAL TO TRANS-MOTIVO-ORIGINAL
               END-IF
               PERFORM GUARDA-RECICLO
               ADD 1 TO WS-QTD-RECICLADOS.

           GRAVA-PENDENTE.
               MOVE REJECT-RECORD TO PEND-RECORD
               MOVE "REINCIDENTES:           " TO WS-TOT-TITULO
               MOVE WS-QTD-REINCIDENTES TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "LOTES DE RECICLO:       " TO WS-TOT-TITULO
               MOVE WS-QTD-LOTES-RECICLO TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD.

           FECHAR-ARQUIVOS.
               CLOSE REJECT-FILE
               CLOSE CORR-FILE
               CLOSE TRANS-FILE
