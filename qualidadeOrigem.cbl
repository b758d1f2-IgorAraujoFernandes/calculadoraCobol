000100     IDENTIFICATION DIVISION.
               PROGRAM-ID. QUALIDADEORIGEM.
000200     ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CARD-FILE ASSIGN TO "CARTAOQLD"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.

               SELECT QUAL-FILE ASSIGN TO "QUALENT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QUAL-STATUS.

               SELECT PEND-FILE ASSIGN TO "REJPENDENTE"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PEND-STATUS.

               SELECT PRINT-FILE ASSIGN TO "RELQUALID"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.

000300     DATA DIVISION.

           FILE SECTION.

           FD  CARD-FILE
               RECORDING MODE IS F.
           COPY CBQLDSEL.

           FD  QUAL-FILE
               RECORDING MODE IS F.
           COPY CBQUALID.

           FD  PEND-FILE
               RECORDING MODE IS F.
           COPY CBREJECT.

           FD  PRINT-FILE
               RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

           WORKING-STORAGE SECTION.

       01  WS-STATUS-FLAGS.
           05  WS-CARD-STATUS          PIC X(02).
           05  WS-QUAL-STATUS          PIC X(02).
           05  WS-PEND-STATUS          PIC X(02).
           05  WS-PRINT-STATUS         PIC X(02).
           05  WS-FIM-QUALIDADE        PIC X(01) VALUE "N".
               88  FIM-DA-QUALIDADE           VALUE "S".
           05  WS-FIM-PENDENTES        PIC X(01) VALUE "N".
               88  FIM-DOS-PENDENTES          VALUE "S".

       01  WS-CODIGO-RETORNO           PIC 9(02) VALUE ZERO.
       01  WS-MES-REFERENCIA           PIC 9(06) VALUE ZERO.

      *    Placar do mes por origem: quantidades do historico de
      *    qualidade e rejeitos ainda pendentes no REJPENDENTE.
       01  WS-TABELA-ORIGENS.
           05  WS-QTD-ORIGENS          PIC 9(04) VALUE ZERO.
           05  WS-ORIGEM-TAB OCCURS 100 TIMES.
               10  WS-ORG-ORIGEM       PIC X(08).
               10  WS-ORG-LOTES-ENVIADOS
                                       PIC 9(08).
               10  WS-ORG-LOTES-RECUSADOS
                                       PIC 9(08).
               10  WS-ORG-TRANS-RECEBIDAS
                                       PIC 9(08).
               10  WS-ORG-TRANS-REJEITADAS
                                       PIC 9(08).
               10  WS-ORG-DUPLICADAS   PIC 9(08).
               10  WS-ORG-REJ-RECICLO  PIC 9(08).
               10  WS-ORG-PENDENTES    PIC 9(08).
               10  WS-ORG-MOTIVO OCCURS 10 TIMES.
                   15  WS-ORG-MOT-DESCRICAO
                                       PIC X(30).
                   15  WS-ORG-MOT-QTD  PIC 9(08).
               10  WS-ORG-TAXA-REJEICAO
                                       PIC 9(03)V99.
               10  WS-ORG-IMPRESSO     PIC X(01).
       01  WS-IND-ORIGEM               PIC 9(04) VALUE ZERO.
       01  WS-IND-ORG-ACHADA           PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-ORIGEM             PIC X(01) VALUE "N".
           88  ACHOU-ORIGEM                   VALUE "S".
       01  WS-ORIGEM-PROCURADA         PIC X(08) VALUE SPACES.
       01  WS-IND-MOT                  PIC 9(02) VALUE ZERO.
       01  WS-IND-MAIOR                PIC 9(04) VALUE ZERO.
       01  WS-IND-IMPRESSAO            PIC 9(04) VALUE ZERO.

      *    Campos de calculo de percentual (parte sobre o todo).
       01  WS-CALC-PARTE               PIC 9(08) VALUE ZERO.
       01  WS-CALC-TODO                PIC 9(08) VALUE ZERO.
       01  WS-CALC-PERCENTUAL          PIC 9(03)V99 VALUE ZERO.
       01  WS-PERC-EDITADO             PIC ZZ9.99.

       01  WS-CONTADORES.
           05  WS-QTD-QUALIDADE-LIDOS  PIC 9(08) VALUE ZERO.
           05  WS-QTD-PENDENTES-LIDOS  PIC 9(08) VALUE ZERO.
           05  WS-GER-LOTES-ENVIADOS   PIC 9(08) VALUE ZERO.
           05  WS-GER-LOTES-RECUSADOS  PIC 9(08) VALUE ZERO.
           05  WS-GER-TRANS-RECEBIDAS  PIC 9(08) VALUE ZERO.
           05  WS-GER-TRANS-REJEITADAS PIC 9(08) VALUE ZERO.
           05  WS-GER-DUPLICADAS       PIC 9(08) VALUE ZERO.

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAAMMDD        PIC 9(08).
           05  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               10  WS-DATA-AAAA        PIC 9(04).
               10  WS-DATA-MM          PIC 9(02).
               10  WS-DATA-DD          PIC 9(02).
       01  WS-DATA-FORMATADA           PIC X(10).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(35)
                   VALUE "PLACAR DE QUALIDADE POR ORIGEM    ".
           05  FILLER                  PIC X(05) VALUE "MES: ".
           05  WS-CAB1-MES             PIC 9(06).
           05  FILLER                  PIC X(08) VALUE "  DATA: ".
           05  WS-CAB1-DATA            PIC X(10).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(36)
                   VALUE "ORIGENS EM ORDEM DECRESCENTE DE TAXA".
           05  FILLER                  PIC X(15)
                   VALUE " DE REJEICAO - ".
           05  FILLER                  PIC X(29)
                   VALUE "PENDENTES = SALDO ATUAL".

       01  WS-LINHA-ORIGEM.
           05  FILLER                  PIC X(08) VALUE "ORIGEM: ".
           05  WS-LOR-ORIGEM           PIC X(08).
           05  FILLER                  PIC X(18)
                   VALUE "  TAXA REJEICAO %:".
           05  WS-LOR-TAXA             PIC ZZ9.99.

       01  WS-LINHA-QUANTIDADE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LQT-ROTULO           PIC X(26).
           05  WS-LQT-QTD              PIC ZZZZZZZ9.
           05  WS-LQT-ROTULO-PERC      PIC X(05).
           05  WS-LQT-PERCENTUAL       PIC X(06).

       01  WS-LINHA-MOTIVO.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-LMT-DESCRICAO        PIC X(30).
           05  WS-LMT-QTD              PIC ZZZZZZZ9.
           05  FILLER                  PIC X(05) VALUE "  %: ".
           05  WS-LMT-PERCENTUAL       PIC ZZ9.99.

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TITULO           PIC X(24).
           05  WS-TOT-VALOR            PIC ZZZZZZZ9.

000400     PROCEDURE DIVISION.
          MAIN.
              PERFORM ABRIR-ARQUIVOS
              PERFORM LER-CARTAO-QUALIDADE
              PERFORM CARREGA-QUALIDADE
              PERFORM CARREGA-PENDENTES
              PERFORM CALCULA-TAXAS
              PERFORM GRAVA-PLACAR
              PERFORM GRAVA-TOTAIS
              CLOSE PRINT-FILE
              MOVE WS-CODIGO-RETORNO TO RETURN-CODE
              STOP RUN.

           ABRIR-ARQUIVOS.
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " RELQUALID - FILE STATUS " WS-PRINT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
               STRING WS-DATA-DD "/" WS-DATA-MM "/" WS-DATA-AAAA
                   DELIMITED BY SIZE INTO WS-DATA-FORMATADA.

      *    Cartao opcional com o mes de referencia; sem cartao vale
      *    o mes corrente.
           LER-CARTAO-QUALIDADE.
               OPEN INPUT CARD-FILE
               IF WS-CARD-STATUS = "00"
                   READ CARD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF QSEL-MES-REFERENCIA NUMERIC AND
                              QSEL-MES-REFERENCIA > ZERO
                               MOVE QSEL-MES-REFERENCIA
                                   TO WS-MES-REFERENCIA
                           END-IF
                   END-READ
                   CLOSE CARD-FILE
               ELSE
                   DISPLAY "AVISO: CARTAO CARTAOQLD INDISPONIVEL -"
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
               MOVE WS-CABECALHO-2 TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

           CARREGA-QUALIDADE.
               OPEN INPUT QUAL-FILE
               IF WS-QUAL-STATUS = "00"
                   PERFORM UNTIL FIM-DA-QUALIDADE
                       READ QUAL-FILE
                           AT END
                               MOVE "S" TO WS-FIM-QUALIDADE
                           NOT AT END
                               ADD 1 TO WS-QTD-QUALIDADE-LIDOS
                               IF QLD-MES = WS-MES-REFERENCIA
                                   PERFORM ACUMULA-QUALIDADE
                               END-IF
                       END-READ
                       IF WS-QUAL-STATUS NOT = "00" AND
                          WS-QUAL-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM QUALENT - FILE"
                               " STATUS " WS-QUAL-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE QUAL-FILE
               ELSE
                   DISPLAY "AVISO: QUALENT INDISPONIVEL - FILE STATUS "
                       WS-QUAL-STATUS
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           ACUMULA-QUALIDADE.
               MOVE QLD-ORIGEM TO WS-ORIGEM-PROCURADA
               PERFORM PROCURA-ORIGEM
               ADD QLD-LOTES-ENVIADOS
                   TO WS-ORG-LOTES-ENVIADOS(WS-IND-ORG-ACHADA)
               ADD QLD-LOTES-RECUSADOS
                   TO WS-ORG-LOTES-RECUSADOS(WS-IND-ORG-ACHADA)
               ADD QLD-TRANS-RECEBIDAS
                   TO WS-ORG-TRANS-RECEBIDAS(WS-IND-ORG-ACHADA)
               ADD QLD-TRANS-REJEITADAS
                   TO WS-ORG-TRANS-REJEITADAS(WS-IND-ORG-ACHADA)
               ADD QLD-DUPLICADAS
                   TO WS-ORG-DUPLICADAS(WS-IND-ORG-ACHADA)
               ADD QLD-REJ-RECICLO
                   TO WS-ORG-REJ-RECICLO(WS-IND-ORG-ACHADA)
               PERFORM VARYING WS-IND-MOT FROM 1 BY 1
                       UNTIL WS-IND-MOT > 10
                   MOVE QLD-MOT-DESCRICAO(WS-IND-MOT)
                       TO WS-ORG-MOT-DESCRICAO(WS-IND-ORG-ACHADA
                                               WS-IND-MOT)
                   ADD QLD-MOT-QTD(WS-IND-MOT)
                       TO WS-ORG-MOT-QTD(WS-IND-ORG-ACHADA WS-IND-MOT)
               END-PERFORM.

      *    Rejeitos ainda sem correcao, de qualquer mes: saldo
      *    atual de pendencias da origem.
           CARREGA-PENDENTES.
               OPEN INPUT PEND-FILE
               IF WS-PEND-STATUS = "00"
                   PERFORM UNTIL FIM-DOS-PENDENTES
                       READ PEND-FILE
                           AT END
                               MOVE "S" TO WS-FIM-PENDENTES
                           NOT AT END
                               ADD 1 TO WS-QTD-PENDENTES-LIDOS
                               MOVE REJECT-ORIGEM
                                   TO WS-ORIGEM-PROCURADA
                               PERFORM PROCURA-ORIGEM
                               ADD 1 TO WS-ORG-PENDENTES
                                   (WS-IND-ORG-ACHADA)
                       END-READ
                       IF WS-PEND-STATUS NOT = "00" AND
                          WS-PEND-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM REJPENDENTE -"
                               " FILE STATUS " WS-PEND-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE PEND-FILE
               ELSE
                   DISPLAY "AVISO: REJPENDENTE INDISPONIVEL - FILE"
                       " STATUS " WS-PEND-STATUS
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           PROCURA-ORIGEM.
               IF WS-ORIGEM-PROCURADA = SPACES OR LOW-VALUES
                   MOVE "********" TO WS-ORIGEM-PROCURADA
               END-IF
               MOVE "N" TO WS-ACHOU-ORIGEM
               MOVE ZERO TO WS-IND-ORG-ACHADA
               PERFORM VARYING WS-IND-ORIGEM FROM 1 BY 1
                       UNTIL WS-IND-ORIGEM > WS-QTD-ORIGENS
                       OR ACHOU-ORIGEM
                   IF WS-ORG-ORIGEM(WS-IND-ORIGEM) =
                      WS-ORIGEM-PROCURADA
                       SET ACHOU-ORIGEM TO TRUE
                       MOVE WS-IND-ORIGEM TO WS-IND-ORG-ACHADA
                   END-IF
               END-PERFORM
               IF NOT ACHOU-ORIGEM
                   IF WS-QTD-ORIGENS >= 100
                       DISPLAY "ERRO FATAL: MAIS DE 100 ORIGENS NO"
                           " PLACAR"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-ORIGENS
                   MOVE WS-QTD-ORIGENS TO WS-IND-ORG-ACHADA
                   PERFORM INICIA-ORIGEM
               END-IF.

           INICIA-ORIGEM.
               MOVE WS-ORIGEM-PROCURADA
                   TO WS-ORG-ORIGEM(WS-IND-ORG-ACHADA)
               MOVE ZERO TO WS-ORG-LOTES-ENVIADOS(WS-IND-ORG-ACHADA)
               MOVE ZERO TO WS-ORG-LOTES-RECUSADOS(WS-IND-ORG-ACHADA)
               MOVE ZERO TO WS-ORG-TRANS-RECEBIDAS(WS-IND-ORG-ACHADA)
               MOVE ZERO TO WS-ORG-TRANS-REJEITADAS(WS-IND-ORG-ACHADA)
               MOVE ZERO TO WS-ORG-DUPLICADAS(WS-IND-ORG-ACHADA)
               MOVE ZERO TO WS-ORG-REJ-RECICLO(WS-IND-ORG-ACHADA)
               MOVE ZERO TO WS-ORG-PENDENTES(WS-IND-ORG-ACHADA)
               PERFORM VARYING WS-IND-MOT FROM 1 BY 1
                       UNTIL WS-IND-MOT > 10
                   MOVE SPACES TO WS-ORG-MOT-DESCRICAO
                       (WS-IND-ORG-ACHADA WS-IND-MOT)
                   MOVE ZERO TO WS-ORG-MOT-QTD
                       (WS-IND-ORG-ACHADA WS-IND-MOT)
               END-PERFORM
               MOVE ZERO TO WS-ORG-TAXA-REJEICAO(WS-IND-ORG-ACHADA)
               MOVE "N" TO WS-ORG-IMPRESSO(WS-IND-ORG-ACHADA).

           CALCULA-TAXAS.
               PERFORM VARYING WS-IND-ORIGEM FROM 1 BY 1
                       UNTIL WS-IND-ORIGEM > WS-QTD-ORIGENS
                   MOVE WS-ORG-TRANS-REJEITADAS(WS-IND-ORIGEM)
                       TO WS-CALC-PARTE
                   MOVE WS-ORG-TRANS-RECEBIDAS(WS-IND-ORIGEM)
                       TO WS-CALC-TODO
                   PERFORM CALCULA-PERCENTUAL
                   MOVE WS-CALC-PERCENTUAL
                       TO WS-ORG-TAXA-REJEICAO(WS-IND-ORIGEM)
               END-PERFORM.

           CALCULA-PERCENTUAL.
               IF WS-CALC-TODO = ZERO
                   MOVE ZERO TO WS-CALC-PERCENTUAL
               ELSE
                   COMPUTE WS-CALC-PERCENTUAL ROUNDED =
                       WS-CALC-PARTE * 100 / WS-CALC-TODO
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-CALC-PERCENTUAL
                   END-COMPUTE
               END-IF.

      *    Imprime as origens da maior para a menor taxa de
      *    rejeicao: a cada passada escolhe a maior ainda nao
      *    impressa.
           GRAVA-PLACAR.
               PERFORM VARYING WS-IND-IMPRESSAO FROM 1 BY 1
                       UNTIL WS-IND-IMPRESSAO > WS-QTD-ORIGENS
                   MOVE ZERO TO WS-IND-MAIOR
                   PERFORM VARYING WS-IND-ORIGEM FROM 1 BY 1
                           UNTIL WS-IND-ORIGEM > WS-QTD-ORIGENS
                       IF WS-ORG-IMPRESSO(WS-IND-ORIGEM) NOT = "S"
                           IF WS-IND-MAIOR = ZERO
                               MOVE WS-IND-ORIGEM TO WS-IND-MAIOR
                           ELSE
                               IF WS-ORG-TAXA-REJEICAO(WS-IND-ORIGEM) >
                                  WS-ORG-TAXA-REJEICAO(WS-IND-MAIOR)
                                   MOVE WS-IND-ORIGEM TO WS-IND-MAIOR
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE WS-IND-MAIOR TO WS-IND-ORG-ACHADA
                   PERFORM GRAVA-ORIGEM
                   MOVE "S" TO WS-ORG-IMPRESSO(WS-IND-MAIOR)
               END-PERFORM.

           GRAVA-ORIGEM.
               MOVE WS-ORG-ORIGEM(WS-IND-ORG-ACHADA) TO WS-LOR-ORIGEM
               MOVE WS-ORG-TAXA-REJEICAO(WS-IND-ORG-ACHADA)
                   TO WS-LOR-TAXA
               MOVE WS-LINHA-ORIGEM TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "LOTES ENVIADOS:" TO WS-LQT-ROTULO
               MOVE WS-ORG-LOTES-ENVIADOS(WS-IND-ORG-ACHADA)
                   TO WS-LQT-QTD
               PERFORM GRAVA-QUANTIDADE-SEM-PERC
               MOVE "LOTES RECUSADOS:" TO WS-LQT-ROTULO
               MOVE WS-ORG-LOTES-RECUSADOS(WS-IND-ORG-ACHADA)
                   TO WS-CALC-PARTE
               MOVE WS-ORG-LOTES-ENVIADOS(WS-IND-ORG-ACHADA)
                   TO WS-CALC-TODO
               PERFORM GRAVA-QUANTIDADE-COM-PERC
               MOVE "TRANSACOES RECEBIDAS:" TO WS-LQT-ROTULO
               MOVE WS-ORG-TRANS-RECEBIDAS(WS-IND-ORG-ACHADA)
                   TO WS-LQT-QTD
               PERFORM GRAVA-QUANTIDADE-SEM-PERC
               MOVE "TRANSACOES REJEITADAS:" TO WS-LQT-ROTULO
               MOVE WS-ORG-TRANS-REJEITADAS(WS-IND-ORG-ACHADA)
                   TO WS-CALC-PARTE
               MOVE WS-ORG-TRANS-RECEBIDAS(WS-IND-ORG-ACHADA)
                   TO WS-CALC-TODO
               PERFORM GRAVA-QUANTIDADE-COM-PERC
               MOVE "DUPLICADAS:" TO WS-LQT-ROTULO
               MOVE WS-ORG-DUPLICADAS(WS-IND-ORG-ACHADA)
                   TO WS-CALC-PARTE
               MOVE WS-ORG-TRANS-RECEBIDAS(WS-IND-ORG-ACHADA)
                   TO WS-CALC-TODO
               PERFORM GRAVA-QUANTIDADE-COM-PERC
               MOVE "REJEITADAS EM RECICLO:" TO WS-LQT-ROTULO
               MOVE WS-ORG-REJ-RECICLO(WS-IND-ORG-ACHADA)
                   TO WS-LQT-QTD
               PERFORM GRAVA-QUANTIDADE-SEM-PERC
               MOVE "PENDENTES EM REJPENDENTE:" TO WS-LQT-ROTULO
               MOVE WS-ORG-PENDENTES(WS-IND-ORG-ACHADA)
                   TO WS-LQT-QTD
               PERFORM GRAVA-QUANTIDADE-SEM-PERC
               PERFORM VARYING WS-IND-MOT FROM 1 BY 1
                       UNTIL WS-IND-MOT > 10
                   IF WS-ORG-MOT-QTD(WS-IND-ORG-ACHADA WS-IND-MOT)
                      > ZERO
                       PERFORM GRAVA-MOTIVO
                   END-IF
               END-PERFORM
               ADD WS-ORG-LOTES-ENVIADOS(WS-IND-ORG-ACHADA)
                   TO WS-GER-LOTES-ENVIADOS
               ADD WS-ORG-LOTES-RECUSADOS(WS-IND-ORG-ACHADA)
                   TO WS-GER-LOTES-RECUSADOS
               ADD WS-ORG-TRANS-RECEBIDAS(WS-IND-ORG-ACHADA)
                   TO WS-GER-TRANS-RECEBIDAS
               ADD WS-ORG-TRANS-REJEITADAS(WS-IND-ORG-ACHADA)
                   TO WS-GER-TRANS-REJEITADAS
               ADD WS-ORG-DUPLICADAS(WS-IND-ORG-ACHADA)
                   TO WS-GER-DUPLICADAS
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

           GRAVA-QUANTIDADE-SEM-PERC.
               MOVE SPACES TO WS-LQT-ROTULO-PERC
               MOVE SPACES TO WS-LQT-PERCENTUAL
               MOVE WS-LINHA-QUANTIDADE TO PRINT-RECORD
               WRITE PRINT-RECORD.

           GRAVA-QUANTIDADE-COM-PERC.
               MOVE WS-CALC-PARTE TO WS-LQT-QTD
               PERFORM CALCULA-PERCENTUAL
               MOVE " %: " TO WS-LQT-ROTULO-PERC
               MOVE WS-CALC-PERCENTUAL TO WS-PERC-EDITADO
               MOVE WS-PERC-EDITADO TO WS-LQT-PERCENTUAL
               MOVE WS-LINHA-QUANTIDADE TO PRINT-RECORD
               WRITE PRINT-RECORD.

      *    Percentual do motivo sobre as rejeitadas da origem.
           GRAVA-MOTIVO.
               MOVE WS-ORG-MOT-DESCRICAO(WS-IND-ORG-ACHADA WS-IND-MOT)
                   TO WS-LMT-DESCRICAO
               MOVE WS-ORG-MOT-QTD(WS-IND-ORG-ACHADA WS-IND-MOT)
                   TO WS-LMT-QTD
               MOVE WS-ORG-MOT-QTD(WS-IND-ORG-ACHADA WS-IND-MOT)
                   TO WS-CALC-PARTE
               MOVE WS-ORG-TRANS-REJEITADAS(WS-IND-ORG-ACHADA)
                   TO WS-CALC-TODO
               PERFORM CALCULA-PERCENTUAL
               MOVE WS-CALC-PERCENTUAL TO WS-LMT-PERCENTUAL
               MOVE WS-LINHA-MOTIVO TO PRINT-RECORD
               WRITE PRINT-RECORD.

           GRAVA-TOTAIS.
               MOVE "ORIGENS NO PLACAR:      " TO WS-TOT-TITULO
               MOVE WS-QTD-ORIGENS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "LOTES ENVIADOS:         " TO WS-TOT-TITULO
               MOVE WS-GER-LOTES-ENVIADOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "LOTES RECUSADOS:        " TO WS-TOT-TITULO
               MOVE WS-GER-LOTES-RECUSADOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "TRANSACOES RECEBIDAS:   " TO WS-TOT-TITULO
               MOVE WS-GER-TRANS-RECEBIDAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "TRANSACOES REJEITADAS:  " TO WS-TOT-TITULO
               MOVE WS-GER-TRANS-REJEITADAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "DUPLICADAS:             " TO WS-TOT-TITULO
               MOVE WS-GER-DUPLICADAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "REJEITOS PENDENTES:     " TO WS-TOT-TITULO
               MOVE WS-QTD-PENDENTES-LIDOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD.
