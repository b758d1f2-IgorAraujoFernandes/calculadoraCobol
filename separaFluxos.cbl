000100     IDENTIFICATION DIVISION.
               PROGRAM-ID. SEPARAFLUXOS.
000200     ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CARD-FILE ASSIGN TO "CARTAOFLX"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.

               SELECT TRANS-FILE ASSIGN TO "TRANSIN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.

               SELECT IDX-FILE ASSIGN TO "FLUXOIDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FIDX-TRANS-ID
                   FILE STATUS IS WS-IDX-STATUS.

               SELECT FLUXO1-FILE ASSIGN TO "TRANSF1"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FLUXO1-STATUS.

               SELECT FLUXO2-FILE ASSIGN TO "TRANSF2"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FLUXO2-STATUS.

               SELECT FLUXO3-FILE ASSIGN TO "TRANSF3"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FLUXO3-STATUS.

               SELECT FLUXO4-FILE ASSIGN TO "TRANSF4"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FLUXO4-STATUS.

               SELECT FLUXO-CTL-FILE ASSIGN TO "FLUXOCTL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FLUXO-CTL-STATUS.

               SELECT PRINT-FILE ASSIGN TO "RELFLUXO"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.

000300     DATA DIVISION.

           FILE SECTION.

           FD  CARD-FILE
               RECORDING MODE IS F.
           COPY CBFLXSEL.

           FD  TRANS-FILE
               RECORDING MODE IS F.
           COPY CBTRANS.
           COPY CBTRCTL.

      *    Arquivo de trabalho: cada TRANS-ID do TRANSIN com o lote
      *    (posicao no arquivo) em que apareceu primeiro.
           FD  IDX-FILE.
       01  IDX-RECORD.
           05  FIDX-TRANS-ID           PIC X(16).
           05  FIDX-LOTE               PIC 9(04).

           FD  FLUXO1-FILE
               RECORDING MODE IS F.
       01  FLUXO1-RECORD               PIC X(95).

           FD  FLUXO2-FILE
               RECORDING MODE IS F.
       01  FLUXO2-RECORD               PIC X(95).

           FD  FLUXO3-FILE
               RECORDING MODE IS F.
       01  FLUXO3-RECORD               PIC X(95).

           FD  FLUXO4-FILE
               RECORDING MODE IS F.
       01  FLUXO4-RECORD               PIC X(95).

           FD  FLUXO-CTL-FILE
               RECORDING MODE IS F.
           COPY CBFLUXO.

           FD  PRINT-FILE
               RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

           WORKING-STORAGE SECTION.

       01  WS-STATUS-FLAGS.
           05  WS-CARD-STATUS          PIC X(02).
           05  WS-TRANS-STATUS         PIC X(02).
           05  WS-IDX-STATUS           PIC X(02).
           05  WS-FLUXO1-STATUS        PIC X(02).
           05  WS-FLUXO2-STATUS        PIC X(02).
           05  WS-FLUXO3-STATUS        PIC X(02).
           05  WS-FLUXO4-STATUS        PIC X(02).
           05  WS-FLUXO-CTL-STATUS     PIC X(02).
           05  WS-PRINT-STATUS         PIC X(02).
           05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88  FIM-DO-ARQUIVO             VALUE "S".

       01  WS-CODIGO-RETORNO           PIC 9(02) VALUE ZERO.

       01  WS-QTD-FLUXOS-PEDIDOS       PIC 9(01) VALUE 4.
       01  WS-QTD-FLUXOS               PIC 9(01) VALUE ZERO.
       01  WS-ID-DIVISAO               PIC X(14) VALUE SPACES.

      *    Lotes do TRANSIN na ordem do arquivo, segmentados como o
      *    CALCULADORACOBOL segmenta: header abre lote, trailer fecha,
      *    registro fora de lote abre lote sem header. Lotes que
      *    precisam ficar juntos (mesmo TRANS-ID, estorno e original,
      *    lote sem header e o lote anterior, lotes sem data de
      *    movimento e o primeiro lote datado) recebem o mesmo grupo;
      *    o grupo inteiro vai para um unico fluxo.
       01  WS-TABELA-LOTES.
           05  WS-QTD-LOTES            PIC 9(04) VALUE ZERO.
           05  WS-LOTE-TAB OCCURS 200 TIMES.
               10  WS-LOT-ID           PIC X(08).
               10  WS-LOT-ORIGEM       PIC X(08).
               10  WS-LOT-DATA-MOV     PIC 9(08).
               10  WS-LOT-COM-HEADER   PIC X(01).
               10  WS-LOT-DATADO       PIC X(01).
               10  WS-LOT-REGISTROS    PIC 9(08).
               10  WS-LOT-GRUPO        PIC 9(04).
               10  WS-LOT-FLUXO        PIC 9(01).
       01  WS-IND-LOTE                 PIC 9(04) VALUE ZERO.
       01  WS-IND-GRUPO                PIC 9(04) VALUE ZERO.
       01  WS-LOTE-CORRENTE            PIC 9(04) VALUE ZERO.
       01  WS-LOTE-ABERTO              PIC X(01) VALUE "N".
           88  LOTE-ABERTO                    VALUE "S".
       01  WS-PRIMEIRO-DATADO          PIC 9(04) VALUE ZERO.

       01  WS-GRUPO-MANTIDO            PIC 9(04) VALUE ZERO.
       01  WS-GRUPO-ABSORVIDO          PIC 9(04) VALUE ZERO.
       01  WS-GRUPO-A                  PIC 9(04) VALUE ZERO.
       01  WS-GRUPO-B                  PIC 9(04) VALUE ZERO.
       01  WS-GRP-LOTES                PIC 9(04) VALUE ZERO.
       01  WS-GRP-REGISTROS            PIC 9(08) VALUE ZERO.
       01  WS-ID-PROCURADO             PIC X(16) VALUE SPACES.

       01  WS-TABELA-FLUXOS.
           05  WS-FLUXO-TAB OCCURS 4 TIMES.
               10  WS-FLX-LOTES        PIC 9(04).
               10  WS-FLX-REGISTROS    PIC 9(08).
       01  WS-IND-FLUXO                PIC 9(01) VALUE ZERO.
       01  WS-FLUXO-ESCOLHIDO          PIC 9(01) VALUE ZERO.

       01  WS-CONTADORES.
           05  WS-QTD-REGISTROS        PIC 9(08) VALUE ZERO.
           05  WS-QTD-IDS              PIC 9(08) VALUE ZERO.
           05  WS-QTD-AGRUPAMENTOS     PIC 9(08) VALUE ZERO.
           05  WS-QTD-GRUPOS           PIC 9(04) VALUE ZERO.
           05  WS-QTD-GRAVADOS         PIC 9(08) VALUE ZERO.

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAAMMDD        PIC 9(08).
           05  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               10  WS-DATA-AAAA        PIC 9(04).
               10  WS-DATA-MM          PIC 9(02).
               10  WS-DATA-DD          PIC 9(02).
       01  WS-DATA-FORMATADA           PIC X(10).
       01  WS-HORA-SISTEMA.
           05  WS-HORA-HHMMSS          PIC 9(06).
           05  WS-HORA-CENT            PIC 9(02).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(40)
                   VALUE "DIVISAO DO TRANSIN EM FLUXOS PARALELOS  ".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  WS-CAB1-DATA            PIC X(10).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(09) VALUE "DIVISAO: ".
           05  WS-CAB2-ID-DIVISAO      PIC X(14).
           05  FILLER                  PIC X(22)
                   VALUE "  FLUXOS SOLICITADOS: ".
           05  WS-CAB2-PEDIDOS         PIC 9(01).
           05  FILLER                  PIC X(14) VALUE "  UTILIZADOS: ".
           05  WS-CAB2-FLUXOS          PIC 9(01).

       01  WS-LINHA-LOTE.
           05  FILLER                  PIC X(06) VALUE "LOTE: ".
           05  WS-LLT-ID-LOTE          PIC X(08).
           05  FILLER                  PIC X(09) VALUE " ORIGEM: ".
           05  WS-LLT-ORIGEM           PIC X(08).
           05  FILLER                  PIC X(13) VALUE " DATA MOVTO: ".
           05  WS-LLT-DATA-MOV         PIC 9(08).
           05  FILLER                  PIC X(06) VALUE " REG: ".
           05  WS-LLT-REGISTROS        PIC ZZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE " FLUXO: ".
           05  WS-LLT-FLUXO            PIC 9(01).

       01  WS-LINHA-FLUXO.
           05  FILLER                  PIC X(06) VALUE "FLUXO ".
           05  WS-LFX-FLUXO            PIC 9(01).
           05  FILLER                  PIC X(09) VALUE "  LOTES: ".
           05  WS-LFX-LOTES            PIC ZZZ9.
           05  FILLER                  PIC X(13) VALUE "  REGISTROS: ".
           05  WS-LFX-REGISTROS        PIC ZZZZZZZ9.

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TITULO           PIC X(24).
           05  WS-TOT-VALOR            PIC ZZZZZZZ9.

000400     PROCEDURE DIVISION.
          MAIN.
              PERFORM ABRIR-ARQUIVOS
              PERFORM LER-CARTAO-FLUXOS
              PERFORM SEGMENTA-TRANSIN
              PERFORM AGRUPA-LOTES-SEM-DATA
              PERFORM DISTRIBUI-GRUPOS
              PERFORM GRAVA-FLUXOS
              PERFORM GRAVA-CONTROLE-FLUXOS
              PERFORM GRAVA-RELATORIO
              CLOSE PRINT-FILE
              MOVE WS-CODIGO-RETORNO TO RETURN-CODE
              STOP RUN.

           ABRIR-ARQUIVOS.
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " RELFLUXO - FILE STATUS " WS-PRINT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
               STRING WS-DATA-AAAAMMDD WS-HORA-HHMMSS
                   DELIMITED BY SIZE INTO WS-ID-DIVISAO
               STRING WS-DATA-DD "/" WS-DATA-MM "/" WS-DATA-AAAA
                   DELIMITED BY SIZE INTO WS-DATA-FORMATADA
               OPEN OUTPUT IDX-FILE
               IF WS-IDX-STATUS = "00"
                   CLOSE IDX-FILE
                   OPEN I-O IDX-FILE
               END-IF
               IF WS-IDX-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " FLUXOIDX - FILE STATUS " WS-IDX-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *    Cartao opcional com a quantidade de fluxos; sem cartao
      *    valem 4.
           LER-CARTAO-FLUXOS.
               OPEN INPUT CARD-FILE
               IF WS-CARD-STATUS = "00"
                   READ CARD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FSEL-QTD-FLUXOS NUMERIC AND
                              FSEL-QTD-FLUXOS > ZERO AND
                              FSEL-QTD-FLUXOS <= 4
                               MOVE FSEL-QTD-FLUXOS
                                   TO WS-QTD-FLUXOS-PEDIDOS
                           ELSE
                               DISPLAY "AVISO: QUANTIDADE DE FLUXOS"
                                   " INVALIDA NO CARTAO - VALEM 4"
                           END-IF
                   END-READ
                   CLOSE CARD-FILE
               ELSE
                   DISPLAY "AVISO: CARTAO CARTAOFLX INDISPONIVEL -"
                       " FILE STATUS " WS-CARD-STATUS
               END-IF.

      *    Primeira leitura: separa os lotes, conta os registros de
      *    cada um e junta no mesmo grupo os lotes que compartilham
      *    um TRANS-ID (duplicata ou estorno e original).
           SEGMENTA-TRANSIN.
               OPEN INPUT TRANS-FILE
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR TRANSIN"
                       " - FILE STATUS " WS-TRANS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE "N" TO WS-LOTE-ABERTO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ TRANS-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS
                           PERFORM CLASSIFICA-REGISTRO
                   END-READ
                   IF WS-TRANS-STATUS NOT = "00" AND
                      WS-TRANS-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM TRANSIN - FILE"
                           " STATUS " WS-TRANS-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE TRANS-FILE
               CLOSE IDX-FILE.

           CLASSIFICA-REGISTRO.
               EVALUATE TRUE
                   WHEN HDR-REGISTRO-HEADER
                       MOVE "N" TO WS-LOTE-ABERTO
                       PERFORM ABRE-LOTE
                       MOVE HDR-ID-LOTE TO WS-LOT-ID(WS-QTD-LOTES)
                       MOVE HDR-ORIGEM TO WS-LOT-ORIGEM(WS-QTD-LOTES)
                       MOVE "S" TO WS-LOT-COM-HEADER(WS-QTD-LOTES)
                       IF HDR-DATA-MOVIMENTO NUMERIC AND
                          HDR-DATA-MOVIMENTO > ZERO
                           MOVE HDR-DATA-MOVIMENTO
                               TO WS-LOT-DATA-MOV(WS-QTD-LOTES)
                           MOVE "S" TO WS-LOT-DATADO(WS-QTD-LOTES)
                           IF WS-PRIMEIRO-DATADO = ZERO
                               MOVE WS-QTD-LOTES TO WS-PRIMEIRO-DATADO
                           END-IF
                       END-IF
                       ADD 1 TO WS-LOT-REGISTROS(WS-QTD-LOTES)
                   WHEN TRL-REGISTRO-TRAILER
                       IF NOT LOTE-ABERTO
                           PERFORM ABRE-LOTE
                           PERFORM AGRUPA-LOTE-SEM-HEADER
                       END-IF
                       ADD 1 TO WS-LOT-REGISTROS(WS-QTD-LOTES)
                       MOVE "N" TO WS-LOTE-ABERTO
                   WHEN OTHER
                       IF NOT LOTE-ABERTO
                           PERFORM ABRE-LOTE
                           PERFORM AGRUPA-LOTE-SEM-HEADER
                       END-IF
                       ADD 1 TO WS-LOT-REGISTROS(WS-QTD-LOTES)
                       MOVE TRANS-ID TO WS-ID-PROCURADO
                       PERFORM GUARDA-ID-TRANSACAO
                       IF TRANS-REGISTRO-ESTORNO
                           MOVE TRANS-ID-ESTORNADO TO WS-ID-PROCURADO
                           PERFORM GUARDA-ID-TRANSACAO
                       END-IF
               END-EVALUATE.

           ABRE-LOTE.
               IF WS-QTD-LOTES >= 200
                   DISPLAY "ERRO FATAL: MAIS DE 200 LOTES EM TRANSIN"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET LOTE-ABERTO TO TRUE
               ADD 1 TO WS-QTD-LOTES
               MOVE SPACES TO WS-LOT-ID(WS-QTD-LOTES)
               MOVE SPACES TO WS-LOT-ORIGEM(WS-QTD-LOTES)
               MOVE ZERO TO WS-LOT-DATA-MOV(WS-QTD-LOTES)
               MOVE "N" TO WS-LOT-COM-HEADER(WS-QTD-LOTES)
               MOVE "N" TO WS-LOT-DATADO(WS-QTD-LOTES)
               MOVE ZERO TO WS-LOT-REGISTROS(WS-QTD-LOTES)
               MOVE WS-QTD-LOTES TO WS-LOT-GRUPO(WS-QTD-LOTES)
               MOVE ZERO TO WS-LOT-FLUXO(WS-QTD-LOTES).

      *    Lote sem header so comeca depois de um trailer; fica no
      *    mesmo fluxo do lote anterior para que, no fluxo, siga
      *    esse mesmo lote e nao um lote ainda aberto.
           AGRUPA-LOTE-SEM-HEADER.
               IF WS-QTD-LOTES > 1
                   COMPUTE WS-IND-LOTE = WS-QTD-LOTES - 1
                   MOVE WS-LOT-GRUPO(WS-IND-LOTE) TO WS-GRUPO-A
                   MOVE WS-LOT-GRUPO(WS-QTD-LOTES) TO WS-GRUPO-B
                   PERFORM UNE-GRUPOS
               END-IF.

           GUARDA-ID-TRANSACAO.
               IF WS-ID-PROCURADO NOT = SPACES
                   MOVE WS-ID-PROCURADO TO FIDX-TRANS-ID
                   READ IDX-FILE
                       INVALID KEY
                           MOVE WS-QTD-LOTES TO FIDX-LOTE
                           WRITE IDX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           ADD 1 TO WS-QTD-IDS
                       NOT INVALID KEY
                           MOVE WS-LOT-GRUPO(FIDX-LOTE) TO WS-GRUPO-A
                           MOVE WS-LOT-GRUPO(WS-QTD-LOTES)
                               TO WS-GRUPO-B
                           PERFORM UNE-GRUPOS
                   END-READ
                   IF WS-IDX-STATUS NOT = "00" AND
                      WS-IDX-STATUS NOT = "23"
                       DISPLAY "ERRO DE GRAVACAO EM FLUXOIDX - FILE"
                           " STATUS " WS-IDX-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      *    O grupo resultante fica com o menor numero dos dois, que
      *    e sempre o do primeiro lote do grupo no arquivo.
           UNE-GRUPOS.
               IF WS-GRUPO-A NOT = WS-GRUPO-B
                   IF WS-GRUPO-A < WS-GRUPO-B
                       MOVE WS-GRUPO-A TO WS-GRUPO-MANTIDO
                       MOVE WS-GRUPO-B TO WS-GRUPO-ABSORVIDO
                   ELSE
                       MOVE WS-GRUPO-B TO WS-GRUPO-MANTIDO
                       MOVE WS-GRUPO-A TO WS-GRUPO-ABSORVIDO
                   END-IF
                   PERFORM VARYING WS-IND-GRUPO FROM 1 BY 1
                           UNTIL WS-IND-GRUPO > WS-QTD-LOTES
                       IF WS-LOT-GRUPO(WS-IND-GRUPO) =
                               WS-GRUPO-ABSORVIDO
                           MOVE WS-GRUPO-MANTIDO
                               TO WS-LOT-GRUPO(WS-IND-GRUPO)
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-QTD-AGRUPAMENTOS
               END-IF.

      *    Lotes com header sem data de movimento usam a data de
      *    referencia do primeiro lote datado; ficam no fluxo desse
      *    lote para que a referencia seja a mesma de uma execucao
      *    unica. Lote sem header e recusado e nao usa a referencia.
           AGRUPA-LOTES-SEM-DATA.
               IF WS-PRIMEIRO-DATADO > ZERO
                   PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                           UNTIL WS-IND-LOTE > WS-QTD-LOTES
                       IF WS-LOT-COM-HEADER(WS-IND-LOTE) = "S" AND
                          WS-LOT-DATADO(WS-IND-LOTE) NOT = "S"
                           MOVE WS-LOT-GRUPO(WS-PRIMEIRO-DATADO)
                               TO WS-GRUPO-A
                           MOVE WS-LOT-GRUPO(WS-IND-LOTE)
                               TO WS-GRUPO-B
                           PERFORM UNE-GRUPOS
                       END-IF
                   END-PERFORM
               END-IF.

      *    Cada grupo, na ordem do arquivo, vai para o fluxo com
      *    menos registros que ainda comporte os seus lotes (50 por
      *    fluxo, o limite do CALCULADORACOBOL).
           DISTRIBUI-GRUPOS.
               MOVE ZERO TO WS-QTD-GRUPOS
               PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                       UNTIL WS-IND-LOTE > WS-QTD-LOTES
                   IF WS-LOT-GRUPO(WS-IND-LOTE) = WS-IND-LOTE
                       ADD 1 TO WS-QTD-GRUPOS
                   END-IF
               END-PERFORM
               IF WS-QTD-GRUPOS < WS-QTD-FLUXOS-PEDIDOS
                   MOVE WS-QTD-GRUPOS TO WS-QTD-FLUXOS
               ELSE
                   MOVE WS-QTD-FLUXOS-PEDIDOS TO WS-QTD-FLUXOS
               END-IF
               IF WS-QTD-FLUXOS = ZERO
                   MOVE 1 TO WS-QTD-FLUXOS
               END-IF
               PERFORM VARYING WS-IND-FLUXO FROM 1 BY 1
                       UNTIL WS-IND-FLUXO > 4
                   MOVE ZERO TO WS-FLX-LOTES(WS-IND-FLUXO)
                   MOVE ZERO TO WS-FLX-REGISTROS(WS-IND-FLUXO)
               END-PERFORM
               PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                       UNTIL WS-IND-LOTE > WS-QTD-LOTES
                   IF WS-LOT-GRUPO(WS-IND-LOTE) = WS-IND-LOTE
                       PERFORM DISTRIBUI-GRUPO
                   END-IF
               END-PERFORM.

           DISTRIBUI-GRUPO.
               MOVE ZERO TO WS-GRP-LOTES
               MOVE ZERO TO WS-GRP-REGISTROS
               PERFORM VARYING WS-IND-GRUPO FROM WS-IND-LOTE BY 1
                       UNTIL WS-IND-GRUPO > WS-QTD-LOTES
                   IF WS-LOT-GRUPO(WS-IND-GRUPO) = WS-IND-LOTE
                       ADD 1 TO WS-GRP-LOTES
                       ADD WS-LOT-REGISTROS(WS-IND-GRUPO)
                           TO WS-GRP-REGISTROS
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-FLUXO-ESCOLHIDO
               PERFORM VARYING WS-IND-FLUXO FROM 1 BY 1
                       UNTIL WS-IND-FLUXO > WS-QTD-FLUXOS
                   IF WS-FLX-LOTES(WS-IND-FLUXO) + WS-GRP-LOTES <= 50
                       IF WS-FLUXO-ESCOLHIDO = ZERO
                           MOVE WS-IND-FLUXO TO WS-FLUXO-ESCOLHIDO
                       ELSE
                           IF WS-FLX-REGISTROS(WS-IND-FLUXO) <
                              WS-FLX-REGISTROS(WS-FLUXO-ESCOLHIDO)
                               MOVE WS-IND-FLUXO TO WS-FLUXO-ESCOLHIDO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-FLUXO-ESCOLHIDO = ZERO
                   DISPLAY "ERRO FATAL: LOTES DEMAIS PARA "
                       WS-QTD-FLUXOS " FLUXOS - GRUPO DO LOTE "
                       WS-LOT-ID(WS-IND-LOTE) " COM " WS-GRP-LOTES
                       " LOTES NAO CABE EM NENHUM FLUXO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD WS-GRP-LOTES TO WS-FLX-LOTES(WS-FLUXO-ESCOLHIDO)
               ADD WS-GRP-REGISTROS
                   TO WS-FLX-REGISTROS(WS-FLUXO-ESCOLHIDO)
               PERFORM VARYING WS-IND-GRUPO FROM WS-IND-LOTE BY 1
                       UNTIL WS-IND-GRUPO > WS-QTD-LOTES
                   IF WS-LOT-GRUPO(WS-IND-GRUPO) = WS-IND-LOTE
                       MOVE WS-FLUXO-ESCOLHIDO
                           TO WS-LOT-FLUXO(WS-IND-GRUPO)
                   END-IF
               END-PERFORM.

      *    Segunda leitura: cada registro vai para o fluxo do seu
      *    lote, na ordem original. Os quatro arquivos sao sempre
      *    regravados; fluxo nao utilizado fica vazio.
           GRAVA-FLUXOS.
               OPEN OUTPUT FLUXO1-FILE
               OPEN OUTPUT FLUXO2-FILE
               OPEN OUTPUT FLUXO3-FILE
               OPEN OUTPUT FLUXO4-FILE
               IF WS-FLUXO1-STATUS NOT = "00" OR
                  WS-FLUXO2-STATUS NOT = "00" OR
                  WS-FLUXO3-STATUS NOT = "00" OR
                  WS-FLUXO4-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR UM DOS"
                       " ARQUIVOS TRANSF1 A TRANSF4"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT TRANS-FILE
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL REABRIR"
                       " TRANSIN - FILE STATUS " WS-TRANS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE "N" TO WS-LOTE-ABERTO
               MOVE ZERO TO WS-LOTE-CORRENTE
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ TRANS-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM GRAVA-REGISTRO-FLUXO
                   END-READ
                   IF WS-TRANS-STATUS NOT = "00" AND
                      WS-TRANS-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM TRANSIN - FILE"
                           " STATUS " WS-TRANS-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE TRANS-FILE
               CLOSE FLUXO1-FILE
               CLOSE FLUXO2-FILE
               CLOSE FLUXO3-FILE
               CLOSE FLUXO4-FILE
               IF WS-QTD-GRAVADOS NOT = WS-QTD-REGISTROS
                   DISPLAY "ERRO FATAL: TRANSIN MUDOU ENTRE AS"
                       " LEITURAS - " WS-QTD-REGISTROS " LIDOS, "
                       WS-QTD-GRAVADOS " GRAVADOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           GRAVA-REGISTRO-FLUXO.
               EVALUATE TRUE
                   WHEN HDR-REGISTRO-HEADER
                       ADD 1 TO WS-LOTE-CORRENTE
                       SET LOTE-ABERTO TO TRUE
                   WHEN NOT LOTE-ABERTO
                       ADD 1 TO WS-LOTE-CORRENTE
                       SET LOTE-ABERTO TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF TRL-REGISTRO-TRAILER
                   MOVE "N" TO WS-LOTE-ABERTO
               END-IF
               IF WS-LOTE-CORRENTE > WS-QTD-LOTES
                   DISPLAY "ERRO FATAL: TRANSIN MUDOU ENTRE AS"
                       " LEITURAS - LOTES A MAIS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               EVALUATE WS-LOT-FLUXO(WS-LOTE-CORRENTE)
                   WHEN 1
                       MOVE TRANS-RECORD TO FLUXO1-RECORD
                       WRITE FLUXO1-RECORD
                   WHEN 2
                       MOVE TRANS-RECORD TO FLUXO2-RECORD
                       WRITE FLUXO2-RECORD
                   WHEN 3
                       MOVE TRANS-RECORD TO FLUXO3-RECORD
                       WRITE FLUXO3-RECORD
                   WHEN OTHER
                       MOVE TRANS-RECORD TO FLUXO4-RECORD
                       WRITE FLUXO4-RECORD
               END-EVALUATE
               ADD 1 TO WS-QTD-GRAVADOS.

      *    Plano da divisao: um registro "P" por fluxo utilizado. O
      *    CALCULADORACOBOL de cada fluxo confere o seu TRANSIN por
      *    ele e o CONSOLIDAFLUXOS so junta a divisao inteira.
           GRAVA-CONTROLE-FLUXOS.
               OPEN OUTPUT FLUXO-CTL-FILE
               IF WS-FLUXO-CTL-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " FLUXOCTL - FILE STATUS " WS-FLUXO-CTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-IND-FLUXO FROM 1 BY 1
                       UNTIL WS-IND-FLUXO > WS-QTD-FLUXOS
                   MOVE WS-IND-FLUXO TO FLX-NUMERO
                   MOVE WS-ID-DIVISAO TO FLX-ID-DIVISAO
                   SET FLX-PLANEJADO TO TRUE
                   MOVE WS-FLX-LOTES(WS-IND-FLUXO) TO FLX-QTD-LOTES
                   MOVE WS-FLX-REGISTROS(WS-IND-FLUXO)
                       TO FLX-QTD-REGISTROS
                   MOVE SPACES TO FLX-TS-INICIO
                   MOVE SPACES TO FLX-TS-FIM
                   MOVE ZERO TO FLX-QTD-LIDAS
                   MOVE ZERO TO FLX-QTD-VALIDAS
                   MOVE ZERO TO FLX-QTD-REJEITADAS
                   MOVE ZERO TO FLX-QTD-DUPLICADAS
                   MOVE ZERO TO FLX-QTD-EXCECOES
                   MOVE ZERO TO FLX-QTD-GL-GRAVADOS
                   MOVE ZERO TO FLX-QTD-SEM-MAPA
                   MOVE ZERO TO FLX-QTD-DIARIOS-GL
                   MOVE ZERO TO FLX-QTD-ESTORNOS
                   MOVE ZERO TO FLX-QTD-ESTORNOS-REJ
                   MOVE ZERO TO FLX-QTD-PEND-APROVACAO
                   MOVE ZERO TO FLX-LOTES-ACEITOS
                   MOVE ZERO TO FLX-LOTES-REJEITADOS
                   MOVE ZERO TO FLX-TOTAL-CONTROLE
                   MOVE "N" TO FLX-ESTOURO-CONTROLE
                   MOVE ZERO TO FLX-CODIGO-RETORNO
                   MOVE SPACES TO FLX-MODO-EXECUCAO
                   MOVE SPACES TO FLX-OPERADOR
                   WRITE FLUXO-RECORD
               END-PERFORM
               CLOSE FLUXO-CTL-FILE.

           GRAVA-RELATORIO.
               MOVE WS-DATA-FORMATADA TO WS-CAB1-DATA
               MOVE WS-CABECALHO-1 TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE WS-ID-DIVISAO TO WS-CAB2-ID-DIVISAO
               MOVE WS-QTD-FLUXOS-PEDIDOS TO WS-CAB2-PEDIDOS
               MOVE WS-QTD-FLUXOS TO WS-CAB2-FLUXOS
               MOVE WS-CABECALHO-2 TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                       UNTIL WS-IND-LOTE > WS-QTD-LOTES
                   MOVE WS-LOT-ID(WS-IND-LOTE) TO WS-LLT-ID-LOTE
                   MOVE WS-LOT-ORIGEM(WS-IND-LOTE) TO WS-LLT-ORIGEM
                   MOVE WS-LOT-DATA-MOV(WS-IND-LOTE) TO WS-LLT-DATA-MOV
                   MOVE WS-LOT-REGISTROS(WS-IND-LOTE)
                       TO WS-LLT-REGISTROS
                   MOVE WS-LOT-FLUXO(WS-IND-LOTE) TO WS-LLT-FLUXO
                   MOVE WS-LINHA-LOTE TO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-PERFORM
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               PERFORM VARYING WS-IND-FLUXO FROM 1 BY 1
                       UNTIL WS-IND-FLUXO > WS-QTD-FLUXOS
                   MOVE WS-IND-FLUXO TO WS-LFX-FLUXO
                   MOVE WS-FLX-LOTES(WS-IND-FLUXO) TO WS-LFX-LOTES
                   MOVE WS-FLX-REGISTROS(WS-IND-FLUXO)
                       TO WS-LFX-REGISTROS
                   MOVE WS-LINHA-FLUXO TO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-PERFORM
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "REGISTROS LIDOS:        " TO WS-TOT-TITULO
               MOVE WS-QTD-REGISTROS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "LOTES:                  " TO WS-TOT-TITULO
               MOVE WS-QTD-LOTES TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "GRUPOS DE LOTES:        " TO WS-TOT-TITULO
               MOVE WS-QTD-GRUPOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "LOTES AGRUPADOS:        " TO WS-TOT-TITULO
               MOVE WS-QTD-AGRUPAMENTOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "TRANS-IDS DISTINTOS:    " TO WS-TOT-TITULO
               MOVE WS-QTD-IDS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               DISPLAY "TRANSIN DIVIDIDO EM " WS-QTD-FLUXOS
                   " FLUXOS - DIVISAO " WS-ID-DIVISAO
               DISPLAY "REGISTROS: " WS-QTD-REGISTROS " LOTES: "
                   WS-QTD-LOTES " GRUPOS: " WS-QTD-GRUPOS.
