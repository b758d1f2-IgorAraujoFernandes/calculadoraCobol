000100     IDENTIFICATION DIVISION.
               PROGRAM-ID. RASTREIATRANS.
000200     ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CARD-FILE ASSIGN TO "CARTAORAS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.

               SELECT TRANS-FILE ASSIGN TO "TRANSIN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.

               SELECT TRANSREC-FILE ASSIGN TO "TRANSREC"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TRANSREC-STATUS.

               SELECT REJECT-FILE ASSIGN TO "REJEITOS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-REJECT-STATUS.

               SELECT PEND-FILE ASSIGN TO "REJPENDENTE"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PEND-STATUS.

               SELECT LOTACE-FILE ASSIGN TO "LOTESACE"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LOTACE-STATUS.

               SELECT LOTREC-FILE ASSIGN TO "LOTESREC"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LOTREC-STATUS.

               SELECT RESULT-FILE ASSIGN TO "RESULTOUT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RESULT-STATUS.

               SELECT HIST-MST-FILE ASSIGN TO "HISTMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS HIST-TRANS-ID
                   FILE STATUS IS WS-HIST-MST-STATUS.

               SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

               SELECT AUDIT-ARQ-FILE ASSIGN TO "AUDITARQ"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-ARQ-STATUS.

               SELECT GL-FILE ASSIGN TO "INTERFGL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GL-STATUS.

               SELECT CONF-FILE ASSIGN TO "GLCONFIRM"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CONF-STATUS.

               SELECT MOV-FILE ASSIGN TO "MOVGL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-MOV-STATUS.

               SELECT GLPEND-FILE ASSIGN TO "GLPENDSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GLPEND-STATUS.

               SELECT REENV-FILE ASSIGN TO "GLREENV"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-REENV-STATUS.

               SELECT BAIXA-FILE ASSIGN TO "BAIXAREV"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-BAIXA-STATUS.

               SELECT PRINT-FILE ASSIGN TO "RELRASTR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.

000300     DATA DIVISION.

           FILE SECTION.

           FD  CARD-FILE
               RECORDING MODE IS F.
           COPY CBRASSEL.

           FD  TRANS-FILE
               RECORDING MODE IS F.
           COPY CBTRANS.
           COPY CBTRCTL.

           FD  TRANSREC-FILE
               RECORDING MODE IS F.
       01  TRANSREC-RECORD             PIC X(95).

           FD  REJECT-FILE
               RECORDING MODE IS F.
           COPY CBREJECT.

           FD  PEND-FILE
               RECORDING MODE IS F.
       01  PEND-RECORD                 PIC X(149).

           FD  LOTACE-FILE
               RECORDING MODE IS F.
           COPY CBLOTACE.

           FD  LOTREC-FILE
               RECORDING MODE IS F.
           COPY CBLOTREC.

           FD  RESULT-FILE
               RECORDING MODE IS F.
           COPY CBRESULT.

           FD  HIST-MST-FILE.
           COPY CBHIST.

           FD  AUDIT-FILE
               RECORDING MODE IS F.
           COPY CBAUDIT.

           FD  AUDIT-ARQ-FILE
               RECORDING MODE IS F.
       01  AUDIT-ARQ-RECORD            PIC X(69).

           FD  GL-FILE
               RECORDING MODE IS F.
           COPY CBGLINT.
           COPY CBGLCTL.

           FD  CONF-FILE
               RECORDING MODE IS F.
           COPY CBGLCONF.

           FD  MOV-FILE
               RECORDING MODE IS F.
       01  MOV-RECORD                  PIC X(73).

           FD  GLPEND-FILE
               RECORDING MODE IS F.
           COPY CBGLPEND.

           FD  REENV-FILE
               RECORDING MODE IS F.
       01  REENV-RECORD                PIC X(74).

           FD  BAIXA-FILE
               RECORDING MODE IS F.
       01  BAIXA-RECORD                PIC X(75).

           FD  PRINT-FILE
               RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

           WORKING-STORAGE SECTION.

       01  WS-STATUS-FLAGS.
           05  WS-CARD-STATUS          PIC X(02).
           05  WS-TRANS-STATUS         PIC X(02).
           05  WS-TRANSREC-STATUS      PIC X(02).
           05  WS-REJECT-STATUS        PIC X(02).
           05  WS-PEND-STATUS          PIC X(02).
           05  WS-LOTACE-STATUS        PIC X(02).
           05  WS-LOTREC-STATUS        PIC X(02).
           05  WS-RESULT-STATUS        PIC X(02).
           05  WS-HIST-MST-STATUS      PIC X(02).
           05  WS-AUDIT-STATUS         PIC X(02).
           05  WS-AUDIT-ARQ-STATUS     PIC X(02).
           05  WS-GL-STATUS            PIC X(02).
           05  WS-CONF-STATUS          PIC X(02).
           05  WS-MOV-STATUS           PIC X(02).
           05  WS-GLPEND-STATUS        PIC X(02).
           05  WS-REENV-STATUS         PIC X(02).
           05  WS-BAIXA-STATUS         PIC X(02).
           05  WS-PRINT-STATUS         PIC X(02).
           05  WS-FIM-CARTOES          PIC X(01) VALUE "N".
               88  FIM-DOS-CARTOES            VALUE "S".
           05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88  FIM-DO-ARQUIVO             VALUE "S".

       01  WS-CODIGO-RETORNO           PIC 9(02) VALUE ZERO.
       01  WS-HIST-MST-ABERTO          PIC X(01) VALUE "N".
           88  HIST-MST-ABERTO                VALUE "S".

      *    Consulta corrente (um cartao).
       01  WS-TIPO-CONSULTA            PIC X(01) VALUE SPACES.
           88  CONSULTA-POR-TRANSACAO         VALUE "T".
           88  CONSULTA-POR-LOTE              VALUE "L".
       01  WS-CHAVE-CONSULTA           PIC X(16) VALUE SPACES.
       01  WS-LOTE-CONSULTA            PIC X(08) VALUE SPACES.

      *    Lote corrente na leitura do TRANSIN / TRANSREC.
       01  WS-LOTE-ATUAL.
           05  WS-LAT-ID               PIC X(08).
           05  WS-LAT-ORIGEM           PIC X(08).
           05  WS-LAT-DATA             PIC 9(08).

      *    Transacoes rastreadas na consulta: a do cartao ou todas
      *    as encontradas no lote.
       01  WS-TABELA-ALVOS.
           05  WS-QTD-ALVOS            PIC 9(04) VALUE ZERO.
           05  WS-ALV-ID OCCURS 500 TIMES
                                       PIC X(16).
       01  WS-IND-ALVO                 PIC 9(04) VALUE ZERO.
       01  WS-IND-ALVO-ACHADO          PIC 9(04) VALUE ZERO.
       01  WS-ID-PROCURADO             PIC X(16) VALUE SPACES.

      *    Eventos encontrados, na ordem de leitura (que segue o
      *    ciclo de vida: entrada, rejeicao, reciclo, resultado,
      *    historico, auditoria, GL, confirmacao, reenvio, baixa).
      *    Impressos por transacao em ordem de data; no mesmo dia
      *    vale a ordem de leitura.
       01  WS-TABELA-EVENTOS.
           05  WS-QTD-EVENTOS          PIC 9(04) VALUE ZERO.
           05  WS-EVENTO OCCURS 3000 TIMES.
               10  WS-EVT-ALVO         PIC 9(04).
               10  WS-EVT-DATA         PIC 9(08).
               10  WS-EVT-CONTINUACAO  PIC X(01).
               10  WS-EVT-CHAVE-GL     PIC X(26).
               10  WS-EVT-TEXTO        PIC X(66).
               10  WS-EVT-IMPRESSO     PIC X(01).
       01  WS-IND-EVENTO               PIC 9(04) VALUE ZERO.
       01  WS-IND-MENOR                PIC 9(04) VALUE ZERO.
       01  WS-QTD-EVENTOS-ALVO         PIC 9(04) VALUE ZERO.
       01  WS-IND-IMPRESSAO            PIC 9(04) VALUE ZERO.
       01  WS-EVENTOS-ESGOTADOS        PIC X(01) VALUE "N".
           88  EVENTOS-ESGOTADOS              VALUE "S".

      *    Evento a guardar.
       01  WS-EVT-NOVO.
           05  WS-NOV-DATA             PIC 9(08).
           05  WS-NOV-CONTINUACAO      PIC X(01).
           05  WS-NOV-CHAVE-GL         PIC X(26).
           05  WS-NOV-TEXTO            PIC X(66).

      *    Uma confirmacao se repete entre GLCONFIRM e MOVGL; o ID
      *    do diario nao e unico no tempo (RECICnnn, APaammdd), por
      *    isso a chave leva a data de execucao e o alvo consultado.
       01  WS-CHAVE-GL.
           05  WS-CGL-DIARIO           PIC X(08).
           05  WS-CGL-LINHA            PIC 9(06).
           05  WS-CGL-DATA-EXECUCAO    PIC 9(08).
           05  WS-CGL-ALVO             PIC 9(04).
       01  WS-CONFIRMACAO-REPETIDA     PIC X(01) VALUE "N".
           88  CONFIRMACAO-REPETIDA           VALUE "S".

       01  WS-TIMESTAMP-LIDO.
           05  WS-TSL-DATA             PIC 9(08).
           05  WS-TSL-HORA             PIC X(06).

      *    Campos editados para a montagem dos textos.
       01  WS-ED-VALOR-1               PIC -(8)9.99.
       01  WS-ED-VALOR-2               PIC -(8)9.99.
       01  WS-ED-TAXA                  PIC ZZZZ9.999999.
       01  WS-ED-RESSUB                PIC 9(02).
       01  WS-ED-LINHA                 PIC 9(06).
       01  WS-ED-QTD                   PIC ZZZZZZZ9.

       01  WS-CONTADORES.
           05  WS-QTD-CARTOES          PIC 9(04) VALUE ZERO.
           05  WS-QTD-CONSULTAS        PIC 9(04) VALUE ZERO.
           05  WS-QTD-CARTOES-RECUSADOS
                                       PIC 9(04) VALUE ZERO.
           05  WS-QTD-SEM-REGISTRO     PIC 9(04) VALUE ZERO.

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAAMMDD        PIC 9(08).
           05  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               10  WS-DATA-AAAA        PIC 9(04).
               10  WS-DATA-MM          PIC 9(02).
               10  WS-DATA-DD          PIC 9(02).
       01  WS-DATA-FORMATADA           PIC X(10).

       01  WS-DATA-EVENTO.
           05  WS-DEV-AAAAMMDD         PIC 9(08).
           05  WS-DEV-AAAAMMDD-R REDEFINES WS-DEV-AAAAMMDD.
               10  WS-DEV-AAAA         PIC 9(04).
               10  WS-DEV-MM           PIC 9(02).
               10  WS-DEV-DD           PIC 9(02).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(35)
                   VALUE "RASTREIO DE TRANSACOES            ".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  WS-CAB1-DATA            PIC X(10).

       01  WS-LINHA-CONSULTA.
           05  FILLER                  PIC X(10) VALUE "CONSULTA: ".
           05  WS-LCS-TIPO             PIC X(10).
           05  WS-LCS-CHAVE            PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LCS-QTD              PIC ZZZ9.
           05  FILLER                  PIC X(12) VALUE " TRANSACOES".

       01  WS-LINHA-LOTE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LLT-TEXTO            PIC X(78).

       01  WS-LINHA-TRANSACAO.
           05  FILLER                  PIC X(11) VALUE "TRANSACAO: ".
           05  WS-LTR-ID               PIC X(16).

       01  WS-LINHA-EVENTO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LEV-DATA             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LEV-TEXTO            PIC X(66).

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TITULO           PIC X(24).
           05  WS-TOT-VALOR            PIC ZZZZZZZ9.

000400     PROCEDURE DIVISION.
          MAIN.
              PERFORM ABRIR-ARQUIVOS
              PERFORM LER-CARTAO
              PERFORM PROCESSA-CONSULTA UNTIL FIM-DOS-CARTOES
              PERFORM GRAVA-TOTAIS
              PERFORM FECHAR-ARQUIVOS
              MOVE WS-CODIGO-RETORNO TO RETURN-CODE
              STOP RUN.

           ABRIR-ARQUIVOS.
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " RELRASTR - FILE STATUS " WS-PRINT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT CARD-FILE
               IF WS-CARD-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " CARTAORAS - FILE STATUS " WS-CARD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT HIST-MST-FILE
               IF WS-HIST-MST-STATUS = "00"
                   SET HIST-MST-ABERTO TO TRUE
               ELSE
                   DISPLAY "AVISO: HISTORICO HISTMST INDISPONIVEL -"
                       " FILE STATUS " WS-HIST-MST-STATUS
               END-IF
               ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
               STRING WS-DATA-DD "/" WS-DATA-MM "/" WS-DATA-AAAA
                   DELIMITED BY SIZE INTO WS-DATA-FORMATADA
               MOVE WS-DATA-FORMATADA TO WS-CAB1-DATA
               MOVE WS-CABECALHO-1 TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

           LER-CARTAO.
               READ CARD-FILE
                   AT END
                       MOVE "S" TO WS-FIM-CARTOES
                   NOT AT END
                       ADD 1 TO WS-QTD-CARTOES
               END-READ
               IF WS-CARD-STATUS NOT = "00" AND
                  WS-CARD-STATUS NOT = "10"
                   DISPLAY "ERRO DE LEITURA EM CARTAORAS - FILE"
                       " STATUS " WS-CARD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *    Uma consulta por cartao: monta a lista de transacoes,
      *    percorre todos os arquivos guardando os eventos delas e
      *    imprime a historia de cada uma.
           PROCESSA-CONSULTA.
               MOVE RAS-TIPO-CONSULTA TO WS-TIPO-CONSULTA
               MOVE RAS-CHAVE TO WS-CHAVE-CONSULTA
               MOVE RAS-ID-LOTE TO WS-LOTE-CONSULTA
               IF (NOT CONSULTA-POR-TRANSACAO AND
                   NOT CONSULTA-POR-LOTE) OR
                  WS-CHAVE-CONSULTA = SPACES
                   PERFORM RECUSA-CARTAO
               ELSE
                   ADD 1 TO WS-QTD-CONSULTAS
                   MOVE ZERO TO WS-QTD-ALVOS
                   MOVE ZERO TO WS-QTD-EVENTOS
                   MOVE "N" TO WS-EVENTOS-ESGOTADOS
                   IF CONSULTA-POR-TRANSACAO
                       MOVE WS-CHAVE-CONSULTA TO WS-ID-PROCURADO
                       PERFORM INCLUI-ALVO
                   ELSE
                       PERFORM COLETA-ALVOS-LOTE
                   END-IF
                   PERFORM GRAVA-CABECALHO-CONSULTA
                   PERFORM RASTREIA-TRANSIN
                   PERFORM RASTREIA-REJEITOS
                   PERFORM RASTREIA-RECICLO
                   PERFORM RASTREIA-PENDENTES
                   PERFORM RASTREIA-RESULTADOS
                   PERFORM RASTREIA-HISTORICO
                   PERFORM RASTREIA-AUDITORIA
                   PERFORM RASTREIA-AUDITORIA-ARQUIVO
                   PERFORM RASTREIA-INTERFACE-GL
                   PERFORM RASTREIA-CONFIRMACOES
                   PERFORM RASTREIA-MOVIMENTO-GL
                   PERFORM RASTREIA-PENDENTES-GL
                   PERFORM RASTREIA-REENVIOS
                   PERFORM RASTREIA-BAIXAS
                   PERFORM GRAVA-HISTORIAS
               END-IF
               PERFORM LER-CARTAO.

           RECUSA-CARTAO.
               ADD 1 TO WS-QTD-CARTOES-RECUSADOS
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
               MOVE SPACES TO WS-LLT-TEXTO
               STRING "CARTAO RECUSADO - TIPO " RAS-TIPO-CONSULTA
                   " CHAVE " RAS-CHAVE
                   DELIMITED BY SIZE INTO WS-LLT-TEXTO
               MOVE WS-LINHA-LOTE TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

      *    Consulta por lote: as transacoes vem do TRANSIN e do
      *    TRANSREC (lote corrente), dos rejeitos (REJECT-ID-LOTE) e
      *    do GL - o diario tem o ID do lote - o que alcanca lotes
      *    antigos cujo TRANSIN ja nao existe.
           COLETA-ALVOS-LOTE.
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE SPACES TO WS-LAT-ID
               OPEN INPUT TRANS-FILE
               IF WS-TRANS-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ TRANS-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM COLETA-ALVO-TRANSIN
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
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE SPACES TO WS-LAT-ID
               OPEN INPUT TRANSREC-FILE
               IF WS-TRANSREC-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ TRANSREC-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE TRANSREC-RECORD TO TRANS-RECORD
                               PERFORM COLETA-ALVO-TRANSIN
                       END-READ
                       IF WS-TRANSREC-STATUS NOT = "00" AND
                          WS-TRANSREC-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM TRANSREC - FILE"
                               " STATUS " WS-TRANSREC-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE TRANSREC-FILE
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT REJECT-FILE
               IF WS-REJECT-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ REJECT-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM COLETA-ALVO-REJEITO
                       END-READ
                       IF WS-REJECT-STATUS NOT = "00" AND
                          WS-REJECT-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM REJEITOS - FILE"
                               " STATUS " WS-REJECT-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE REJECT-FILE
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT PEND-FILE
               IF WS-PEND-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ PEND-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE PEND-RECORD TO REJECT-RECORD
                               PERFORM COLETA-ALVO-REJEITO
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
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT GL-FILE
               IF WS-GL-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ GL-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF GL-REGISTRO-LINHA AND
                                  GL-ID-DIARIO = WS-LOTE-CONSULTA
                                   MOVE GL-TRANS-ID TO WS-ID-PROCURADO
                                   PERFORM INCLUI-ALVO
                               END-IF
                       END-READ
                       IF WS-GL-STATUS NOT = "00" AND
                          WS-GL-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM INTERFGL - FILE"
                               " STATUS " WS-GL-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE GL-FILE
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT MOV-FILE
               IF WS-MOV-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ MOV-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE MOV-RECORD TO GLCONF-RECORD
                               IF CONF-ID-DIARIO = WS-LOTE-CONSULTA
                                   MOVE CONF-TRANS-ID
                                       TO WS-ID-PROCURADO
                                   PERFORM INCLUI-ALVO
                               END-IF
                       END-READ
                       IF WS-MOV-STATUS NOT = "00" AND
                          WS-MOV-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM MOVGL - FILE"
                               " STATUS " WS-MOV-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE MOV-FILE
               END-IF.

           COLETA-ALVO-TRANSIN.
               IF HDR-REGISTRO-HEADER
                   MOVE HDR-ID-LOTE TO WS-LAT-ID
               ELSE
                   IF TRL-REGISTRO-TRAILER
                       MOVE SPACES TO WS-LAT-ID
                   ELSE
                       IF WS-LAT-ID = WS-LOTE-CONSULTA
                           MOVE TRANS-ID TO WS-ID-PROCURADO
                           PERFORM INCLUI-ALVO
                       END-IF
                   END-IF
               END-IF.

           COLETA-ALVO-REJEITO.
               IF REJECT-ID-LOTE = WS-LOTE-CONSULTA
                   MOVE REJECT-ID TO WS-ID-PROCURADO
                   PERFORM INCLUI-ALVO
               END-IF.

           INCLUI-ALVO.
               PERFORM PROCURA-ALVO
               IF WS-IND-ALVO-ACHADO = ZERO AND
                  WS-ID-PROCURADO NOT = SPACES
                   IF WS-QTD-ALVOS < 500
                       ADD 1 TO WS-QTD-ALVOS
                       MOVE WS-ID-PROCURADO TO WS-ALV-ID(WS-QTD-ALVOS)
                   ELSE
                       DISPLAY "AVISO: MAIS DE 500 TRANSACOES NO LOTE"
                           " - EXCEDENTES IGNORADAS"
                       IF WS-CODIGO-RETORNO < 4
                           MOVE 4 TO WS-CODIGO-RETORNO
                       END-IF
                   END-IF
               END-IF.

           PROCURA-ALVO.
               MOVE ZERO TO WS-IND-ALVO-ACHADO
               PERFORM VARYING WS-IND-ALVO FROM 1 BY 1
                       UNTIL WS-IND-ALVO > WS-QTD-ALVOS
                       OR WS-IND-ALVO-ACHADO > ZERO
                   IF WS-ALV-ID(WS-IND-ALVO) = WS-ID-PROCURADO
                       MOVE WS-IND-ALVO TO WS-IND-ALVO-ACHADO
                   END-IF
               END-PERFORM.

      *    Cabecalho da consulta; na consulta por lote, a situacao
      *    do lote na ultima execucao (LOTESACE / LOTESREC).
           GRAVA-CABECALHO-CONSULTA.
               IF CONSULTA-POR-TRANSACAO
                   MOVE "TRANSACAO " TO WS-LCS-TIPO
               ELSE
                   MOVE "LOTE      " TO WS-LCS-TIPO
               END-IF
               MOVE WS-CHAVE-CONSULTA TO WS-LCS-CHAVE
               MOVE WS-QTD-ALVOS TO WS-LCS-QTD
               MOVE WS-LINHA-CONSULTA TO PRINT-RECORD
               WRITE PRINT-RECORD
               IF CONSULTA-POR-LOTE
                   PERFORM GRAVA-SITUACAO-LOTE
               END-IF.

           GRAVA-SITUACAO-LOTE.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT LOTACE-FILE
               IF WS-LOTACE-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ LOTACE-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF LAC-ID-LOTE = WS-LOTE-CONSULTA
                                   MOVE LAC-CONTAGEM TO WS-ED-QTD
                                   MOVE SPACES TO WS-LLT-TEXTO
                                   STRING "LOTE ACEITO NA ULTIMA"
                                       " EXECUCAO - ORIGEM "
                                       LAC-ORIGEM " CONTAGEM "
                                       WS-ED-QTD
                                       DELIMITED BY SIZE
                                       INTO WS-LLT-TEXTO
                                   MOVE WS-LINHA-LOTE TO PRINT-RECORD
                                   WRITE PRINT-RECORD
                               END-IF
                       END-READ
                       IF WS-LOTACE-STATUS NOT = "00" AND
                          WS-LOTACE-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM LOTESACE - FILE"
                               " STATUS " WS-LOTACE-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE LOTACE-FILE
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT LOTREC-FILE
               IF WS-LOTREC-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ LOTREC-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF LRC-ID-LOTE = WS-LOTE-CONSULTA
                                   MOVE SPACES TO WS-LLT-TEXTO
                                   STRING "LOTE RECUSADO NA ULTIMA"
                                       " EXECUCAO: " LRC-MOTIVO
                                       DELIMITED BY SIZE
                                       INTO WS-LLT-TEXTO
                                   MOVE WS-LINHA-LOTE TO PRINT-RECORD
                                   WRITE PRINT-RECORD
                               END-IF
                       END-READ
                       IF WS-LOTREC-STATUS NOT = "00" AND
                          WS-LOTREC-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM LOTESREC - FILE"
                               " STATUS " WS-LOTREC-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE LOTREC-FILE
               END-IF.

      *    Entrada: lote em que a transacao chegou no TRANSIN.
           RASTREIA-TRANSIN.
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE SPACES TO WS-LAT-ID
               MOVE SPACES TO WS-LAT-ORIGEM
               MOVE ZERO TO WS-LAT-DATA
               OPEN INPUT TRANS-FILE
               IF WS-TRANS-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ TRANS-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM EXAMINA-TRANSIN
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
               ELSE
                   DISPLAY "AVISO: TRANSIN INDISPONIVEL - FILE STATUS "
                       WS-TRANS-STATUS
               END-IF.

           EXAMINA-TRANSIN.
               PERFORM GUARDA-LOTE-ATUAL
               IF NOT HDR-REGISTRO-HEADER AND
                  NOT TRL-REGISTRO-TRAILER
                   MOVE TRANS-ID TO WS-ID-PROCURADO
                   PERFORM PROCURA-ALVO
                   IF WS-IND-ALVO-ACHADO > ZERO
                       MOVE WS-LAT-DATA TO WS-NOV-DATA
                       MOVE SPACES TO WS-NOV-TEXTO
                       STRING "ENTRADA NO LOTE " WS-LAT-ID
                           " ORIGEM " WS-LAT-ORIGEM
                           " TIPO " TRANS-TIPO-REG
                           DELIMITED BY SIZE INTO WS-NOV-TEXTO
                       PERFORM GUARDA-EVENTO
                       PERFORM GUARDA-VALORES-TRANSACAO
                   END-IF
               END-IF.

           GUARDA-LOTE-ATUAL.
               IF HDR-REGISTRO-HEADER
                   MOVE HDR-ID-LOTE TO WS-LAT-ID
                   MOVE HDR-ORIGEM TO WS-LAT-ORIGEM
                   IF HDR-DATA-MOVIMENTO NUMERIC
                       MOVE HDR-DATA-MOVIMENTO TO WS-LAT-DATA
                   ELSE
                       MOVE ZERO TO WS-LAT-DATA
                   END-IF
               END-IF.

           GUARDA-VALORES-TRANSACAO.
               IF TRANS-NUMERO1 NUMERIC
                   MOVE TRANS-NUMERO1 TO WS-ED-VALOR-1
               ELSE
                   MOVE ZERO TO WS-ED-VALOR-1
               END-IF
               IF TRANS-NUMERO2 NUMERIC
                   MOVE TRANS-NUMERO2 TO WS-ED-VALOR-2
               ELSE
                   MOVE ZERO TO WS-ED-VALOR-2
               END-IF
               IF TRANS-RESSUBMISSOES NUMERIC
                   MOVE TRANS-RESSUBMISSOES TO WS-ED-RESSUB
               ELSE
                   MOVE ZERO TO WS-ED-RESSUB
               END-IF
               MOVE SPACES TO WS-NOV-TEXTO
               STRING "  N1 " WS-ED-VALOR-1 " N2 " WS-ED-VALOR-2
                   " OP " TRANS-OPERACAO " CC " TRANS-CENTRO-CUSTO
                   " " TRANS-MOEDA " RESSUB " WS-ED-RESSUB
                   DELIMITED BY SIZE INTO WS-NOV-TEXTO
               PERFORM GUARDA-CONTINUACAO
               IF TRANS-REGISTRO-ESTORNO
                   MOVE SPACES TO WS-NOV-TEXTO
                   STRING "  ESTORNO DA TRANSACAO " TRANS-ID-ESTORNADO
                       DELIMITED BY SIZE INTO WS-NOV-TEXTO
                   PERFORM GUARDA-CONTINUACAO
               END-IF.

           RASTREIA-REJEITOS.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT REJECT-FILE
               IF WS-REJECT-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ REJECT-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE REJECT-ID TO WS-ID-PROCURADO
                               PERFORM PROCURA-ALVO
                               IF WS-IND-ALVO-ACHADO > ZERO
                                   PERFORM GUARDA-REJEICAO
                               END-IF
                       END-READ
                       IF WS-REJECT-STATUS NOT = "00" AND
                          WS-REJECT-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM REJEITOS - FILE"
                               " STATUS " WS-REJECT-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE REJECT-FILE
               ELSE
                   DISPLAY "AVISO: REJEITOS INDISPONIVEL - FILE"
                       " STATUS " WS-REJECT-STATUS
               END-IF.

           GUARDA-REJEICAO.
               MOVE REJECT-DATA-MOVIMENTO TO WS-NOV-DATA
               MOVE SPACES TO WS-NOV-TEXTO
               STRING "REJEITADA NO LOTE " REJECT-ID-LOTE ": "
                   REJECT-MOTIVO
                   DELIMITED BY SIZE INTO WS-NOV-TEXTO
               PERFORM GUARDA-EVENTO
               PERFORM GUARDA-RESSUBMISSAO.

           GUARDA-RESSUBMISSAO.
               IF REJECT-RESSUBMISSOES NUMERIC AND
                  REJECT-RESSUBMISSOES > ZERO
                   MOVE REJECT-RESSUBMISSOES TO WS-ED-RESSUB
                   MOVE SPACES TO WS-NOV-TEXTO
                   STRING "  RESSUBMISSOES " WS-ED-RESSUB
                       " MOTIVO ORIGINAL " REJECT-MOTIVO-ORIGINAL
                       DELIMITED BY SIZE INTO WS-NOV-TEXTO
                   PERFORM GUARDA-CONTINUACAO
               END-IF.

      *    Reciclo: lote RECICnnn gravado pelo CORRIGEREJEITOS.
           RASTREIA-RECICLO.
               MOVE "N" TO WS-FIM-ARQUIVO
               MOVE SPACES TO WS-LAT-ID
               MOVE ZERO TO WS-LAT-DATA
               OPEN INPUT TRANSREC-FILE
               IF WS-TRANSREC-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ TRANSREC-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE TRANSREC-RECORD TO TRANS-RECORD
                               PERFORM EXAMINA-RECICLO
                       END-READ
                       IF WS-TRANSREC-STATUS NOT = "00" AND
                          WS-TRANSREC-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM TRANSREC - FILE"
                               " STATUS " WS-TRANSREC-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE TRANSREC-FILE
               ELSE
                   DISPLAY "AVISO: TRANSREC INDISPONIVEL - FILE"
                       " STATUS " WS-TRANSREC-STATUS
               END-IF.

           EXAMINA-RECICLO.
               PERFORM GUARDA-LOTE-ATUAL
               IF NOT HDR-REGISTRO-HEADER AND
                  NOT TRL-REGISTRO-TRAILER
                   MOVE TRANS-ID TO WS-ID-PROCURADO
                   PERFORM PROCURA-ALVO
                   IF WS-IND-ALVO-ACHADO > ZERO
                       MOVE WS-LAT-DATA TO WS-NOV-DATA
                       MOVE SPACES TO WS-NOV-TEXTO
                       STRING "RECICLADA (CORRIGEREJEITOS) NO LOTE "
                           WS-LAT-ID
                           DELIMITED BY SIZE INTO WS-NOV-TEXTO
                       PERFORM GUARDA-EVENTO
                       PERFORM GUARDA-VALORES-TRANSACAO
                   END-IF
               END-IF.

           RASTREIA-PENDENTES.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT PEND-FILE
               IF WS-PEND-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ PEND-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE PEND-RECORD TO REJECT-RECORD
                               MOVE REJECT-ID TO WS-ID-PROCURADO
                               PERFORM PROCURA-ALVO
                               IF WS-IND-ALVO-ACHADO > ZERO
                                   PERFORM GUARDA-PENDENCIA
                               END-IF
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
               END-IF.

           GUARDA-PENDENCIA.
               MOVE REJECT-DATA-MOVIMENTO TO WS-NOV-DATA
               MOVE SPACES TO WS-NOV-TEXTO
               STRING "PENDENTE DE CORRECAO (REJPENDENTE): "
                   REJECT-MOTIVO
                   DELIMITED BY SIZE INTO WS-NOV-TEXTO
               PERFORM GUARDA-EVENTO
               PERFORM GUARDA-RESSUBMISSAO.

      *    Resultado calculado, ja na moeda base.
           RASTREIA-RESULTADOS.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT RESULT-FILE
               IF WS-RESULT-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ RESULT-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE RESULT-TRANS-ID TO WS-ID-PROCURADO
                               PERFORM PROCURA-ALVO
                               IF WS-IND-ALVO-ACHADO > ZERO
                                   PERFORM GUARDA-RESULTADO
                               END-IF
                       END-READ
                       IF WS-RESULT-STATUS NOT = "00" AND
                          WS-RESULT-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM RESULTOUT - FILE"
                               " STATUS " WS-RESULT-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE RESULT-FILE
               ELSE
                   DISPLAY "AVISO: RESULTOUT INDISPONIVEL - FILE"
                       " STATUS " WS-RESULT-STATUS
               END-IF.

           GUARDA-RESULTADO.
               MOVE RESULT-DATA-MOVIMENTO TO WS-NOV-DATA
               MOVE RESULT-VALOR TO WS-ED-VALOR-1
               MOVE SPACES TO WS-NOV-TEXTO
               STRING "CALCULADA: OP " RESULT-OPERACAO
                   " RESULTADO " WS-ED-VALOR-1
                   " CC " RESULT-CENTRO-CUSTO
                   " MOEDA " RESULT-MOEDA
                   DELIMITED BY SIZE INTO WS-NOV-TEXTO
               PERFORM GUARDA-EVENTO
               MOVE RESULT-NUMERO1 TO WS-ED-VALOR-1
               MOVE RESULT-NUMERO2 TO WS-ED-VALOR-2
               MOVE SPACES TO WS-NOV-TEXTO
               STRING "  N1 " WS-ED-VALOR-1 " N2 " WS-ED-VALOR-2
                   " (MOEDA BASE)"
                   DELIMITED BY SIZE INTO WS-NOV-TEXTO
               PERFORM GUARDA-CONTINUACAO.

      *    Historico (HISTMST): lancamento guardado, conversao de
      *    moeda aplicada, contas e estorno.
           RASTREIA-HISTORICO.
               IF HIST-MST-ABERTO
                   PERFORM VARYING WS-IND-ALVO FROM 1 BY 1
                           UNTIL WS-IND-ALVO > WS-QTD-ALVOS
                       MOVE WS-IND-ALVO TO WS-IND-ALVO-ACHADO
                       MOVE WS-ALV-ID(WS-IND-ALVO) TO HIST-TRANS-ID
                       READ HIST-MST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM GUARDA-HISTORICO
                       END-READ
                       IF WS-HIST-MST-STATUS NOT = "00" AND
                          WS-HIST-MST-STATUS NOT = "23"
                           DISPLAY "ERRO DE LEITURA EM HISTMST - FILE"
                               " STATUS " WS-HIST-MST-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
               END-IF.

           GUARDA-HISTORICO.
               MOVE HIST-DATA-PROCESSO TO WS-NOV-DATA
               MOVE SPACES TO WS-NOV-TEXTO
               IF HIST-LANCAMENTO = SPACES
                   STRING "CONTABILIZADA (HISTMST) - SEM DADOS DO"
                       " LANCAMENTO"
                       DELIMITED BY SIZE INTO WS-NOV-TEXTO
                   PERFORM GUARDA-EVENTO
               ELSE
                   MOVE HIST-TAXA-CAMBIO TO WS-ED-TAXA
                   STRING "CONTABILIZADA (HISTMST) MOEDA " HIST-MOEDA
                       " TAXA " WS-ED-TAXA
                       DELIMITED BY SIZE INTO WS-NOV-TEXTO
                   PERFORM GUARDA-EVENTO
                   MOVE SPACES TO WS-NOV-TEXTO
                   STRING "  CONTA DEBITO " HIST-CONTA-DEBITO
                       " CREDITO " HIST-CONTA-CREDITO
                       DELIMITED BY SIZE INTO WS-NOV-TEXTO
                   PERFORM GUARDA-CONTINUACAO
                   IF HIST-LANCTO-ESTORNO
                       MOVE SPACES TO WS-NOV-TEXTO
                       STRING "  ESTORNO DA TRANSACAO "
                           HIST-ID-RELACIONADO
                           DELIMITED BY SIZE INTO WS-NOV-TEXTO
                       PERFORM GUARDA-CONTINUACAO
                   END-IF
                   IF HIST-ESTORNADA
                       MOVE HIST-DATA-ESTORNO TO WS-NOV-DATA
                       MOVE SPACES TO WS-NOV-TEXTO
                       STRING "ESTORNADA PELA TRANSACAO "
                           HIST-ID-RELACIONADO
                           DELIMITED BY SIZE INTO WS-NOV-TEXTO
                       PERFORM GUARDA-EVENTO
                   END-IF
               END-IF.

      *    Auditoria: trilha vigente e arquivo historico AUDITARQ.
           RASTREIA-AUDITORIA.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ AUDIT-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM EXAMINA-AUDITORIA
                       END-READ
                       IF WS-AUDIT-STATUS NOT = "00" AND
                          WS-AUDIT-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM AUDITLOG - FILE"
                               " STATUS " WS-AUDIT-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE AUDIT-FILE
               ELSE
                   DISPLAY "AVISO: AUDITLOG INDISPONIVEL - FILE"
                       " STATUS " WS-AUDIT-STATUS
               END-IF.

           RASTREIA-AUDITORIA-ARQUIVO.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT AUDIT-ARQ-FILE
               IF WS-AUDIT-ARQ-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ AUDIT-ARQ-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE AUDIT-ARQ-RECORD TO AUDIT-RECORD
                               PERFORM EXAMINA-AUDITORIA
                       END-READ
                       IF WS-AUDIT-ARQ-STATUS NOT = "00" AND
                          WS-AUDIT-ARQ-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM AUDITARQ - FILE"
                               " STATUS " WS-AUDIT-ARQ-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE AUDIT-ARQ-FILE
               ELSE
                   DISPLAY "AVISO: AUDITARQ INDISPONIVEL - FILE"
                       " STATUS " WS-AUDIT-ARQ-STATUS
               END-IF.

           EXAMINA-AUDITORIA.
               MOVE AUDIT-TRANS-ID TO WS-ID-PROCURADO
               PERFORM PROCURA-ALVO
               IF WS-IND-ALVO-ACHADO > ZERO
                   MOVE AUDIT-TIMESTAMP TO WS-TIMESTAMP-LIDO
                   IF WS-TSL-DATA NUMERIC
                       MOVE WS-TSL-DATA TO WS-NOV-DATA
                   ELSE
                       MOVE ZERO TO WS-NOV-DATA
                   END-IF
                   MOVE AUDIT-VALOR TO WS-ED-VALOR-1
                   MOVE SPACES TO WS-NOV-TEXTO
                   STRING "AUDITORIA: OPERADOR " AUDIT-OPERADOR
                       " HORA " WS-TSL-HORA
                       " VALOR " WS-ED-VALOR-1
                       DELIMITED BY SIZE INTO WS-NOV-TEXTO
                   PERFORM GUARDA-EVENTO
               END-IF.

      *    Lancamento no GL: linhas de diario a debito e a credito.
           RASTREIA-INTERFACE-GL.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT GL-FILE
               IF WS-GL-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ GL-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF GL-REGISTRO-LINHA
                                   PERFORM EXAMINA-LINHA-GL
                               END-IF
                       END-READ
                       IF WS-GL-STATUS NOT = "00" AND
                          WS-GL-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM INTERFGL - FILE"
                               " STATUS " WS-GL-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE GL-FILE
               ELSE
                   DISPLAY "AVISO: INTERFGL INDISPONIVEL - FILE"
                       " STATUS " WS-GL-STATUS
               END-IF.

           EXAMINA-LINHA-GL.
               MOVE GL-TRANS-ID TO WS-ID-PROCURADO
               PERFORM PROCURA-ALVO
               IF WS-IND-ALVO-ACHADO > ZERO
                   MOVE GL-DATA-EXECUCAO TO WS-NOV-DATA
                   MOVE GL-LINHA-DIARIO TO WS-ED-LINHA
                   MOVE GL-VALOR TO WS-ED-VALOR-1
                   MOVE SPACES TO WS-NOV-TEXTO
                   STRING "GL DIARIO " GL-ID-DIARIO "/" WS-ED-LINHA
                       " " GL-NATUREZA " CONTA " GL-CONTA-REFERENCIA
                       " VALOR " WS-ED-VALOR-1
                       DELIMITED BY SIZE INTO WS-NOV-TEXTO
                   PERFORM GUARDA-EVENTO
                   MOVE GL-TAXA-CAMBIO TO WS-ED-TAXA
                   MOVE SPACES TO WS-NOV-TEXTO
                   STRING "  MOEDA ORIGEM " GL-MOEDA-ORIGEM
                       " TAXA " WS-ED-TAXA
                       DELIMITED BY SIZE INTO WS-NOV-TEXTO
                   PERFORM GUARDA-CONTINUACAO
               END-IF.

      *    Confirmacao do GL (GLACK casado pelo CONCILIAGL): a da
      *    ultima conciliacao (GLCONFIRM) e as ja acumuladas no
      *    MOVGL; a mesma linha so sai uma vez.
           RASTREIA-CONFIRMACOES.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT CONF-FILE
               IF WS-CONF-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ CONF-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               PERFORM EXAMINA-CONFIRMACAO
                       END-READ
                       IF WS-CONF-STATUS NOT = "00" AND
                          WS-CONF-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM GLCONFIRM - FILE"
                               " STATUS " WS-CONF-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE CONF-FILE
               ELSE
                   DISPLAY "AVISO: GLCONFIRM INDISPONIVEL - FILE"
                       " STATUS " WS-CONF-STATUS
               END-IF.

           RASTREIA-MOVIMENTO-GL.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT MOV-FILE
               IF WS-MOV-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ MOV-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE MOV-RECORD TO GLCONF-RECORD
                               PERFORM EXAMINA-CONFIRMACAO
                       END-READ
                       IF WS-MOV-STATUS NOT = "00" AND
                          WS-MOV-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM MOVGL - FILE"
                               " STATUS " WS-MOV-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE MOV-FILE
               ELSE
                   DISPLAY "AVISO: MOVGL INDISPONIVEL - FILE STATUS "
                       WS-MOV-STATUS
               END-IF.

           EXAMINA-CONFIRMACAO.
               MOVE CONF-TRANS-ID TO WS-ID-PROCURADO
               PERFORM PROCURA-ALVO
               IF WS-IND-ALVO-ACHADO > ZERO
                   MOVE CONF-ID-DIARIO TO WS-CGL-DIARIO
                   MOVE CONF-LINHA-DIARIO TO WS-CGL-LINHA
                   MOVE CONF-DATA-EXECUCAO TO WS-CGL-DATA-EXECUCAO
                   MOVE WS-IND-ALVO-ACHADO TO WS-CGL-ALVO
                   MOVE "N" TO WS-CONFIRMACAO-REPETIDA
                   PERFORM VARYING WS-IND-EVENTO FROM 1 BY 1
                           UNTIL WS-IND-EVENTO > WS-QTD-EVENTOS
                       IF WS-EVT-CHAVE-GL(WS-IND-EVENTO) = WS-CHAVE-GL
                           SET CONFIRMACAO-REPETIDA TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT CONFIRMACAO-REPETIDA
                       PERFORM GUARDA-CONFIRMACAO
                   END-IF
               END-IF.

           GUARDA-CONFIRMACAO.
               MOVE CONF-TS-CONCILIACAO TO WS-TIMESTAMP-LIDO
               IF WS-TSL-DATA NUMERIC
                   MOVE WS-TSL-DATA TO WS-NOV-DATA
               ELSE
                   MOVE CONF-DATA-EXECUCAO TO WS-NOV-DATA
               END-IF
               MOVE CONF-LINHA-DIARIO TO WS-ED-LINHA
               MOVE SPACES TO WS-NOV-TEXTO
               STRING "CONFIRMADA PELO GL (GLACK) " CONF-ID-DIARIO
                   "/" WS-ED-LINHA " CONTA " CONF-CONTA
                   DELIMITED BY SIZE INTO WS-NOV-TEXTO
               PERFORM GUARDA-EVENTO
               MOVE WS-CHAVE-GL TO WS-EVT-CHAVE-GL(WS-QTD-EVENTOS).

      *    Sem confirmacao do GL (GLPENDSAI), reenvios (GLREENV) e
      *    baixas (BAIXAREV). As datas sao as da execucao do
      *    lancamento, a unica que esses arquivos trazem.
           RASTREIA-PENDENTES-GL.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT GLPEND-FILE
               IF WS-GLPEND-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ GLPEND-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE GLP-TRANS-ID TO WS-ID-PROCURADO
                               PERFORM PROCURA-ALVO
                               IF WS-IND-ALVO-ACHADO > ZERO
                                   PERFORM GUARDA-PENDENCIA-GL
                               END-IF
                       END-READ
                       IF WS-GLPEND-STATUS NOT = "00" AND
                          WS-GLPEND-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM GLPENDSAI - FILE"
                               " STATUS " WS-GLPEND-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE GLPEND-FILE
               ELSE
                   DISPLAY "AVISO: GLPENDSAI INDISPONIVEL - FILE"
                       " STATUS " WS-GLPEND-STATUS
               END-IF.

           GUARDA-PENDENCIA-GL.
               MOVE GLP-DATA-EXECUCAO TO WS-NOV-DATA
               MOVE GLP-LINHA-DIARIO TO WS-ED-LINHA
               MOVE GLP-REENVIOS TO WS-ED-RESSUB
               MOVE SPACES TO WS-NOV-TEXTO
               STRING "SEM CONFIRMACAO DO GL (GLPENDSAI) "
                   GLP-ID-DIARIO "/" WS-ED-LINHA
                   " REENVIOS " WS-ED-RESSUB
                   DELIMITED BY SIZE INTO WS-NOV-TEXTO
               PERFORM GUARDA-EVENTO.

           RASTREIA-REENVIOS.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT REENV-FILE
               IF WS-REENV-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ REENV-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE REENV-RECORD
                                   TO GL-INTERFACE-RECORD
                               PERFORM EXAMINA-REENVIO
                       END-READ
                       IF WS-REENV-STATUS NOT = "00" AND
                          WS-REENV-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM GLREENV - FILE"
                               " STATUS " WS-REENV-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE REENV-FILE
               ELSE
                   DISPLAY "AVISO: GLREENV INDISPONIVEL - FILE"
                       " STATUS " WS-REENV-STATUS
               END-IF.

           EXAMINA-REENVIO.
               MOVE GL-TRANS-ID TO WS-ID-PROCURADO
               PERFORM PROCURA-ALVO
               IF WS-IND-ALVO-ACHADO > ZERO
                   MOVE GL-DATA-EXECUCAO TO WS-NOV-DATA
                   MOVE GL-LINHA-DIARIO TO WS-ED-LINHA
                   MOVE SPACES TO WS-NOV-TEXTO
                   STRING "REENVIADA AO GL (GLREENV) " GL-ID-DIARIO
                       "/" WS-ED-LINHA " CONTA " GL-CONTA-REFERENCIA
                       DELIMITED BY SIZE INTO WS-NOV-TEXTO
                   PERFORM GUARDA-EVENTO
               END-IF.

           RASTREIA-BAIXAS.
               MOVE "N" TO WS-FIM-ARQUIVO
               OPEN INPUT BAIXA-FILE
               IF WS-BAIXA-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ BAIXA-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE BAIXA-RECORD TO GLPEND-RECORD
                               MOVE GLP-TRANS-ID TO WS-ID-PROCURADO
                               PERFORM PROCURA-ALVO
                               IF WS-IND-ALVO-ACHADO > ZERO
                                   PERFORM GUARDA-BAIXA
                               END-IF
                       END-READ
                       IF WS-BAIXA-STATUS NOT = "00" AND
                          WS-BAIXA-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM BAIXAREV - FILE"
                               " STATUS " WS-BAIXA-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE BAIXA-FILE
               ELSE
                   DISPLAY "AVISO: BAIXAREV INDISPONIVEL - FILE"
                       " STATUS " WS-BAIXA-STATUS
               END-IF.

           GUARDA-BAIXA.
               MOVE GLP-DATA-EXECUCAO TO WS-NOV-DATA
               MOVE GLP-LINHA-DIARIO TO WS-ED-LINHA
               MOVE GLP-REENVIOS TO WS-ED-RESSUB
               MOVE SPACES TO WS-NOV-TEXTO
               STRING "BAIXADA SEM CONFIRMACAO (BAIXAREV) "
                   GLP-ID-DIARIO "/" WS-ED-LINHA
                   " REENVIOS " WS-ED-RESSUB
                   DELIMITED BY SIZE INTO WS-NOV-TEXTO
               PERFORM GUARDA-EVENTO
               MOVE GLP-VALOR TO WS-ED-VALOR-1
               MOVE SPACES TO WS-NOV-TEXTO
               STRING "  CONTA " GLP-CONTA " VALOR " WS-ED-VALOR-1
                   DELIMITED BY SIZE INTO WS-NOV-TEXTO
               PERFORM GUARDA-CONTINUACAO.

      *    Guarda um evento (ou a linha de continuacao do anterior,
      *    que herda a data) da transacao WS-IND-ALVO-ACHADO.
           GUARDA-EVENTO.
               MOVE "N" TO WS-NOV-CONTINUACAO
               PERFORM INCLUI-EVENTO.

           GUARDA-CONTINUACAO.
               MOVE "S" TO WS-NOV-CONTINUACAO
               PERFORM INCLUI-EVENTO.

           INCLUI-EVENTO.
               IF WS-QTD-EVENTOS < 3000
                   ADD 1 TO WS-QTD-EVENTOS
                   MOVE WS-IND-ALVO-ACHADO
                       TO WS-EVT-ALVO(WS-QTD-EVENTOS)
                   IF WS-NOV-DATA NUMERIC
                       MOVE WS-NOV-DATA TO WS-EVT-DATA(WS-QTD-EVENTOS)
                   ELSE
                       MOVE ZERO TO WS-EVT-DATA(WS-QTD-EVENTOS)
                   END-IF
                   MOVE WS-NOV-CONTINUACAO
                       TO WS-EVT-CONTINUACAO(WS-QTD-EVENTOS)
                   MOVE SPACES TO WS-EVT-CHAVE-GL(WS-QTD-EVENTOS)
                   MOVE WS-NOV-TEXTO TO WS-EVT-TEXTO(WS-QTD-EVENTOS)
                   MOVE "N" TO WS-EVT-IMPRESSO(WS-QTD-EVENTOS)
               ELSE
                   IF NOT EVENTOS-ESGOTADOS
                       DISPLAY "AVISO: MAIS DE 3000 EVENTOS NA"
                           " CONSULTA - EXCEDENTES IGNORADOS"
                       SET EVENTOS-ESGOTADOS TO TRUE
                       IF WS-CODIGO-RETORNO < 4
                           MOVE 4 TO WS-CODIGO-RETORNO
                       END-IF
                   END-IF
               END-IF.

      *    Historia de cada transacao: a cada passada imprime o
      *    evento ainda nao impresso de menor data (no empate, o
      *    lido primeiro), seguido das suas continuacoes.
           GRAVA-HISTORIAS.
               PERFORM VARYING WS-IND-ALVO FROM 1 BY 1
                       UNTIL WS-IND-ALVO > WS-QTD-ALVOS
                   MOVE SPACES TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   MOVE WS-ALV-ID(WS-IND-ALVO) TO WS-LTR-ID
                   MOVE WS-LINHA-TRANSACAO TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   MOVE ZERO TO WS-QTD-EVENTOS-ALVO
                   PERFORM VARYING WS-IND-EVENTO FROM 1 BY 1
                           UNTIL WS-IND-EVENTO > WS-QTD-EVENTOS
                       IF WS-EVT-ALVO(WS-IND-EVENTO) = WS-IND-ALVO
                           ADD 1 TO WS-QTD-EVENTOS-ALVO
                       END-IF
                   END-PERFORM
                   IF WS-QTD-EVENTOS-ALVO = ZERO
                       PERFORM GRAVA-SEM-REGISTRO
                   END-IF
                   PERFORM VARYING WS-IND-IMPRESSAO FROM 1 BY 1
                           UNTIL WS-IND-IMPRESSAO > WS-QTD-EVENTOS-ALVO
                       PERFORM PROCURA-PROXIMO-EVENTO
                       IF WS-IND-MENOR > ZERO
                           PERFORM GRAVA-EVENTO
                       END-IF
                   END-PERFORM
               END-PERFORM
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

           GRAVA-SEM-REGISTRO.
               ADD 1 TO WS-QTD-SEM-REGISTRO
               IF WS-CODIGO-RETORNO < 4
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
               MOVE SPACES TO WS-LEV-DATA
               MOVE "NENHUM REGISTRO ENCONTRADO" TO WS-LEV-TEXTO
               MOVE WS-LINHA-EVENTO TO PRINT-RECORD
               WRITE PRINT-RECORD.

           PROCURA-PROXIMO-EVENTO.
               MOVE ZERO TO WS-IND-MENOR
               PERFORM VARYING WS-IND-EVENTO FROM 1 BY 1
                       UNTIL WS-IND-EVENTO > WS-QTD-EVENTOS
                   IF WS-EVT-ALVO(WS-IND-EVENTO) = WS-IND-ALVO AND
                      WS-EVT-IMPRESSO(WS-IND-EVENTO) = "N" AND
                      WS-EVT-CONTINUACAO(WS-IND-EVENTO) = "N"
                       IF WS-IND-MENOR = ZERO
                           MOVE WS-IND-EVENTO TO WS-IND-MENOR
                       ELSE
                           IF WS-EVT-DATA(WS-IND-EVENTO) <
                              WS-EVT-DATA(WS-IND-MENOR)
                               MOVE WS-IND-EVENTO TO WS-IND-MENOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

      *    Imprime o evento escolhido e as continuacoes que o seguem
      *    na tabela.
           GRAVA-EVENTO.
               MOVE WS-EVT-DATA(WS-IND-MENOR) TO WS-DEV-AAAAMMDD
               IF WS-DEV-AAAAMMDD = ZERO
                   MOVE "SEM DATA" TO WS-LEV-DATA
               ELSE
                   STRING WS-DEV-DD "/" WS-DEV-MM "/" WS-DEV-AAAA
                       DELIMITED BY SIZE INTO WS-LEV-DATA
               END-IF
               MOVE WS-EVT-TEXTO(WS-IND-MENOR) TO WS-LEV-TEXTO
               MOVE WS-LINHA-EVENTO TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "S" TO WS-EVT-IMPRESSO(WS-IND-MENOR)
               MOVE SPACES TO WS-LEV-DATA
               PERFORM VARYING WS-IND-EVENTO FROM WS-IND-MENOR BY 1
                       UNTIL WS-IND-EVENTO >= WS-QTD-EVENTOS
                       OR WS-EVT-CONTINUACAO(WS-IND-EVENTO + 1)
                          NOT = "S"
                   MOVE WS-EVT-TEXTO(WS-IND-EVENTO + 1)
                       TO WS-LEV-TEXTO
                   MOVE WS-LINHA-EVENTO TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   MOVE "S" TO WS-EVT-IMPRESSO(WS-IND-EVENTO + 1)
               END-PERFORM.

           GRAVA-TOTAIS.
               MOVE "CARTOES LIDOS:          " TO WS-TOT-TITULO
               MOVE WS-QTD-CARTOES TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "CONSULTAS ATENDIDAS:    " TO WS-TOT-TITULO
               MOVE WS-QTD-CONSULTAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "CARTOES RECUSADOS:      " TO WS-TOT-TITULO
               MOVE WS-QTD-CARTOES-RECUSADOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "TRANSACOES SEM REGISTRO:" TO WS-TOT-TITULO
               MOVE WS-QTD-SEM-REGISTRO TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD.

           FECHAR-ARQUIVOS.
               CLOSE CARD-FILE
               IF HIST-MST-ABERTO
                   CLOSE HIST-MST-FILE
               END-IF
               CLOSE PRINT-FILE.
