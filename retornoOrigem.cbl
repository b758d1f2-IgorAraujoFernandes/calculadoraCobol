000100     IDENTIFICATION DIVISION.
               PROGRAM-ID. RETORNOORIGEM.
000200     ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-STATUS.

               SELECT LOTACE-FILE ASSIGN TO "LOTESACE"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LOTACE-STATUS.

               SELECT LOTREC-FILE ASSIGN TO "LOTESREC"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LOTREC-STATUS.

               SELECT REJECT-FILE ASSIGN TO "REJEITOS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-REJECT-STATUS.

               SELECT QUAL-ENT-FILE ASSIGN TO "QUALENT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QUAL-ENT-STATUS.

               SELECT QUAL-SAI-FILE ASSIGN TO "QUALSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-QUAL-SAI-STATUS.

               SELECT RETORN-FILE ASSIGN TO "RETORIGEM"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RETORN-STATUS.

               SELECT PRINT-FILE ASSIGN TO "RELRETOR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.

000300     DATA DIVISION.

           FILE SECTION.

           FD  RUNLOG-FILE
               RECORDING MODE IS F.
           COPY CBRUNLOG.

           FD  LOTACE-FILE
               RECORDING MODE IS F.
           COPY CBLOTACE.

           FD  LOTREC-FILE
               RECORDING MODE IS F.
           COPY CBLOTREC.

           FD  REJECT-FILE
               RECORDING MODE IS F.
           COPY CBREJECT.

           FD  QUAL-ENT-FILE
               RECORDING MODE IS F.
           COPY CBQUALID.

           FD  QUAL-SAI-FILE
               RECORDING MODE IS F.
       01  QUAL-SAI-RECORD             PIC X(442).

           FD  RETORN-FILE
               RECORDING MODE IS F.
           COPY CBRETORN.

           FD  PRINT-FILE
               RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

           WORKING-STORAGE SECTION.

       01  WS-STATUS-FLAGS.
           05  WS-RUNLOG-STATUS        PIC X(02).
           05  WS-LOTACE-STATUS        PIC X(02).
           05  WS-LOTREC-STATUS        PIC X(02).
           05  WS-REJECT-STATUS        PIC X(02).
           05  WS-QUAL-ENT-STATUS      PIC X(02).
           05  WS-QUAL-SAI-STATUS      PIC X(02).
           05  WS-RETORN-STATUS        PIC X(02).
           05  WS-PRINT-STATUS         PIC X(02).
           05  WS-FIM-RUNLOG           PIC X(01) VALUE "N".
               88  FIM-DO-RUNLOG              VALUE "S".
           05  WS-FIM-LOTACE           PIC X(01) VALUE "N".
               88  FIM-DO-LOTACE              VALUE "S".
           05  WS-FIM-LOTREC           PIC X(01) VALUE "N".
               88  FIM-DO-LOTREC              VALUE "S".
           05  WS-FIM-REJEITOS         PIC X(01) VALUE "N".
               88  FIM-DOS-REJEITOS           VALUE "S".
           05  WS-FIM-QUALIDADE        PIC X(01) VALUE "N".
               88  FIM-DA-QUALIDADE           VALUE "S".

       01  WS-CODIGO-RETORNO           PIC 9(02) VALUE ZERO.
       01  WS-MODO-ULTIMA-EXECUCAO     PIC X(01) VALUE SPACES.
           88  ULTIMA-EM-SIMULACAO            VALUE "S".

      *    Lote em analise: lotes de reciclo (RECICnnn, gravados
      *    pelo CORRIGEREJEITOS) nao contam como lotes enviados
      *    pela origem nem como transacoes recebidas.
       01  WS-LOTE-ANALISADO           PIC X(08) VALUE SPACES.
       01  WS-LOTE-ANALISADO-R REDEFINES WS-LOTE-ANALISADO.
           05  WS-LOTE-PREFIXO         PIC X(05).
               88  LOTE-DE-RECICLO            VALUE "RECIC".
           05  FILLER                  PIC X(03).

       01  WS-TIPO-CONTROLE            PIC X(01) VALUE SPACES.
       01  WS-ORIGEM-PROCURADA         PIC X(08) VALUE SPACES.
       01  WS-DATA-ANALISADA           PIC 9(08) VALUE ZERO.
       01  WS-MES-PROCURADO            PIC 9(06) VALUE ZERO.
       01  WS-MES-EXECUCAO             PIC 9(06) VALUE ZERO.

      *    Origens presentes na execucao, com as quantidades que
      *    vao no retorno de cada uma.
       01  WS-TABELA-ORIGENS.
           05  WS-QTD-ORIGENS          PIC 9(04) VALUE ZERO.
           05  WS-ORIGEM-TAB OCCURS 100 TIMES.
               10  WS-ORG-ORIGEM       PIC X(08).
               10  WS-ORG-LOTES-ACEITOS
                                       PIC 9(08).
               10  WS-ORG-LOTES-RECUSADOS
                                       PIC 9(08).
               10  WS-ORG-REJEITADAS   PIC 9(08).
       01  WS-IND-ORIGEM               PIC 9(04) VALUE ZERO.
       01  WS-IND-ORG-ACHADA           PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-ORIGEM             PIC X(01) VALUE "N".
           88  ACHOU-ORIGEM                   VALUE "S".

      *    Quantidades da execucao por origem e mes de movimento,
      *    somadas ao historico de qualidade (QUALENT -> QUALSAI).
       01  WS-TABELA-QUALIDADE.
           05  WS-QTD-QUALIDADE        PIC 9(04) VALUE ZERO.
           05  WS-QUALIDADE-TAB OCCURS 300 TIMES.
               10  WS-QTB-ORIGEM       PIC X(08).
               10  WS-QTB-MES          PIC 9(06).
               10  WS-QTB-LOTES-ENVIADOS
                                       PIC 9(08).
               10  WS-QTB-LOTES-RECUSADOS
                                       PIC 9(08).
               10  WS-QTB-TRANS-RECEBIDAS
                                       PIC 9(08).
               10  WS-QTB-TRANS-REJEITADAS
                                       PIC 9(08).
               10  WS-QTB-DUPLICADAS   PIC 9(08).
               10  WS-QTB-REJ-RECICLO  PIC 9(08).
               10  WS-QTB-APLICADO     PIC X(01).
       01  WS-IND-QUALIDADE            PIC 9(04) VALUE ZERO.
       01  WS-IND-QTB-ACHADA           PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-QUALIDADE          PIC X(01) VALUE "N".
           88  ACHOU-QUALIDADE                VALUE "S".

      *    Motivos de rejeicao da execucao, por entrada da tabela
      *    de qualidade.
       01  WS-TABELA-MOTIVOS.
           05  WS-QTD-MOTIVOS          PIC 9(04) VALUE ZERO.
           05  WS-MOTIVO-TAB OCCURS 600 TIMES.
               10  WS-MTV-IND-QUALIDADE
                                       PIC 9(04).
               10  WS-MTV-DESCRICAO    PIC X(30).
               10  WS-MTV-QTD          PIC 9(08).
       01  WS-IND-MOTIVO               PIC 9(04) VALUE ZERO.
       01  WS-IND-MTV-ACHADO           PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-MOTIVO             PIC X(01) VALUE "N".
           88  ACHOU-MOTIVO                   VALUE "S".
       01  WS-IND-QLD-MOT              PIC 9(02) VALUE ZERO.
       01  WS-IND-QLD-ACHADO           PIC 9(02) VALUE ZERO.

       01  WS-CONTADORES.
           05  WS-QTD-LOTACE-LIDOS     PIC 9(08) VALUE ZERO.
           05  WS-QTD-LOTREC-LIDOS     PIC 9(08) VALUE ZERO.
           05  WS-QTD-REJEITOS-LIDOS   PIC 9(08) VALUE ZERO.
           05  WS-QTD-RETORNO-GRAVADOS PIC 9(08) VALUE ZERO.
           05  WS-QTD-QUALIDADE-GRAVADOS
                                       PIC 9(08) VALUE ZERO.

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAAMMDD        PIC 9(08).
           05  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               10  WS-DATA-AAAA        PIC 9(04).
               10  WS-DATA-MM          PIC 9(02).
               10  WS-DATA-DD          PIC 9(02).
       01  WS-DATA-FORMATADA           PIC X(10).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(35)
                   VALUE "RETORNO DE REJEITOS A ORIGEM      ".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  WS-CAB1-DATA            PIC X(10).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(09) VALUE "ORIGEM   ".
           05  FILLER                  PIC X(17)
                   VALUE "  LOTES ACEITOS  ".
           05  FILLER                  PIC X(17)
                   VALUE "LOTES RECUSADOS  ".
           05  FILLER                  PIC X(12) VALUE "REJEITADAS".

       01  WS-LINHA-ORIGEM.
           05  WS-LOR-ORIGEM           PIC X(08).
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-LOR-ACEITOS          PIC ZZZZZZZ9.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  WS-LOR-RECUSADOS        PIC ZZZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-LOR-REJEITADAS       PIC ZZZZZZZ9.

       01  WS-LINHA-SIMULACAO.
           05  FILLER                  PIC X(29)
                   VALUE "ULTIMA EXECUCAO EM SIMULACAO ".
           05  FILLER                  PIC X(21)
                   VALUE "- NADA FOI RETORNADO".

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TITULO           PIC X(24).
           05  WS-TOT-VALOR            PIC ZZZZZZZ9.

000400     PROCEDURE DIVISION.
          MAIN.
              PERFORM ABRIR-ARQUIVOS
              PERFORM VERIFICA-MODO-EXECUCAO
              IF ULTIMA-EM-SIMULACAO
                  MOVE WS-LINHA-SIMULACAO TO PRINT-RECORD
                  WRITE PRINT-RECORD
                  MOVE 4 TO WS-CODIGO-RETORNO
              ELSE
                  PERFORM CARREGA-LOTES-ACEITOS
                  PERFORM CARREGA-LOTES-RECUSADOS
                  PERFORM CARREGA-REJEITOS
                  PERFORM GRAVA-RETORNO-ORIGENS
              END-IF
              PERFORM ATUALIZA-QUALIDADE
              PERFORM GRAVA-TOTAIS
              CLOSE RETORN-FILE
              CLOSE PRINT-FILE
              MOVE WS-CODIGO-RETORNO TO RETURN-CODE
              STOP RUN.

           ABRIR-ARQUIVOS.
               OPEN OUTPUT RETORN-FILE
               OPEN OUTPUT PRINT-FILE
               IF WS-RETORN-STATUS NOT = "00" OR
                  WS-PRINT-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR UM DOS"
                       " ARQUIVOS DE SAIDA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
               STRING WS-DATA-DD "/" WS-DATA-MM "/" WS-DATA-AAAA
                   DELIMITED BY SIZE INTO WS-DATA-FORMATADA
               DIVIDE WS-DATA-AAAAMMDD BY 100 GIVING WS-MES-EXECUCAO
               MOVE WS-DATA-FORMATADA TO WS-CAB1-DATA
               MOVE WS-CABECALHO-1 TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

      *    O retorno so vale para execucao real: se o ultimo
      *    registro do RUNLOG e de simulacao, nada e devolvido as
      *    origens e o historico de qualidade passa sem alteracao.
           VERIFICA-MODO-EXECUCAO.
               OPEN INPUT RUNLOG-FILE
               IF WS-RUNLOG-STATUS = "00"
                   PERFORM UNTIL FIM-DO-RUNLOG
                       READ RUNLOG-FILE
                           AT END
                               MOVE "S" TO WS-FIM-RUNLOG
                           NOT AT END
                               MOVE RUN-MODO-EXECUCAO
                                   TO WS-MODO-ULTIMA-EXECUCAO
                       END-READ
                       IF WS-RUNLOG-STATUS NOT = "00" AND
                          WS-RUNLOG-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM RUNLOG - FILE"
                               " STATUS " WS-RUNLOG-STATUS
                           MOVE "S" TO WS-FIM-RUNLOG
                       END-IF
                   END-PERFORM
                   CLOSE RUNLOG-FILE
               ELSE
                   DISPLAY "AVISO: RUNLOG INDISPONIVEL - FILE STATUS "
                       WS-RUNLOG-STATUS
               END-IF
               IF ULTIMA-EM-SIMULACAO
                   DISPLAY "AVISO: ULTIMA EXECUCAO EM SIMULACAO -"
                       " RETORNO NAO GERADO"
               END-IF.

           CARREGA-LOTES-ACEITOS.
               OPEN INPUT LOTACE-FILE
               IF WS-LOTACE-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " LOTESACE - FILE STATUS " WS-LOTACE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FIM-DO-LOTACE
                   READ LOTACE-FILE
                       AT END
                           MOVE "S" TO WS-FIM-LOTACE
                       NOT AT END
                           ADD 1 TO WS-QTD-LOTACE-LIDOS
                           PERFORM ACUMULA-LOTE-ACEITO
                   END-READ
                   IF WS-LOTACE-STATUS NOT = "00" AND
                      WS-LOTACE-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM LOTESACE - FILE"
                           " STATUS " WS-LOTACE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE LOTACE-FILE.

           ACUMULA-LOTE-ACEITO.
               MOVE LAC-ORIGEM TO WS-ORIGEM-PROCURADA
               PERFORM PROCURA-ORIGEM
               ADD 1 TO WS-ORG-LOTES-ACEITOS(WS-IND-ORG-ACHADA)
               MOVE LAC-ID-LOTE TO WS-LOTE-ANALISADO
               IF NOT LOTE-DE-RECICLO
                   MOVE LAC-DATA-MOVIMENTO TO WS-DATA-ANALISADA
                   PERFORM PROCURA-QUALIDADE
                   ADD 1 TO WS-QTB-LOTES-ENVIADOS(WS-IND-QTB-ACHADA)
                   IF LAC-CONTAGEM NUMERIC
                       ADD LAC-CONTAGEM
                           TO WS-QTB-TRANS-RECEBIDAS(WS-IND-QTB-ACHADA)
                   END-IF
               END-IF.

           CARREGA-LOTES-RECUSADOS.
               OPEN INPUT LOTREC-FILE
               IF WS-LOTREC-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " LOTESREC - FILE STATUS " WS-LOTREC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FIM-DO-LOTREC
                   READ LOTREC-FILE
                       AT END
                           MOVE "S" TO WS-FIM-LOTREC
                       NOT AT END
                           ADD 1 TO WS-QTD-LOTREC-LIDOS
                           PERFORM ACUMULA-LOTE-RECUSADO
                   END-READ
                   IF WS-LOTREC-STATUS NOT = "00" AND
                      WS-LOTREC-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM LOTESREC - FILE"
                           " STATUS " WS-LOTREC-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE LOTREC-FILE.

           ACUMULA-LOTE-RECUSADO.
               MOVE LRC-ORIGEM TO WS-ORIGEM-PROCURADA
               PERFORM PROCURA-ORIGEM
               ADD 1 TO WS-ORG-LOTES-RECUSADOS(WS-IND-ORG-ACHADA)
               MOVE LRC-ID-LOTE TO WS-LOTE-ANALISADO
               IF NOT LOTE-DE-RECICLO
                   MOVE LRC-DATA-MOVIMENTO TO WS-DATA-ANALISADA
                   PERFORM PROCURA-QUALIDADE
                   ADD 1 TO WS-QTB-LOTES-ENVIADOS(WS-IND-QTB-ACHADA)
                   ADD 1 TO WS-QTB-LOTES-RECUSADOS(WS-IND-QTB-ACHADA)
               END-IF.

           CARREGA-REJEITOS.
               OPEN INPUT REJECT-FILE
               IF WS-REJECT-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " REJEITOS - FILE STATUS " WS-REJECT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FIM-DOS-REJEITOS
                   READ REJECT-FILE
                       AT END
                           MOVE "S" TO WS-FIM-REJEITOS
                       NOT AT END
                           ADD 1 TO WS-QTD-REJEITOS-LIDOS
                           PERFORM ACUMULA-REJEITO
                   END-READ
                   IF WS-REJECT-STATUS NOT = "00" AND
                      WS-REJECT-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM REJEITOS - FILE"
                           " STATUS " WS-REJECT-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE REJECT-FILE.

           ACUMULA-REJEITO.
               MOVE REJECT-ORIGEM TO WS-ORIGEM-PROCURADA
               PERFORM PROCURA-ORIGEM
               ADD 1 TO WS-ORG-REJEITADAS(WS-IND-ORG-ACHADA)
               MOVE REJECT-DATA-MOVIMENTO TO WS-DATA-ANALISADA
               PERFORM PROCURA-QUALIDADE
               MOVE REJECT-ID-LOTE TO WS-LOTE-ANALISADO
               IF LOTE-DE-RECICLO
                   ADD 1 TO WS-QTB-REJ-RECICLO(WS-IND-QTB-ACHADA)
               ELSE
                   ADD 1 TO WS-QTB-TRANS-REJEITADAS(WS-IND-QTB-ACHADA)
                   IF REJECT-MOTIVO = "TRANSACAO DUPLICADA"
                       ADD 1 TO WS-QTB-DUPLICADAS(WS-IND-QTB-ACHADA)
                   END-IF
                   PERFORM ACUMULA-MOTIVO-EXECUCAO
               END-IF.

           ACUMULA-MOTIVO-EXECUCAO.
               MOVE "N" TO WS-ACHOU-MOTIVO
               MOVE ZERO TO WS-IND-MTV-ACHADO
               PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                       UNTIL WS-IND-MOTIVO > WS-QTD-MOTIVOS
                       OR ACHOU-MOTIVO
                   IF WS-MTV-IND-QUALIDADE(WS-IND-MOTIVO) =
                      WS-IND-QTB-ACHADA AND
                      WS-MTV-DESCRICAO(WS-IND-MOTIVO) = REJECT-MOTIVO
                       SET ACHOU-MOTIVO TO TRUE
                       MOVE WS-IND-MOTIVO TO WS-IND-MTV-ACHADO
                   END-IF
               END-PERFORM
               IF NOT ACHOU-MOTIVO
                   IF WS-QTD-MOTIVOS >= 600
                       DISPLAY "ERRO FATAL: TABELA DE MOTIVOS DE"
                           " REJEICAO CHEIA"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-MOTIVOS
                   MOVE WS-QTD-MOTIVOS TO WS-IND-MTV-ACHADO
                   MOVE WS-IND-QTB-ACHADA
                       TO WS-MTV-IND-QUALIDADE(WS-IND-MTV-ACHADO)
                   MOVE REJECT-MOTIVO
                       TO WS-MTV-DESCRICAO(WS-IND-MTV-ACHADO)
                   MOVE ZERO TO WS-MTV-QTD(WS-IND-MTV-ACHADO)
               END-IF
               ADD 1 TO WS-MTV-QTD(WS-IND-MTV-ACHADO).

      *    Origem em branco (lote sem header) vai para a secao
      *    "********", tratada pela operacao.
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
                       DISPLAY "ERRO FATAL: MAIS DE 100 ORIGENS NA"
                           " EXECUCAO"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-ORIGENS
                   MOVE WS-QTD-ORIGENS TO WS-IND-ORG-ACHADA
                   MOVE WS-ORIGEM-PROCURADA
                       TO WS-ORG-ORIGEM(WS-IND-ORG-ACHADA)
                   MOVE ZERO TO WS-ORG-LOTES-ACEITOS(WS-IND-ORG-ACHADA)
                   MOVE ZERO
                       TO WS-ORG-LOTES-RECUSADOS(WS-IND-ORG-ACHADA)
                   MOVE ZERO TO WS-ORG-REJEITADAS(WS-IND-ORG-ACHADA)
               END-IF.

      *    Entrada da tabela de qualidade da origem ja procurada no
      *    mes de movimento do lote; sem data valida, mes corrente.
           PROCURA-QUALIDADE.
               IF WS-DATA-ANALISADA NUMERIC AND
                  WS-DATA-ANALISADA > ZERO
                   DIVIDE WS-DATA-ANALISADA BY 100
                       GIVING WS-MES-PROCURADO
               ELSE
                   MOVE WS-MES-EXECUCAO TO WS-MES-PROCURADO
               END-IF
               MOVE "N" TO WS-ACHOU-QUALIDADE
               MOVE ZERO TO WS-IND-QTB-ACHADA
               PERFORM VARYING WS-IND-QUALIDADE FROM 1 BY 1
                       UNTIL WS-IND-QUALIDADE > WS-QTD-QUALIDADE
                       OR ACHOU-QUALIDADE
                   IF WS-QTB-ORIGEM(WS-IND-QUALIDADE) =
                      WS-ORIGEM-PROCURADA AND
                      WS-QTB-MES(WS-IND-QUALIDADE) = WS-MES-PROCURADO
                       SET ACHOU-QUALIDADE TO TRUE
                       MOVE WS-IND-QUALIDADE TO WS-IND-QTB-ACHADA
                   END-IF
               END-PERFORM
               IF NOT ACHOU-QUALIDADE
                   IF WS-QTD-QUALIDADE >= 300
                       DISPLAY "ERRO FATAL: TABELA DE QUALIDADE POR"
                           " ORIGEM CHEIA"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-QUALIDADE
                   MOVE WS-QTD-QUALIDADE TO WS-IND-QTB-ACHADA
                   PERFORM INICIA-QUALIDADE
               END-IF.

           INICIA-QUALIDADE.
               MOVE WS-ORIGEM-PROCURADA
                   TO WS-QTB-ORIGEM(WS-IND-QTB-ACHADA)
               MOVE WS-MES-PROCURADO TO WS-QTB-MES(WS-IND-QTB-ACHADA)
               MOVE ZERO TO WS-QTB-LOTES-ENVIADOS(WS-IND-QTB-ACHADA)
               MOVE ZERO TO WS-QTB-LOTES-RECUSADOS(WS-IND-QTB-ACHADA)
               MOVE ZERO TO WS-QTB-TRANS-RECEBIDAS(WS-IND-QTB-ACHADA)
               MOVE ZERO TO WS-QTB-TRANS-REJEITADAS(WS-IND-QTB-ACHADA)
               MOVE ZERO TO WS-QTB-DUPLICADAS(WS-IND-QTB-ACHADA)
               MOVE ZERO TO WS-QTB-REJ-RECICLO(WS-IND-QTB-ACHADA)
               MOVE "N" TO WS-QTB-APLICADO(WS-IND-QTB-ACHADA).

      *    Uma secao por origem no RETORIGEM: controle H, lotes
      *    recusados (L), transacoes rejeitadas (R), controle T.
      *    LOTESREC e REJEITOS sao relidos a cada origem.
           GRAVA-RETORNO-ORIGENS.
               MOVE WS-CABECALHO-2 TO PRINT-RECORD
               WRITE PRINT-RECORD
               PERFORM VARYING WS-IND-ORIGEM FROM 1 BY 1
                       UNTIL WS-IND-ORIGEM > WS-QTD-ORIGENS
                   MOVE WS-IND-ORIGEM TO WS-IND-ORG-ACHADA
                   MOVE "H" TO WS-TIPO-CONTROLE
                   PERFORM GRAVA-CONTROLE-RETORNO
                   PERFORM GRAVA-RETORNO-LOTES
                   PERFORM GRAVA-RETORNO-REJEITOS
                   MOVE "T" TO WS-TIPO-CONTROLE
                   PERFORM GRAVA-CONTROLE-RETORNO
                   MOVE WS-ORG-ORIGEM(WS-IND-ORIGEM) TO WS-LOR-ORIGEM
                   MOVE WS-ORG-LOTES-ACEITOS(WS-IND-ORIGEM)
                       TO WS-LOR-ACEITOS
                   MOVE WS-ORG-LOTES-RECUSADOS(WS-IND-ORIGEM)
                       TO WS-LOR-RECUSADOS
                   MOVE WS-ORG-REJEITADAS(WS-IND-ORIGEM)
                       TO WS-LOR-REJEITADAS
                   MOVE WS-LINHA-ORIGEM TO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-PERFORM.

           GRAVA-CONTROLE-RETORNO.
               MOVE SPACES TO RETORN-CTL-RECORD
               MOVE WS-TIPO-CONTROLE TO RTC-TIPO-REG
               MOVE WS-ORG-ORIGEM(WS-IND-ORG-ACHADA) TO RTC-ORIGEM
               MOVE WS-DATA-AAAAMMDD TO RTC-DATA-GERACAO
               MOVE WS-ORG-LOTES-ACEITOS(WS-IND-ORG-ACHADA)
                   TO RTC-QTD-LOTES-ACEITOS
               MOVE WS-ORG-LOTES-RECUSADOS(WS-IND-ORG-ACHADA)
                   TO RTC-QTD-LOTES-RECUSADOS
               MOVE WS-ORG-REJEITADAS(WS-IND-ORG-ACHADA)
                   TO RTC-QTD-REJEITADAS
               WRITE RETORN-CTL-RECORD.

           GRAVA-RETORNO-LOTES.
               MOVE "N" TO WS-FIM-LOTREC
               OPEN INPUT LOTREC-FILE
               IF WS-LOTREC-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " LOTESREC - FILE STATUS " WS-LOTREC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FIM-DO-LOTREC
                   READ LOTREC-FILE
                       AT END
                           MOVE "S" TO WS-FIM-LOTREC
                       NOT AT END
                           MOVE LRC-ORIGEM TO WS-ORIGEM-PROCURADA
                           IF WS-ORIGEM-PROCURADA = SPACES OR
                              LOW-VALUES
                               MOVE "********" TO WS-ORIGEM-PROCURADA
                           END-IF
                           IF WS-ORIGEM-PROCURADA =
                              WS-ORG-ORIGEM(WS-IND-ORG-ACHADA)
                               PERFORM GRAVA-DETALHE-LOTE
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
               CLOSE LOTREC-FILE.

           GRAVA-DETALHE-LOTE.
               MOVE SPACES TO RETORN-RECORD
               MOVE "L" TO RET-TIPO-REG
               MOVE WS-ORIGEM-PROCURADA TO RET-ORIGEM
               MOVE LRC-ID-LOTE TO RET-ID-LOTE
               MOVE LRC-DATA-MOVIMENTO TO RET-DATA-MOVIMENTO
               MOVE LRC-MOTIVO TO RET-MOTIVO
               MOVE ZERO TO RET-RESSUBMISSOES
               WRITE RETORN-RECORD
               ADD 1 TO WS-QTD-RETORNO-GRAVADOS.

           GRAVA-RETORNO-REJEITOS.
               MOVE "N" TO WS-FIM-REJEITOS
               OPEN INPUT REJECT-FILE
               IF WS-REJECT-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " REJEITOS - FILE STATUS " WS-REJECT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FIM-DOS-REJEITOS
                   READ REJECT-FILE
                       AT END
                           MOVE "S" TO WS-FIM-REJEITOS
                       NOT AT END
                           MOVE REJECT-ORIGEM TO WS-ORIGEM-PROCURADA
                           IF WS-ORIGEM-PROCURADA = SPACES OR
                              LOW-VALUES
                               MOVE "********" TO WS-ORIGEM-PROCURADA
                           END-IF
                           IF WS-ORIGEM-PROCURADA =
                              WS-ORG-ORIGEM(WS-IND-ORG-ACHADA)
                               PERFORM GRAVA-DETALHE-REJEITO
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
               CLOSE REJECT-FILE.

           GRAVA-DETALHE-REJEITO.
               MOVE SPACES TO RETORN-RECORD
               MOVE "R" TO RET-TIPO-REG
               MOVE WS-ORIGEM-PROCURADA TO RET-ORIGEM
               MOVE REJECT-ID-LOTE TO RET-ID-LOTE
               MOVE REJECT-DATA-MOVIMENTO TO RET-DATA-MOVIMENTO
               MOVE REJECT-ID TO RET-TRANS-ID
               MOVE REJECT-MOTIVO TO RET-MOTIVO
               IF REJECT-RESSUBMISSOES NUMERIC
                   MOVE REJECT-RESSUBMISSOES TO RET-RESSUBMISSOES
               ELSE
                   MOVE ZERO TO RET-RESSUBMISSOES
               END-IF
               MOVE REJECT-MOTIVO-ORIGINAL TO RET-MOTIVO-ORIGINAL
               WRITE RETORN-RECORD
               ADD 1 TO WS-QTD-RETORNO-GRAVADOS.

      *    QUALENT -> QUALSAI: soma a execucao ao registro da mesma
      *    origem e mes; combinacoes novas vao ao fim. Mesmo padrao
      *    do HISTDENT/HISTDSAI - reprocessar soma de novo.
           ATUALIZA-QUALIDADE.
               OPEN OUTPUT QUAL-SAI-FILE
               IF WS-QUAL-SAI-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " QUALSAI - FILE STATUS " WS-QUAL-SAI-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT QUAL-ENT-FILE
               IF WS-QUAL-ENT-STATUS = "00"
                   PERFORM UNTIL FIM-DA-QUALIDADE
                       READ QUAL-ENT-FILE
                           AT END
                               MOVE "S" TO WS-FIM-QUALIDADE
                           NOT AT END
                               PERFORM SOMA-QUALIDADE-ANTERIOR
                               MOVE QUALID-RECORD TO QUAL-SAI-RECORD
                               WRITE QUAL-SAI-RECORD
                               ADD 1 TO WS-QTD-QUALIDADE-GRAVADOS
                       END-READ
                       IF WS-QUAL-ENT-STATUS NOT = "00" AND
                          WS-QUAL-ENT-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM QUALENT - FILE"
                               " STATUS " WS-QUAL-ENT-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE QUAL-ENT-FILE
               ELSE
                   DISPLAY "AVISO: QUALENT INDISPONIVEL - FILE STATUS "
                       WS-QUAL-ENT-STATUS
                   DISPLAY "HISTORICO DE QUALIDADE INICIADO NESTA"
                       " EXECUCAO"
               END-IF
               PERFORM VARYING WS-IND-QUALIDADE FROM 1 BY 1
                       UNTIL WS-IND-QUALIDADE > WS-QTD-QUALIDADE
                   IF WS-QTB-APLICADO(WS-IND-QUALIDADE) NOT = "S"
                       MOVE WS-IND-QUALIDADE TO WS-IND-QTB-ACHADA
                       PERFORM MONTA-QUALIDADE-NOVA
                       MOVE QUALID-RECORD TO QUAL-SAI-RECORD
                       WRITE QUAL-SAI-RECORD
                       ADD 1 TO WS-QTD-QUALIDADE-GRAVADOS
                   END-IF
               END-PERFORM
               CLOSE QUAL-SAI-FILE.

           SOMA-QUALIDADE-ANTERIOR.
               MOVE ZERO TO WS-IND-QTB-ACHADA
               PERFORM VARYING WS-IND-QUALIDADE FROM 1 BY 1
                       UNTIL WS-IND-QUALIDADE > WS-QTD-QUALIDADE
                       OR WS-IND-QTB-ACHADA > ZERO
                   IF WS-QTB-ORIGEM(WS-IND-QUALIDADE) = QLD-ORIGEM AND
                      WS-QTB-MES(WS-IND-QUALIDADE) = QLD-MES
                       MOVE WS-IND-QUALIDADE TO WS-IND-QTB-ACHADA
                   END-IF
               END-PERFORM
               IF WS-IND-QTB-ACHADA > ZERO
                   PERFORM APLICA-EXECUCAO-QUALIDADE
               END-IF.

           MONTA-QUALIDADE-NOVA.
               MOVE WS-QTB-ORIGEM(WS-IND-QTB-ACHADA) TO QLD-ORIGEM
               MOVE WS-QTB-MES(WS-IND-QTB-ACHADA) TO QLD-MES
               MOVE ZERO TO QLD-LOTES-ENVIADOS
               MOVE ZERO TO QLD-LOTES-RECUSADOS
               MOVE ZERO TO QLD-TRANS-RECEBIDAS
               MOVE ZERO TO QLD-TRANS-REJEITADAS
               MOVE ZERO TO QLD-DUPLICADAS
               MOVE ZERO TO QLD-REJ-RECICLO
               PERFORM VARYING WS-IND-QLD-MOT FROM 1 BY 1
                       UNTIL WS-IND-QLD-MOT > 10
                   MOVE SPACES TO QLD-MOT-DESCRICAO(WS-IND-QLD-MOT)
                   MOVE ZERO TO QLD-MOT-QTD(WS-IND-QLD-MOT)
               END-PERFORM
               PERFORM APLICA-EXECUCAO-QUALIDADE.

           APLICA-EXECUCAO-QUALIDADE.
               ADD WS-QTB-LOTES-ENVIADOS(WS-IND-QTB-ACHADA)
                   TO QLD-LOTES-ENVIADOS
               ADD WS-QTB-LOTES-RECUSADOS(WS-IND-QTB-ACHADA)
                   TO QLD-LOTES-RECUSADOS
               ADD WS-QTB-TRANS-RECEBIDAS(WS-IND-QTB-ACHADA)
                   TO QLD-TRANS-RECEBIDAS
               ADD WS-QTB-TRANS-REJEITADAS(WS-IND-QTB-ACHADA)
                   TO QLD-TRANS-REJEITADAS
               ADD WS-QTB-DUPLICADAS(WS-IND-QTB-ACHADA)
                   TO QLD-DUPLICADAS
               ADD WS-QTB-REJ-RECICLO(WS-IND-QTB-ACHADA)
                   TO QLD-REJ-RECICLO
               PERFORM VARYING WS-IND-MOTIVO FROM 1 BY 1
                       UNTIL WS-IND-MOTIVO > WS-QTD-MOTIVOS
                   IF WS-MTV-IND-QUALIDADE(WS-IND-MOTIVO) =
                      WS-IND-QTB-ACHADA
                       PERFORM SOMA-MOTIVO-QUALIDADE
                   END-IF
               END-PERFORM
               MOVE "S" TO WS-QTB-APLICADO(WS-IND-QTB-ACHADA).

      *    Motivo na posicao de mesma descricao ou na primeira
      *    livre das nove; sem posicao livre, soma em OUTROS.
           SOMA-MOTIVO-QUALIDADE.
               MOVE ZERO TO WS-IND-QLD-ACHADO
               PERFORM VARYING WS-IND-QLD-MOT FROM 1 BY 1
                       UNTIL WS-IND-QLD-MOT > 9
                       OR WS-IND-QLD-ACHADO > ZERO
                   IF QLD-MOT-DESCRICAO(WS-IND-QLD-MOT) =
                      WS-MTV-DESCRICAO(WS-IND-MOTIVO)
                       MOVE WS-IND-QLD-MOT TO WS-IND-QLD-ACHADO
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IND-QLD-MOT FROM 1 BY 1
                       UNTIL WS-IND-QLD-MOT > 9
                       OR WS-IND-QLD-ACHADO > ZERO
                   IF QLD-MOT-DESCRICAO(WS-IND-QLD-MOT) = SPACES
                       MOVE WS-IND-QLD-MOT TO WS-IND-QLD-ACHADO
                       MOVE WS-MTV-DESCRICAO(WS-IND-MOTIVO)
                           TO QLD-MOT-DESCRICAO(WS-IND-QLD-ACHADO)
                       MOVE ZERO TO QLD-MOT-QTD(WS-IND-QLD-ACHADO)
                   END-IF
               END-PERFORM
               IF WS-IND-QLD-ACHADO = ZERO
                   MOVE 10 TO WS-IND-QLD-ACHADO
                   MOVE "OUTROS" TO QLD-MOT-DESCRICAO(10)
               END-IF
               ADD WS-MTV-QTD(WS-IND-MOTIVO)
                   TO QLD-MOT-QTD(WS-IND-QLD-ACHADO).

           GRAVA-TOTAIS.
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "LOTES ACEITOS LIDOS:    " TO WS-TOT-TITULO
               MOVE WS-QTD-LOTACE-LIDOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "LOTES RECUSADOS LIDOS:  " TO WS-TOT-TITULO
               MOVE WS-QTD-LOTREC-LIDOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "REJEITOS LIDOS:         " TO WS-TOT-TITULO
               MOVE WS-QTD-REJEITOS-LIDOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "ORIGENS NO RETORNO:     " TO WS-TOT-TITULO
               MOVE WS-QTD-ORIGENS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "DETALHES DE RETORNO:    " TO WS-TOT-TITULO
               MOVE WS-QTD-RETORNO-GRAVADOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "REGISTROS EM QUALSAI:   " TO WS-TOT-TITULO
               MOVE WS-QTD-QUALIDADE-GRAVADOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD.
