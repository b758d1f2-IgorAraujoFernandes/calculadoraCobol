000100     IDENTIFICATION DIVISION.
               PROGRAM-ID. MANUTCADASTRO.
000200     ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CARD-FILE ASSIGN TO "CARTAOMAN"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.

               SELECT OPER-FILE ASSIGN TO "OPERMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

               SELECT OPER-SAI-FILE ASSIGN TO "OPERMSTSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-OPER-SAI-STATUS.

               SELECT CCUSTO-FILE ASSIGN TO "CCUSTO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CCUSTO-STATUS.

               SELECT CCUSTO-SAI-FILE ASSIGN TO "CCUSTOSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CCUSTO-SAI-STATUS.

               SELECT GLMAP-FILE ASSIGN TO "GLMAP"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GLMAP-STATUS.

               SELECT GLMAP-SAI-FILE ASSIGN TO "GLMAPSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GLMAP-SAI-STATUS.

               SELECT TAXA-FILE ASSIGN TO "TAXACAMB"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TAXA-STATUS.

               SELECT TAXA-SAI-FILE ASSIGN TO "TAXACAMBSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TAXA-SAI-STATUS.

               SELECT CALEND-FILE ASSIGN TO "CALENDARIO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CALEND-STATUS.

               SELECT CALEND-SAI-FILE ASSIGN TO "CALENDARIOSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CALEND-SAI-STATUS.

               SELECT PRINT-FILE ASSIGN TO "RELMANUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.

000300     DATA DIVISION.

           FILE SECTION.

           FD  CARD-FILE
               RECORDING MODE IS F.
           COPY CBMANUT.

           FD  OPER-FILE
               RECORDING MODE IS F.
           COPY CBOPER.

           FD  OPER-SAI-FILE
               RECORDING MODE IS F.
       01  OPER-SAI-RECORD             PIC X(23).

           FD  CCUSTO-FILE
               RECORDING MODE IS F.
           COPY CBCCUSTO.

           FD  CCUSTO-SAI-FILE
               RECORDING MODE IS F.
       01  CCUSTO-SAI-RECORD           PIC X(45).

           FD  GLMAP-FILE
               RECORDING MODE IS F.
           COPY CBGLMAP.

           FD  GLMAP-SAI-FILE
               RECORDING MODE IS F.
       01  GLMAP-SAI-RECORD            PIC X(27).

           FD  TAXA-FILE
               RECORDING MODE IS F.
           COPY CBTAXA.

           FD  TAXA-SAI-FILE
               RECORDING MODE IS F.
       01  TAXA-SAI-RECORD             PIC X(22).

           FD  CALEND-FILE
               RECORDING MODE IS F.
           COPY CBCALEND.

           FD  CALEND-SAI-FILE
               RECORDING MODE IS F.
       01  CALEND-SAI-RECORD           PIC X(28).

           FD  PRINT-FILE
               RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

           WORKING-STORAGE SECTION.

       01  WS-STATUS-FLAGS.
           05  WS-CARD-STATUS          PIC X(02).
           05  WS-OPER-STATUS          PIC X(02).
           05  WS-OPER-SAI-STATUS      PIC X(02).
           05  WS-CCUSTO-STATUS        PIC X(02).
           05  WS-CCUSTO-SAI-STATUS    PIC X(02).
           05  WS-GLMAP-STATUS         PIC X(02).
           05  WS-GLMAP-SAI-STATUS     PIC X(02).
           05  WS-TAXA-STATUS          PIC X(02).
           05  WS-TAXA-SAI-STATUS      PIC X(02).
           05  WS-CALEND-STATUS        PIC X(02).
           05  WS-CALEND-SAI-STATUS    PIC X(02).
           05  WS-PRINT-STATUS         PIC X(02).
           05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88  FIM-DO-ARQUIVO             VALUE "S".

      *    Cadastros carregados em memoria. O indicador de exclusao
      *    marca o registro excluido por cartao, que deixa de ser
      *    encontrado nas pesquisas e nao vai para o cadastro novo.
       01  WS-CADASTRO-OPERADORES.
           05  WS-QTD-OPERADORES       PIC 9(04) VALUE ZERO.
           05  WS-OPERADOR-TAB OCCURS 50 TIMES.
               10  WS-OPM-ID           PIC X(08).
               10  WS-OPM-STATUS       PIC X(01).
               10  WS-OPM-OPERACOES    PIC X(04).
               10  WS-OPM-LIMITE       PIC S9(8)V99.
               10  WS-OPM-EXCLUIDO     PIC X(01).
       01  WS-IND-OPERADOR             PIC 9(04) VALUE ZERO.
       01  WS-IND-OPER-ACHADO          PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-OPERADOR           PIC X(01) VALUE "N".
           88  ACHOU-OPERADOR                 VALUE "S".
       01  WS-CARGA-INICIAL            PIC X(01) VALUE "N".
           88  CARGA-INICIAL                  VALUE "S".
       01  WS-PROCURA-OPER-ID          PIC X(08) VALUE SPACES.

       01  WS-CENTROS-CUSTO.
           05  WS-QTD-CCUSTOS          PIC 9(04) VALUE ZERO.
           05  WS-CCUSTO-TAB OCCURS 300 TIMES.
               10  WS-CCU-CODIGO       PIC X(06).
               10  WS-CCU-DESCRICAO    PIC X(30).
               10  WS-CCU-STATUS       PIC X(01).
               10  WS-CCU-DEPARTAMENTO PIC X(08).
               10  WS-CCU-EXCLUIDO     PIC X(01).
       01  WS-IND-CCUSTO               PIC 9(04) VALUE ZERO.
       01  WS-IND-CCUSTO-ACHADO        PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-CCUSTO             PIC X(01) VALUE "N".
           88  ACHOU-CCUSTO                   VALUE "S".
       01  WS-PROCURA-CC-CODIGO        PIC X(06) VALUE SPACES.
       01  WS-CCUSTO-NO-MAPA           PIC X(01) VALUE "N".
           88  CCUSTO-NO-MAPA                 VALUE "S".

       01  WS-MAPEAMENTO-GL.
           05  WS-QTD-MAPAS            PIC 9(04) VALUE ZERO.
           05  WS-MAPA OCCURS 200 TIMES.
               10  WS-MAPA-OPERACAO    PIC X(01).
               10  WS-MAPA-CENTRO      PIC X(06).
               10  WS-MAPA-CONTA-DEB   PIC X(10).
               10  WS-MAPA-CONTA-CRED  PIC X(10).
               10  WS-MAPA-EXCLUIDO    PIC X(01).
       01  WS-IND-MAPA                 PIC 9(04) VALUE ZERO.
       01  WS-IND-MAPA-ACHADO          PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-MAPA               PIC X(01) VALUE "N".
           88  ACHOU-MAPA                     VALUE "S".

       01  WS-TAXAS-CAMBIO.
           05  WS-QTD-TAXAS            PIC 9(04) VALUE ZERO.
           05  WS-TAXA OCCURS 50 TIMES.
               10  WS-TAX-MOEDA        PIC X(03).
               10  WS-TAX-DATA         PIC 9(08).
               10  WS-TAX-CAMBIO       PIC 9(05)V9(06).
               10  WS-TAX-EXCLUIDO     PIC X(01).
       01  WS-IND-TAXA                 PIC 9(04) VALUE ZERO.
       01  WS-IND-TAXA-ACHADA          PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-TAXA               PIC X(01) VALUE "N".
           88  ACHOU-TAXA                     VALUE "S".

       01  WS-CALENDARIO.
           05  WS-QTD-FERIADOS         PIC 9(04) VALUE ZERO.
           05  WS-FERIADO OCCURS 100 TIMES.
               10  WS-FER-DATA         PIC 9(08).
               10  WS-FER-DESCRICAO    PIC X(20).
               10  WS-FER-EXCLUIDO     PIC X(01).
       01  WS-IND-FERIADO              PIC 9(04) VALUE ZERO.
       01  WS-IND-FERIADO-ACHADO       PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-FERIADO            PIC X(01) VALUE "N".
           88  ACHOU-FERIADO                  VALUE "S".

       01  WS-DATA-VERIFICADA          PIC 9(08) VALUE ZERO.
       01  WS-DIA-VERIFICADO           PIC S9(09) VALUE ZERO.
       01  WS-IND-OP                   PIC 9(02) VALUE ZERO.
       01  WS-QTD-OPS-INFORMADAS       PIC 9(02) VALUE ZERO.

       01  WS-CARTAO-CORRENTE.
           05  WS-NUM-CARTAO           PIC 9(04) VALUE ZERO.
           05  WS-MOTIVO-RECUSA        PIC X(40) VALUE SPACES.
           05  WS-IMAGEM               PIC X(70) VALUE SPACES.
           05  WS-IMAGEM-ANTES         PIC X(70) VALUE SPACES.
           05  WS-IMAGEM-DEPOIS        PIC X(70) VALUE SPACES.

       01  WS-TOTAIS.
           05  WS-QTD-CARTOES          PIC 9(08) VALUE ZERO.
           05  WS-QTD-EFETIVADOS       PIC 9(08) VALUE ZERO.
           05  WS-QTD-RECUSADOS        PIC 9(08) VALUE ZERO.

       01  WS-CODIGO-RETORNO           PIC 9(02) VALUE ZERO.

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAAMMDD        PIC 9(08).
           05  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               10  WS-DATA-AAAA        PIC 9(04).
               10  WS-DATA-MM          PIC 9(02).
               10  WS-DATA-DD          PIC 9(02).
       01  WS-DATA-FORMATADA           PIC X(10).
       01  WS-HORA-SISTEMA             PIC 9(08).
       01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
           05  WS-HORA-HH              PIC 9(02).
           05  WS-HORA-MI              PIC 9(02).
           05  WS-HORA-SS              PIC 9(02).
           05  WS-HORA-CENTESIMOS      PIC 9(02).
       01  WS-HORA-FORMATADA           PIC X(08).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(33)
                   VALUE "MANUTENCAO DE CADASTROS          ".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  WS-CAB1-DATA            PIC X(10).
           05  FILLER                  PIC X(07) VALUE " HORA: ".
           05  WS-CAB1-HORA            PIC X(08).

       01  WS-LINHA-CARTAO.
           05  FILLER                  PIC X(07) VALUE "CARTAO ".
           05  WS-LCA-NUMERO           PIC 9(04).
           05  FILLER                  PIC X(04) VALUE " EM ".
           05  WS-LCA-DATA             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LCA-HORA             PIC X(08).
           05  FILLER                  PIC X(05) VALUE " POR ".
           05  WS-LCA-SOLICITANTE      PIC X(08).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  WS-LCA-CADASTRO         PIC X(13).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-LCA-ACAO             PIC X(11).

       01  WS-LINHA-IMAGEM.
           05  WS-LIM-ROTULO           PIC X(10).
           05  WS-LIM-IMAGEM           PIC X(70).

       01  WS-IMG-OPERADOR.
           05  FILLER                  PIC X(03) VALUE "ID=".
           05  WS-IOP-ID               PIC X(08).
           05  FILLER                  PIC X(05) VALUE " SIT=".
           05  WS-IOP-STATUS           PIC X(01).
           05  FILLER                  PIC X(05) VALUE " OPS=".
           05  WS-IOP-OPERACOES        PIC X(04).
           05  FILLER                  PIC X(08) VALUE " LIMITE=".
           05  WS-IOP-LIMITE           PIC -(8)9.99.

       01  WS-IMG-CCUSTO.
           05  FILLER                  PIC X(03) VALUE "CC=".
           05  WS-ICC-CODIGO           PIC X(06).
           05  FILLER                  PIC X(05) VALUE " SIT=".
           05  WS-ICC-STATUS           PIC X(01).
           05  FILLER                  PIC X(07) VALUE " DEPTO=".
           05  WS-ICC-DEPARTAMENTO     PIC X(08).
           05  FILLER                  PIC X(06) VALUE " DESC=".
           05  WS-ICC-DESCRICAO        PIC X(30).

       01  WS-IMG-MAPA.
           05  FILLER                  PIC X(03) VALUE "OP=".
           05  WS-IMA-OPERACAO         PIC X(01).
           05  FILLER                  PIC X(04) VALUE " CC=".
           05  WS-IMA-CENTRO           PIC X(06).
           05  FILLER                  PIC X(08) VALUE " DEBITO=".
           05  WS-IMA-CONTA-DEB        PIC X(10).
           05  FILLER                  PIC X(09) VALUE " CREDITO=".
           05  WS-IMA-CONTA-CRED       PIC X(10).

       01  WS-IMG-TAXA.
           05  FILLER                  PIC X(06) VALUE "MOEDA=".
           05  WS-ITX-MOEDA            PIC X(03).
           05  FILLER                  PIC X(06) VALUE " DATA=".
           05  WS-ITX-DATA             PIC 9(08).
           05  FILLER                  PIC X(06) VALUE " TAXA=".
           05  WS-ITX-CAMBIO           PIC ZZZZ9.999999.

       01  WS-IMG-FERIADO.
           05  FILLER                  PIC X(05) VALUE "DATA=".
           05  WS-IFE-DATA             PIC 9(08).
           05  FILLER                  PIC X(06) VALUE " DESC=".
           05  WS-IFE-DESCRICAO        PIC X(20).

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TITULO           PIC X(24).
           05  WS-TOT-VALOR            PIC ZZZZZZZ9.

000400     PROCEDURE DIVISION.
          MAIN.
              PERFORM ABRIR-ARQUIVOS
              PERFORM CARREGA-OPERADORES
              PERFORM CARREGA-CCUSTOS
              PERFORM CARREGA-MAPEAMENTO
              PERFORM CARREGA-TAXAS
              PERFORM CARREGA-CALENDARIO
              PERFORM PROCESSA-CARTOES
              PERFORM GRAVA-OPERADORES-SAIDA
              PERFORM GRAVA-CCUSTOS-SAIDA
              PERFORM GRAVA-MAPEAMENTO-SAIDA
              PERFORM GRAVA-TAXAS-SAIDA
              PERFORM GRAVA-CALENDARIO-SAIDA
              PERFORM GRAVA-TOTAIS
              CLOSE PRINT-FILE
              MOVE WS-CODIGO-RETORNO TO RETURN-CODE
              STOP RUN.

           ABRIR-ARQUIVOS.
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " RELMANUT - FILE STATUS " WS-PRINT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
               STRING WS-DATA-DD "/" WS-DATA-MM "/" WS-DATA-AAAA
                   DELIMITED BY SIZE INTO WS-DATA-FORMATADA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               STRING WS-HORA-HH ":" WS-HORA-MI ":" WS-HORA-SS
                   DELIMITED BY SIZE INTO WS-HORA-FORMATADA
               MOVE WS-DATA-FORMATADA TO WS-CAB1-DATA
               MOVE WS-HORA-FORMATADA TO WS-CAB1-HORA
               MOVE WS-CABECALHO-1 TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

      *    Com o OPERMST vazio (carga inicial do cadastro) nao ha
      *    contra quem validar o solicitante; basta que ele se
      *    identifique no cartao. Cadastro que nao abre encerra o
      *    passo: a nova geracao sairia so com os cartoes do dia.
           CARREGA-OPERADORES.
               OPEN INPUT OPER-FILE
               IF WS-OPER-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ OPER-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-QTD-OPERADORES < 50
                                   ADD 1 TO WS-QTD-OPERADORES
                                   MOVE OPER-ID TO
                                       WS-OPM-ID(WS-QTD-OPERADORES)
                                   MOVE OPER-STATUS TO
                                       WS-OPM-STATUS(WS-QTD-OPERADORES)
                                   MOVE OPER-OPERACOES TO
                                       WS-OPM-OPERACOES
                                       (WS-QTD-OPERADORES)
                                   MOVE OPER-LIMITE-VALOR TO
                                       WS-OPM-LIMITE(WS-QTD-OPERADORES)
                                   MOVE "N" TO
                                       WS-OPM-EXCLUIDO
                                       (WS-QTD-OPERADORES)
                               ELSE
                                   DISPLAY "ERRO FATAL: TABELA DE"
                                       " OPERADORES CHEIA"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                       END-READ
                       IF WS-OPER-STATUS NOT = "00" AND
                          WS-OPER-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM OPERMST -"
                               " FILE STATUS " WS-OPER-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE OPER-FILE
               ELSE
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " OPERMST - FILE STATUS " WS-OPER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-QTD-OPERADORES = ZERO
                   MOVE "S" TO WS-CARGA-INICIAL
               END-IF.

           CARREGA-CCUSTOS.
               OPEN INPUT CCUSTO-FILE
               IF WS-CCUSTO-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ CCUSTO-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-QTD-CCUSTOS < 300
                                   ADD 1 TO WS-QTD-CCUSTOS
                                   MOVE CC-CODIGO TO
                                       WS-CCU-CODIGO(WS-QTD-CCUSTOS)
                                   MOVE CC-DESCRICAO TO
                                       WS-CCU-DESCRICAO(WS-QTD-CCUSTOS)
                                   MOVE CC-STATUS TO
                                       WS-CCU-STATUS(WS-QTD-CCUSTOS)
                                   MOVE CC-DEPARTAMENTO TO
                                       WS-CCU-DEPARTAMENTO
                                       (WS-QTD-CCUSTOS)
                                   MOVE "N" TO
                                       WS-CCU-EXCLUIDO(WS-QTD-CCUSTOS)
                               ELSE
                                   DISPLAY "ERRO FATAL: TABELA DE"
                                       " CENTROS DE CUSTO CHEIA"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                       END-READ
                       IF WS-CCUSTO-STATUS NOT = "00" AND
                          WS-CCUSTO-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM CCUSTO -"
                               " FILE STATUS " WS-CCUSTO-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE CCUSTO-FILE
               ELSE
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " CCUSTO - FILE STATUS " WS-CCUSTO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           CARREGA-MAPEAMENTO.
               OPEN INPUT GLMAP-FILE
               IF WS-GLMAP-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ GLMAP-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-QTD-MAPAS < 200
                                   ADD 1 TO WS-QTD-MAPAS
                                   MOVE GLMAP-OPERACAO TO
                                       WS-MAPA-OPERACAO(WS-QTD-MAPAS)
                                   MOVE GLMAP-CENTRO-CUSTO TO
                                       WS-MAPA-CENTRO(WS-QTD-MAPAS)
                                   MOVE GLMAP-CONTA-DEBITO TO
                                       WS-MAPA-CONTA-DEB(WS-QTD-MAPAS)
                                   MOVE GLMAP-CONTA-CREDITO TO
                                       WS-MAPA-CONTA-CRED(WS-QTD-MAPAS)
                                   MOVE "N" TO
                                       WS-MAPA-EXCLUIDO(WS-QTD-MAPAS)
                               ELSE
                                   DISPLAY "ERRO FATAL: TABELA DE"
                                       " MAPEAMENTO GL CHEIA"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                       END-READ
                       IF WS-GLMAP-STATUS NOT = "00" AND
                          WS-GLMAP-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM GLMAP -"
                               " FILE STATUS " WS-GLMAP-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE GLMAP-FILE
               ELSE
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " GLMAP - FILE STATUS " WS-GLMAP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           CARREGA-TAXAS.
               OPEN INPUT TAXA-FILE
               IF WS-TAXA-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ TAXA-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-QTD-TAXAS < 50
                                   ADD 1 TO WS-QTD-TAXAS
                                   MOVE TAXA-MOEDA TO
                                       WS-TAX-MOEDA(WS-QTD-TAXAS)
                                   MOVE TAXA-DATA TO
                                       WS-TAX-DATA(WS-QTD-TAXAS)
                                   MOVE TAXA-CAMBIO TO
                                       WS-TAX-CAMBIO(WS-QTD-TAXAS)
                                   MOVE "N" TO
                                       WS-TAX-EXCLUIDO(WS-QTD-TAXAS)
                               ELSE
                                   DISPLAY "ERRO FATAL: TABELA DE"
                                       " TAXAS DE CAMBIO CHEIA"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                       END-READ
                       IF WS-TAXA-STATUS NOT = "00" AND
                          WS-TAXA-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM TAXACAMB -"
                               " FILE STATUS " WS-TAXA-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE TAXA-FILE
               ELSE
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " TAXACAMB - FILE STATUS " WS-TAXA-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           CARREGA-CALENDARIO.
               OPEN INPUT CALEND-FILE
               IF WS-CALEND-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ CALEND-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-QTD-FERIADOS < 100
                                   ADD 1 TO WS-QTD-FERIADOS
                                   MOVE CAL-DATA TO
                                       WS-FER-DATA(WS-QTD-FERIADOS)
                                   MOVE CAL-DESCRICAO TO
                                       WS-FER-DESCRICAO
                                       (WS-QTD-FERIADOS)
                                   MOVE "N" TO
                                       WS-FER-EXCLUIDO(WS-QTD-FERIADOS)
                               ELSE
                                   DISPLAY "ERRO FATAL: TABELA DE"
                                       " FERIADOS CHEIA"
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                       END-READ
                       IF WS-CALEND-STATUS NOT = "00" AND
                          WS-CALEND-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM CALENDARIO -"
                               " FILE STATUS " WS-CALEND-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE CALEND-FILE
               ELSE
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " CALENDARIO - FILE STATUS " WS-CALEND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *    Os cartoes sao aplicados na ordem em que chegam, sobre os
      *    cadastros em memoria: um centro de custo incluido num
      *    cartao ja vale para o mapeamento GL dos cartoes seguintes.
      *    Cartao recusado nao altera nada e deixa retorno 4.
           PROCESSA-CARTOES.
               OPEN INPUT CARD-FILE
               IF WS-CARD-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " CARTAOMAN - FILE STATUS " WS-CARD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ CARD-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-QTD-CARTOES
                           ADD 1 TO WS-NUM-CARTAO
                           PERFORM APLICA-CARTAO
                   END-READ
                   IF WS-CARD-STATUS NOT = "00" AND
                      WS-CARD-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM CARTAOMAN -"
                           " FILE STATUS " WS-CARD-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE CARD-FILE.

           APLICA-CARTAO.
               MOVE SPACES TO WS-MOTIVO-RECUSA
               MOVE SPACES TO WS-IMAGEM-ANTES
               MOVE SPACES TO WS-IMAGEM-DEPOIS
               PERFORM VALIDA-SOLICITANTE
               IF WS-MOTIVO-RECUSA = SPACES
                   EVALUATE TRUE
                       WHEN NOT MAN-ACAO-VALIDA
                           MOVE "ACAO INVALIDA" TO WS-MOTIVO-RECUSA
                       WHEN MAN-CAD-OPERADOR
                           PERFORM MANTEM-OPERADOR
                       WHEN MAN-CAD-CCUSTO
                           PERFORM MANTEM-CCUSTO
                       WHEN MAN-CAD-GLMAP
                           PERFORM MANTEM-MAPEAMENTO
                       WHEN MAN-CAD-TAXA
                           PERFORM MANTEM-TAXA
                       WHEN MAN-CAD-CALENDARIO
                           PERFORM MANTEM-FERIADO
                       WHEN OTHER
                           MOVE "CADASTRO INVALIDO" TO WS-MOTIVO-RECUSA
                   END-EVALUATE
               END-IF
               PERFORM GRAVA-LINHA-CARTAO
               IF WS-MOTIVO-RECUSA = SPACES
                   ADD 1 TO WS-QTD-EFETIVADOS
                   PERFORM GRAVA-IMAGENS
               ELSE
                   ADD 1 TO WS-QTD-RECUSADOS
                   MOVE 4 TO WS-CODIGO-RETORNO
                   MOVE "  RECUSA:" TO WS-LIM-ROTULO
                   MOVE WS-MOTIVO-RECUSA TO WS-LIM-IMAGEM
                   MOVE WS-LINHA-IMAGEM TO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF.

      *    O solicitante precisa ser operador ativo do OPERMST e nao
      *    pode alterar o proprio cadastro de operador.
           VALIDA-SOLICITANTE.
               IF MAN-SOLICITANTE = SPACES
                   MOVE "SOLICITANTE NAO INFORMADO" TO WS-MOTIVO-RECUSA
               ELSE
                   IF NOT CARGA-INICIAL
                       MOVE MAN-SOLICITANTE TO WS-PROCURA-OPER-ID
                       PERFORM PROCURA-OPERADOR
                       EVALUATE TRUE
                           WHEN NOT ACHOU-OPERADOR
                               MOVE "SOLICITANTE NAO CADASTRADO"
                                   TO WS-MOTIVO-RECUSA
                           WHEN WS-OPM-STATUS(WS-IND-OPER-ACHADO)
                                   NOT = "A"
                               MOVE "SOLICITANTE SUSPENSO"
                                   TO WS-MOTIVO-RECUSA
                           WHEN MAN-CAD-OPERADOR AND
                                MDO-ID = MAN-SOLICITANTE
                               MOVE "SOLICITANTE NO PROPRIO CADASTRO"
                                   TO WS-MOTIVO-RECUSA
                       END-EVALUATE
                   END-IF
               END-IF.

           PROCURA-OPERADOR.
               MOVE "N" TO WS-ACHOU-OPERADOR
               MOVE ZERO TO WS-IND-OPER-ACHADO
               PERFORM VARYING WS-IND-OPERADOR FROM 1 BY 1
                       UNTIL WS-IND-OPERADOR > WS-QTD-OPERADORES
                       OR ACHOU-OPERADOR
                   IF WS-OPM-ID(WS-IND-OPERADOR) = WS-PROCURA-OPER-ID
                      AND WS-OPM-EXCLUIDO(WS-IND-OPERADOR) = "N"
                       SET ACHOU-OPERADOR TO TRUE
                       MOVE WS-IND-OPERADOR TO WS-IND-OPER-ACHADO
                   END-IF
               END-PERFORM.

      *****************************************************************
      *    OPERMST                                                    *
      *****************************************************************
           MANTEM-OPERADOR.
               MOVE MDO-ID TO WS-PROCURA-OPER-ID
               PERFORM PROCURA-OPERADOR
               EVALUATE TRUE
                   WHEN MDO-ID = SPACES
                       MOVE "OPERADOR NAO INFORMADO"
                           TO WS-MOTIVO-RECUSA
                   WHEN MAN-INCLUSAO AND ACHOU-OPERADOR
                       MOVE "OPERADOR JA CADASTRADO"
                           TO WS-MOTIVO-RECUSA
                   WHEN NOT MAN-INCLUSAO AND NOT ACHOU-OPERADOR
                       MOVE "OPERADOR NAO CADASTRADO"
                           TO WS-MOTIVO-RECUSA
                   WHEN MAN-INCLUSAO
                       PERFORM VALIDA-DADOS-OPERADOR
                       IF WS-MOTIVO-RECUSA = SPACES
                           PERFORM INCLUI-OPERADOR
                       END-IF
                   WHEN MAN-ALTERACAO
                       PERFORM VALIDA-DADOS-OPERADOR
                       IF WS-MOTIVO-RECUSA = SPACES
                           PERFORM ALTERA-OPERADOR
                       END-IF
                   WHEN MAN-EXCLUSAO
                       PERFORM MONTA-IMAGEM-OPERADOR
                       MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
                       MOVE "S" TO WS-OPM-EXCLUIDO(WS-IND-OPER-ACHADO)
                       MOVE "REGISTRO EXCLUIDO" TO WS-IMAGEM-DEPOIS
                   WHEN MAN-DESATIVACAO
                       IF WS-OPM-STATUS(WS-IND-OPER-ACHADO) = "S"
                           MOVE "OPERADOR JA SUSPENSO"
                               TO WS-MOTIVO-RECUSA
                       ELSE
                           PERFORM MONTA-IMAGEM-OPERADOR
                           MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
                           MOVE "S" TO
                               WS-OPM-STATUS(WS-IND-OPER-ACHADO)
                           PERFORM MONTA-IMAGEM-OPERADOR
                           MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS
                       END-IF
               END-EVALUATE.

      *    Operacoes autorizadas: so A/S/M/D ou branco, ao menos uma
      *    informada. Limite zero significa sem teto proprio.
           VALIDA-DADOS-OPERADOR.
               MOVE ZERO TO WS-QTD-OPS-INFORMADAS
               PERFORM VARYING WS-IND-OP FROM 1 BY 1
                       UNTIL WS-IND-OP > 4
                   IF MDO-OP(WS-IND-OP) NOT = SPACE
                       ADD 1 TO WS-QTD-OPS-INFORMADAS
                       IF MDO-OP(WS-IND-OP) NOT = "A" AND
                          MDO-OP(WS-IND-OP) NOT = "S" AND
                          MDO-OP(WS-IND-OP) NOT = "M" AND
                          MDO-OP(WS-IND-OP) NOT = "D"
                           MOVE "OPERACAO AUTORIZADA INVALIDA"
                               TO WS-MOTIVO-RECUSA
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN MDO-STATUS NOT = "A" AND MDO-STATUS NOT = "S"
                       MOVE "SITUACAO DO OPERADOR INVALIDA"
                           TO WS-MOTIVO-RECUSA
                   WHEN WS-QTD-OPS-INFORMADAS = ZERO
                       MOVE "NENHUMA OPERACAO AUTORIZADA"
                           TO WS-MOTIVO-RECUSA
                   WHEN MDO-LIMITE-VALOR NOT NUMERIC
                       MOVE "LIMITE DE VALOR NAO NUMERICO"
                           TO WS-MOTIVO-RECUSA
               END-EVALUATE.

           INCLUI-OPERADOR.
               IF WS-QTD-OPERADORES < 50
                   ADD 1 TO WS-QTD-OPERADORES
                   MOVE WS-QTD-OPERADORES TO WS-IND-OPER-ACHADO
                   MOVE MDO-ID TO WS-OPM-ID(WS-IND-OPER-ACHADO)
                   MOVE "N" TO WS-OPM-EXCLUIDO(WS-IND-OPER-ACHADO)
                   PERFORM MOVE-DADOS-OPERADOR
                   PERFORM MONTA-IMAGEM-OPERADOR
                   MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS
               ELSE
                   MOVE "TABELA DE OPERADORES CHEIA"
                       TO WS-MOTIVO-RECUSA
               END-IF.

           ALTERA-OPERADOR.
               PERFORM MONTA-IMAGEM-OPERADOR
               MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
               PERFORM MOVE-DADOS-OPERADOR
               PERFORM MONTA-IMAGEM-OPERADOR
               MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS.

           MOVE-DADOS-OPERADOR.
               MOVE MDO-STATUS TO WS-OPM-STATUS(WS-IND-OPER-ACHADO)
               MOVE MDO-OPERACOES
                   TO WS-OPM-OPERACOES(WS-IND-OPER-ACHADO)
               MOVE MDO-LIMITE-VALOR
                   TO WS-OPM-LIMITE(WS-IND-OPER-ACHADO).

           MONTA-IMAGEM-OPERADOR.
               MOVE WS-OPM-ID(WS-IND-OPER-ACHADO) TO WS-IOP-ID
               MOVE WS-OPM-STATUS(WS-IND-OPER-ACHADO) TO WS-IOP-STATUS
               MOVE WS-OPM-OPERACOES(WS-IND-OPER-ACHADO)
                   TO WS-IOP-OPERACOES
               MOVE WS-OPM-LIMITE(WS-IND-OPER-ACHADO) TO WS-IOP-LIMITE
               MOVE WS-IMG-OPERADOR TO WS-IMAGEM.

      *****************************************************************
      *    CCUSTO                                                     *
      *****************************************************************
           MANTEM-CCUSTO.
               MOVE MDC-CODIGO TO WS-PROCURA-CC-CODIGO
               PERFORM PROCURA-CCUSTO
               EVALUATE TRUE
                   WHEN MDC-CODIGO = SPACES
                       MOVE "CENTRO DE CUSTO NAO INFORMADO"
                           TO WS-MOTIVO-RECUSA
                   WHEN MAN-INCLUSAO AND ACHOU-CCUSTO
                       MOVE "CENTRO DE CUSTO JA CADASTRADO"
                           TO WS-MOTIVO-RECUSA
                   WHEN NOT MAN-INCLUSAO AND NOT ACHOU-CCUSTO
                       MOVE "CENTRO DE CUSTO NAO CADASTRADO"
                           TO WS-MOTIVO-RECUSA
                   WHEN MAN-INCLUSAO
                       PERFORM VALIDA-DADOS-CCUSTO
                       IF WS-MOTIVO-RECUSA = SPACES
                           PERFORM INCLUI-CCUSTO
                       END-IF
                   WHEN MAN-ALTERACAO
                       PERFORM VALIDA-DADOS-CCUSTO
                       IF WS-MOTIVO-RECUSA = SPACES AND
                          MDC-STATUS = "I"
                           PERFORM VERIFICA-CCUSTO-NO-MAPA
                       END-IF
                       IF WS-MOTIVO-RECUSA = SPACES
                           PERFORM ALTERA-CCUSTO
                       END-IF
                   WHEN MAN-EXCLUSAO
                       PERFORM VERIFICA-CCUSTO-NO-MAPA
                       IF WS-MOTIVO-RECUSA = SPACES
                           PERFORM MONTA-IMAGEM-CCUSTO
                           MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
                           MOVE "S" TO
                               WS-CCU-EXCLUIDO(WS-IND-CCUSTO-ACHADO)
                           MOVE "REGISTRO EXCLUIDO" TO WS-IMAGEM-DEPOIS
                       END-IF
                   WHEN MAN-DESATIVACAO
                       IF WS-CCU-STATUS(WS-IND-CCUSTO-ACHADO) = "I"
                           MOVE "CENTRO DE CUSTO JA INATIVO"
                               TO WS-MOTIVO-RECUSA
                       ELSE
                           PERFORM VERIFICA-CCUSTO-NO-MAPA
                       END-IF
                       IF WS-MOTIVO-RECUSA = SPACES
                           PERFORM MONTA-IMAGEM-CCUSTO
                           MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
                           MOVE "I" TO
                               WS-CCU-STATUS(WS-IND-CCUSTO-ACHADO)
                           PERFORM MONTA-IMAGEM-CCUSTO
                           MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS
                       END-IF
               END-EVALUATE.

           PROCURA-CCUSTO.
               MOVE "N" TO WS-ACHOU-CCUSTO
               MOVE ZERO TO WS-IND-CCUSTO-ACHADO
               PERFORM VARYING WS-IND-CCUSTO FROM 1 BY 1
                       UNTIL WS-IND-CCUSTO > WS-QTD-CCUSTOS
                       OR ACHOU-CCUSTO
                   IF WS-CCU-CODIGO(WS-IND-CCUSTO) =
                          WS-PROCURA-CC-CODIGO
                      AND WS-CCU-EXCLUIDO(WS-IND-CCUSTO) = "N"
                       SET ACHOU-CCUSTO TO TRUE
                       MOVE WS-IND-CCUSTO TO WS-IND-CCUSTO-ACHADO
                   END-IF
               END-PERFORM.

      *    Centro de custo ainda usado no GLMAP nao pode ser excluido
      *    nem inativado: o mapeamento ficaria apontando para um
      *    centro desconhecido ou inativo.
           VERIFICA-CCUSTO-NO-MAPA.
               MOVE "N" TO WS-CCUSTO-NO-MAPA
               PERFORM VARYING WS-IND-MAPA FROM 1 BY 1
                       UNTIL WS-IND-MAPA > WS-QTD-MAPAS
                       OR CCUSTO-NO-MAPA
                   IF WS-MAPA-CENTRO(WS-IND-MAPA) = MDC-CODIGO AND
                      WS-MAPA-EXCLUIDO(WS-IND-MAPA) = "N"
                       SET CCUSTO-NO-MAPA TO TRUE
                   END-IF
               END-PERFORM
               IF CCUSTO-NO-MAPA
                   MOVE "CENTRO DE CUSTO REFERENCIADO NO GLMAP"
                       TO WS-MOTIVO-RECUSA
               END-IF.

           VALIDA-DADOS-CCUSTO.
               EVALUATE TRUE
                   WHEN MDC-DESCRICAO = SPACES
                       MOVE "DESCRICAO NAO INFORMADA"
                           TO WS-MOTIVO-RECUSA
                   WHEN MDC-STATUS NOT = "A" AND MDC-STATUS NOT = "I"
                       MOVE "SITUACAO DO CENTRO DE CUSTO INVALIDA"
                           TO WS-MOTIVO-RECUSA
                   WHEN MDC-DEPARTAMENTO = SPACES
                       MOVE "DEPARTAMENTO NAO INFORMADO"
                           TO WS-MOTIVO-RECUSA
               END-EVALUATE.

           INCLUI-CCUSTO.
               IF WS-QTD-CCUSTOS < 300
                   ADD 1 TO WS-QTD-CCUSTOS
                   MOVE WS-QTD-CCUSTOS TO WS-IND-CCUSTO-ACHADO
                   MOVE MDC-CODIGO
                       TO WS-CCU-CODIGO(WS-IND-CCUSTO-ACHADO)
                   MOVE "N" TO WS-CCU-EXCLUIDO(WS-IND-CCUSTO-ACHADO)
                   PERFORM MOVE-DADOS-CCUSTO
                   PERFORM MONTA-IMAGEM-CCUSTO
                   MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS
               ELSE
                   MOVE "TABELA DE CENTROS DE CUSTO CHEIA"
                       TO WS-MOTIVO-RECUSA
               END-IF.

           ALTERA-CCUSTO.
               PERFORM MONTA-IMAGEM-CCUSTO
               MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
               PERFORM MOVE-DADOS-CCUSTO
               PERFORM MONTA-IMAGEM-CCUSTO
               MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS.

           MOVE-DADOS-CCUSTO.
               MOVE MDC-DESCRICAO
                   TO WS-CCU-DESCRICAO(WS-IND-CCUSTO-ACHADO)
               MOVE MDC-STATUS TO WS-CCU-STATUS(WS-IND-CCUSTO-ACHADO)
               MOVE MDC-DEPARTAMENTO
                   TO WS-CCU-DEPARTAMENTO(WS-IND-CCUSTO-ACHADO).

           MONTA-IMAGEM-CCUSTO.
               MOVE WS-CCU-CODIGO(WS-IND-CCUSTO-ACHADO) TO WS-ICC-CODIGO
               MOVE WS-CCU-STATUS(WS-IND-CCUSTO-ACHADO) TO WS-ICC-STATUS
               MOVE WS-CCU-DEPARTAMENTO(WS-IND-CCUSTO-ACHADO)
                   TO WS-ICC-DEPARTAMENTO
               MOVE WS-CCU-DESCRICAO(WS-IND-CCUSTO-ACHADO)
                   TO WS-ICC-DESCRICAO
               MOVE WS-IMG-CCUSTO TO WS-IMAGEM.

      *****************************************************************
      *    GLMAP                                                      *
      *****************************************************************
           MANTEM-MAPEAMENTO.
               PERFORM PROCURA-MAPA
               EVALUATE TRUE
                   WHEN MDG-OPERACAO NOT = "A" AND
                        MDG-OPERACAO NOT = "S" AND
                        MDG-OPERACAO NOT = "M" AND
                        MDG-OPERACAO NOT = "D"
                       MOVE "OPERACAO DO MAPEAMENTO INVALIDA"
                           TO WS-MOTIVO-RECUSA
                   WHEN MDG-CENTRO-CUSTO = SPACES
                       MOVE "CENTRO DE CUSTO NAO INFORMADO"
                           TO WS-MOTIVO-RECUSA
                   WHEN MAN-DESATIVACAO
                       MOVE "GLMAP NAO ADMITE DESATIVACAO"
                           TO WS-MOTIVO-RECUSA
                   WHEN MAN-INCLUSAO AND ACHOU-MAPA
                       MOVE "MAPEAMENTO JA CADASTRADO"
                           TO WS-MOTIVO-RECUSA
                   WHEN NOT MAN-INCLUSAO AND NOT ACHOU-MAPA
                       MOVE "MAPEAMENTO NAO CADASTRADO"
                           TO WS-MOTIVO-RECUSA
                   WHEN MAN-INCLUSAO
                       PERFORM VALIDA-DADOS-MAPA
                       IF WS-MOTIVO-RECUSA = SPACES
                           PERFORM INCLUI-MAPA
                       END-IF
                   WHEN MAN-ALTERACAO
                       PERFORM VALIDA-DADOS-MAPA
                       IF WS-MOTIVO-RECUSA = SPACES
                           PERFORM ALTERA-MAPA
                       END-IF
                   WHEN MAN-EXCLUSAO
                       PERFORM MONTA-IMAGEM-MAPA
                       MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
                       MOVE "S" TO WS-MAPA-EXCLUIDO(WS-IND-MAPA-ACHADO)
                       MOVE "REGISTRO EXCLUIDO" TO WS-IMAGEM-DEPOIS
               END-EVALUATE.

           PROCURA-MAPA.
               MOVE "N" TO WS-ACHOU-MAPA
               MOVE ZERO TO WS-IND-MAPA-ACHADO
               PERFORM VARYING WS-IND-MAPA FROM 1 BY 1
                       UNTIL WS-IND-MAPA > WS-QTD-MAPAS
                       OR ACHOU-MAPA
                   IF WS-MAPA-OPERACAO(WS-IND-MAPA) = MDG-OPERACAO AND
                      WS-MAPA-CENTRO(WS-IND-MAPA) = MDG-CENTRO-CUSTO AND
                      WS-MAPA-EXCLUIDO(WS-IND-MAPA) = "N"
                       SET ACHOU-MAPA TO TRUE
                       MOVE WS-IND-MAPA TO WS-IND-MAPA-ACHADO
                   END-IF
               END-PERFORM.

      *    O centro de custo do mapeamento precisa existir e estar
      *    ativo no CCUSTO (ja com as alteracoes dos cartoes
      *    anteriores desta execucao).
           VALIDA-DADOS-MAPA.
               MOVE MDG-CENTRO-CUSTO TO WS-PROCURA-CC-CODIGO
               PERFORM PROCURA-CCUSTO
               EVALUATE TRUE
                   WHEN NOT ACHOU-CCUSTO
                       MOVE "CENTRO DE CUSTO DESCONHECIDO"
                           TO WS-MOTIVO-RECUSA
                   WHEN WS-CCU-STATUS(WS-IND-CCUSTO-ACHADO) NOT = "A"
                       MOVE "CENTRO DE CUSTO INATIVO"
                           TO WS-MOTIVO-RECUSA
                   WHEN MDG-CONTA-DEBITO = SPACES OR
                        MDG-CONTA-CREDITO = SPACES
                       MOVE "CONTA CONTABIL NAO INFORMADA"
                           TO WS-MOTIVO-RECUSA
               END-EVALUATE.

           INCLUI-MAPA.
               IF WS-QTD-MAPAS < 200
                   ADD 1 TO WS-QTD-MAPAS
                   MOVE WS-QTD-MAPAS TO WS-IND-MAPA-ACHADO
                   MOVE MDG-OPERACAO
                       TO WS-MAPA-OPERACAO(WS-IND-MAPA-ACHADO)
                   MOVE MDG-CENTRO-CUSTO
                       TO WS-MAPA-CENTRO(WS-IND-MAPA-ACHADO)
                   MOVE "N" TO WS-MAPA-EXCLUIDO(WS-IND-MAPA-ACHADO)
                   PERFORM MOVE-DADOS-MAPA
                   PERFORM MONTA-IMAGEM-MAPA
                   MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS
               ELSE
                   MOVE "TABELA DE MAPEAMENTO GL CHEIA"
                       TO WS-MOTIVO-RECUSA
               END-IF.

           ALTERA-MAPA.
               PERFORM MONTA-IMAGEM-MAPA
               MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
               PERFORM MOVE-DADOS-MAPA
               PERFORM MONTA-IMAGEM-MAPA
               MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS.

           MOVE-DADOS-MAPA.
               MOVE MDG-CONTA-DEBITO
                   TO WS-MAPA-CONTA-DEB(WS-IND-MAPA-ACHADO)
               MOVE MDG-CONTA-CREDITO
                   TO WS-MAPA-CONTA-CRED(WS-IND-MAPA-ACHADO).

           MONTA-IMAGEM-MAPA.
               MOVE WS-MAPA-OPERACAO(WS-IND-MAPA-ACHADO)
                   TO WS-IMA-OPERACAO
               MOVE WS-MAPA-CENTRO(WS-IND-MAPA-ACHADO) TO WS-IMA-CENTRO
               MOVE WS-MAPA-CONTA-DEB(WS-IND-MAPA-ACHADO)
                   TO WS-IMA-CONTA-DEB
               MOVE WS-MAPA-CONTA-CRED(WS-IND-MAPA-ACHADO)
                   TO WS-IMA-CONTA-CRED
               MOVE WS-IMG-MAPA TO WS-IMAGEM.

      *****************************************************************
      *    TAXACAMB                                                   *
      *    Uma taxa por moeda (CBTAXA): a chave e so a moeda. A       *
      *    alteracao troca a data de vigencia e a taxa; a inclusao    *
      *    de moeda ja cadastrada e recusada.                         *
      *****************************************************************
           MANTEM-TAXA.
               MOVE ZERO TO WS-DIA-VERIFICADO
               IF MDT-DATA NUMERIC
                   MOVE MDT-DATA TO WS-DATA-VERIFICADA
                   COMPUTE WS-DIA-VERIFICADO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-VERIFICADA)
               END-IF
               PERFORM PROCURA-TAXA
               EVALUATE TRUE
                   WHEN MDT-MOEDA = SPACES
                       MOVE "MOEDA NAO INFORMADA" TO WS-MOTIVO-RECUSA
                   WHEN WS-DIA-VERIFICADO NOT > ZERO AND
                        NOT MAN-EXCLUSAO
                       MOVE "DATA DE VIGENCIA INVALIDA"
                           TO WS-MOTIVO-RECUSA
                   WHEN MAN-DESATIVACAO
                       MOVE "TAXACAMB NAO ADMITE DESATIVACAO"
                           TO WS-MOTIVO-RECUSA
                   WHEN MAN-INCLUSAO AND ACHOU-TAXA
                       MOVE "TAXA JA CADASTRADA" TO WS-MOTIVO-RECUSA
                   WHEN NOT MAN-INCLUSAO AND NOT ACHOU-TAXA
                       MOVE "TAXA NAO CADASTRADA" TO WS-MOTIVO-RECUSA
                   WHEN MAN-INCLUSAO
                       PERFORM VALIDA-DADOS-TAXA
                       IF WS-MOTIVO-RECUSA = SPACES
                           PERFORM INCLUI-TAXA
                       END-IF
                   WHEN MAN-ALTERACAO
                       PERFORM VALIDA-DADOS-TAXA
                       IF WS-MOTIVO-RECUSA = SPACES
                           PERFORM MONTA-IMAGEM-TAXA
                           MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
                           MOVE MDT-DATA
                               TO WS-TAX-DATA(WS-IND-TAXA-ACHADA)
                           MOVE MDT-CAMBIO
                               TO WS-TAX-CAMBIO(WS-IND-TAXA-ACHADA)
                           PERFORM MONTA-IMAGEM-TAXA
                           MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS
                       END-IF
                   WHEN MAN-EXCLUSAO
                       PERFORM MONTA-IMAGEM-TAXA
                       MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
                       MOVE "S" TO WS-TAX-EXCLUIDO(WS-IND-TAXA-ACHADA)
                       MOVE "REGISTRO EXCLUIDO" TO WS-IMAGEM-DEPOIS
               END-EVALUATE.

           PROCURA-TAXA.
               MOVE "N" TO WS-ACHOU-TAXA
               MOVE ZERO TO WS-IND-TAXA-ACHADA
               PERFORM VARYING WS-IND-TAXA FROM 1 BY 1
                       UNTIL WS-IND-TAXA > WS-QTD-TAXAS
                       OR ACHOU-TAXA
                   IF WS-TAX-MOEDA(WS-IND-TAXA) = MDT-MOEDA AND
                      WS-TAX-EXCLUIDO(WS-IND-TAXA) = "N"
                       SET ACHOU-TAXA TO TRUE
                       MOVE WS-IND-TAXA TO WS-IND-TAXA-ACHADA
                   END-IF
               END-PERFORM.

           VALIDA-DADOS-TAXA.
               IF MDT-CAMBIO NOT NUMERIC
                   MOVE "TAXA NAO NUMERICA" TO WS-MOTIVO-RECUSA
               ELSE
                   IF MDT-CAMBIO NOT > ZERO
                       MOVE "TAXA DEVE SER POSITIVA" TO WS-MOTIVO-RECUSA
                   END-IF
               END-IF.

           INCLUI-TAXA.
               IF WS-QTD-TAXAS < 50
                   ADD 1 TO WS-QTD-TAXAS
                   MOVE WS-QTD-TAXAS TO WS-IND-TAXA-ACHADA
                   MOVE MDT-MOEDA TO WS-TAX-MOEDA(WS-IND-TAXA-ACHADA)
                   MOVE MDT-DATA TO WS-TAX-DATA(WS-IND-TAXA-ACHADA)
                   MOVE MDT-CAMBIO TO WS-TAX-CAMBIO(WS-IND-TAXA-ACHADA)
                   MOVE "N" TO WS-TAX-EXCLUIDO(WS-IND-TAXA-ACHADA)
                   PERFORM MONTA-IMAGEM-TAXA
                   MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS
               ELSE
                   MOVE "TABELA DE TAXAS CHEIA" TO WS-MOTIVO-RECUSA
               END-IF.

           MONTA-IMAGEM-TAXA.
               MOVE WS-TAX-MOEDA(WS-IND-TAXA-ACHADA) TO WS-ITX-MOEDA
               MOVE WS-TAX-DATA(WS-IND-TAXA-ACHADA) TO WS-ITX-DATA
               MOVE WS-TAX-CAMBIO(WS-IND-TAXA-ACHADA) TO WS-ITX-CAMBIO
               MOVE WS-IMG-TAXA TO WS-IMAGEM.

      *****************************************************************
      *    CALENDARIO                                                 *
      *****************************************************************
           MANTEM-FERIADO.
               MOVE ZERO TO WS-DIA-VERIFICADO
               IF MDF-DATA NUMERIC
                   MOVE MDF-DATA TO WS-DATA-VERIFICADA
                   COMPUTE WS-DIA-VERIFICADO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-VERIFICADA)
               END-IF
               PERFORM PROCURA-FERIADO
               EVALUATE TRUE
                   WHEN WS-DIA-VERIFICADO NOT > ZERO
                       MOVE "DATA DO FERIADO INVALIDA"
                           TO WS-MOTIVO-RECUSA
                   WHEN MAN-DESATIVACAO
                       MOVE "CALENDARIO NAO ADMITE DESATIVACAO"
                           TO WS-MOTIVO-RECUSA
                   WHEN MAN-INCLUSAO AND ACHOU-FERIADO
                       MOVE "FERIADO JA CADASTRADO" TO WS-MOTIVO-RECUSA
                   WHEN NOT MAN-INCLUSAO AND NOT ACHOU-FERIADO
                       MOVE "FERIADO NAO CADASTRADO"
                           TO WS-MOTIVO-RECUSA
                   WHEN MAN-INCLUSAO
                       IF WS-QTD-FERIADOS < 100
                           ADD 1 TO WS-QTD-FERIADOS
                           MOVE WS-QTD-FERIADOS TO WS-IND-FERIADO-ACHADO
                           MOVE MDF-DATA
                               TO WS-FER-DATA(WS-IND-FERIADO-ACHADO)
                           MOVE MDF-DESCRICAO
                               TO WS-FER-DESCRICAO
                                  (WS-IND-FERIADO-ACHADO)
                           MOVE "N"
                               TO WS-FER-EXCLUIDO(WS-IND-FERIADO-ACHADO)
                           PERFORM MONTA-IMAGEM-FERIADO
                           MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS
                       ELSE
                           MOVE "TABELA DE FERIADOS CHEIA"
                               TO WS-MOTIVO-RECUSA
                       END-IF
                   WHEN MAN-ALTERACAO
                       PERFORM MONTA-IMAGEM-FERIADO
                       MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
                       MOVE MDF-DESCRICAO
                           TO WS-FER-DESCRICAO(WS-IND-FERIADO-ACHADO)
                       PERFORM MONTA-IMAGEM-FERIADO
                       MOVE WS-IMAGEM TO WS-IMAGEM-DEPOIS
                   WHEN MAN-EXCLUSAO
                       PERFORM MONTA-IMAGEM-FERIADO
                       MOVE WS-IMAGEM TO WS-IMAGEM-ANTES
                       MOVE "S"
                           TO WS-FER-EXCLUIDO(WS-IND-FERIADO-ACHADO)
                       MOVE "REGISTRO EXCLUIDO" TO WS-IMAGEM-DEPOIS
               END-EVALUATE.

           PROCURA-FERIADO.
               MOVE "N" TO WS-ACHOU-FERIADO
               MOVE ZERO TO WS-IND-FERIADO-ACHADO
               PERFORM VARYING WS-IND-FERIADO FROM 1 BY 1
                       UNTIL WS-IND-FERIADO > WS-QTD-FERIADOS
                       OR ACHOU-FERIADO
                   IF WS-FER-DATA(WS-IND-FERIADO) = MDF-DATA AND
                      WS-FER-EXCLUIDO(WS-IND-FERIADO) = "N"
                       SET ACHOU-FERIADO TO TRUE
                       MOVE WS-IND-FERIADO TO WS-IND-FERIADO-ACHADO
                   END-IF
               END-PERFORM.

           MONTA-IMAGEM-FERIADO.
               MOVE WS-FER-DATA(WS-IND-FERIADO-ACHADO) TO WS-IFE-DATA
               MOVE WS-FER-DESCRICAO(WS-IND-FERIADO-ACHADO)
                   TO WS-IFE-DESCRICAO
               MOVE WS-IMG-FERIADO TO WS-IMAGEM.

      *****************************************************************
      *    Relatorio de alteracoes: uma linha por cartao com data,    *
      *    hora e solicitante, seguida das imagens antes e depois ou  *
      *    do motivo da recusa.                                       *
      *****************************************************************
           GRAVA-LINHA-CARTAO.
               MOVE WS-NUM-CARTAO TO WS-LCA-NUMERO
               MOVE WS-DATA-FORMATADA TO WS-LCA-DATA
               MOVE WS-HORA-FORMATADA TO WS-LCA-HORA
               MOVE MAN-SOLICITANTE TO WS-LCA-SOLICITANTE
               EVALUATE TRUE
                   WHEN MAN-CAD-OPERADOR
                       MOVE "OPERMST" TO WS-LCA-CADASTRO
                   WHEN MAN-CAD-CCUSTO
                       MOVE "CCUSTO" TO WS-LCA-CADASTRO
                   WHEN MAN-CAD-GLMAP
                       MOVE "GLMAP" TO WS-LCA-CADASTRO
                   WHEN MAN-CAD-TAXA
                       MOVE "TAXACAMB" TO WS-LCA-CADASTRO
                   WHEN MAN-CAD-CALENDARIO
                       MOVE "CALENDARIO" TO WS-LCA-CADASTRO
                   WHEN OTHER
                       MOVE MAN-CADASTRO TO WS-LCA-CADASTRO
               END-EVALUATE
               EVALUATE TRUE
                   WHEN MAN-INCLUSAO
                       MOVE "INCLUSAO" TO WS-LCA-ACAO
                   WHEN MAN-ALTERACAO
                       MOVE "ALTERACAO" TO WS-LCA-ACAO
                   WHEN MAN-EXCLUSAO
                       MOVE "EXCLUSAO" TO WS-LCA-ACAO
                   WHEN MAN-DESATIVACAO
                       MOVE "DESATIVACAO" TO WS-LCA-ACAO
                   WHEN OTHER
                       MOVE MAN-ACAO TO WS-LCA-ACAO
               END-EVALUATE
               MOVE WS-LINHA-CARTAO TO PRINT-RECORD
               WRITE PRINT-RECORD.

           GRAVA-IMAGENS.
               IF WS-IMAGEM-ANTES NOT = SPACES
                   MOVE "  ANTES :" TO WS-LIM-ROTULO
                   MOVE WS-IMAGEM-ANTES TO WS-LIM-IMAGEM
                   MOVE WS-LINHA-IMAGEM TO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF
               MOVE "  DEPOIS:" TO WS-LIM-ROTULO
               MOVE WS-IMAGEM-DEPOIS TO WS-LIM-IMAGEM
               MOVE WS-LINHA-IMAGEM TO PRINT-RECORD
               WRITE PRINT-RECORD.

      *****************************************************************
      *    Cadastros novos: registros excluidos ficam de fora.        *
      *****************************************************************
           GRAVA-OPERADORES-SAIDA.
               OPEN OUTPUT OPER-SAI-FILE
               IF WS-OPER-SAI-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR OPERMSTSAI"
                       " - FILE STATUS " WS-OPER-SAI-STATUS
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM VARYING WS-IND-OPERADOR FROM 1 BY 1
                           UNTIL WS-IND-OPERADOR > WS-QTD-OPERADORES
                       IF WS-OPM-EXCLUIDO(WS-IND-OPERADOR) = "N"
                           MOVE WS-OPM-ID(WS-IND-OPERADOR) TO OPER-ID
                           MOVE WS-OPM-STATUS(WS-IND-OPERADOR)
                               TO OPER-STATUS
                           MOVE WS-OPM-OPERACOES(WS-IND-OPERADOR)
                               TO OPER-OPERACOES
                           MOVE WS-OPM-LIMITE(WS-IND-OPERADOR)
                               TO OPER-LIMITE-VALOR
                           MOVE OPER-RECORD TO OPER-SAI-RECORD
                           WRITE OPER-SAI-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE OPER-SAI-FILE
               END-IF.

           GRAVA-CCUSTOS-SAIDA.
               OPEN OUTPUT CCUSTO-SAI-FILE
               IF WS-CCUSTO-SAI-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR CCUSTOSAI"
                       " - FILE STATUS " WS-CCUSTO-SAI-STATUS
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM VARYING WS-IND-CCUSTO FROM 1 BY 1
                           UNTIL WS-IND-CCUSTO > WS-QTD-CCUSTOS
                       IF WS-CCU-EXCLUIDO(WS-IND-CCUSTO) = "N"
                           MOVE WS-CCU-CODIGO(WS-IND-CCUSTO)
                               TO CC-CODIGO
                           MOVE WS-CCU-DESCRICAO(WS-IND-CCUSTO)
                               TO CC-DESCRICAO
                           MOVE WS-CCU-STATUS(WS-IND-CCUSTO)
                               TO CC-STATUS
                           MOVE WS-CCU-DEPARTAMENTO(WS-IND-CCUSTO)
                               TO CC-DEPARTAMENTO
                           MOVE CCUSTO-RECORD TO CCUSTO-SAI-RECORD
                           WRITE CCUSTO-SAI-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE CCUSTO-SAI-FILE
               END-IF.

           GRAVA-MAPEAMENTO-SAIDA.
               OPEN OUTPUT GLMAP-SAI-FILE
               IF WS-GLMAP-SAI-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR GLMAPSAI"
                       " - FILE STATUS " WS-GLMAP-SAI-STATUS
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM VARYING WS-IND-MAPA FROM 1 BY 1
                           UNTIL WS-IND-MAPA > WS-QTD-MAPAS
                       IF WS-MAPA-EXCLUIDO(WS-IND-MAPA) = "N"
                           MOVE WS-MAPA-OPERACAO(WS-IND-MAPA)
                               TO GLMAP-OPERACAO
                           MOVE WS-MAPA-CENTRO(WS-IND-MAPA)
                               TO GLMAP-CENTRO-CUSTO
                           MOVE WS-MAPA-CONTA-DEB(WS-IND-MAPA)
                               TO GLMAP-CONTA-DEBITO
                           MOVE WS-MAPA-CONTA-CRED(WS-IND-MAPA)
                               TO GLMAP-CONTA-CREDITO
                           MOVE GLMAP-RECORD TO GLMAP-SAI-RECORD
                           WRITE GLMAP-SAI-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE GLMAP-SAI-FILE
               END-IF.

           GRAVA-TAXAS-SAIDA.
               OPEN OUTPUT TAXA-SAI-FILE
               IF WS-TAXA-SAI-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR TAXACAMBSAI"
                       " - FILE STATUS " WS-TAXA-SAI-STATUS
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM VARYING WS-IND-TAXA FROM 1 BY 1
                           UNTIL WS-IND-TAXA > WS-QTD-TAXAS
                       IF WS-TAX-EXCLUIDO(WS-IND-TAXA) = "N"
                           MOVE WS-TAX-MOEDA(WS-IND-TAXA) TO TAXA-MOEDA
                           MOVE WS-TAX-DATA(WS-IND-TAXA) TO TAXA-DATA
                           MOVE WS-TAX-CAMBIO(WS-IND-TAXA)
                               TO TAXA-CAMBIO
                           MOVE TAXA-RECORD TO TAXA-SAI-RECORD
                           WRITE TAXA-SAI-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE TAXA-SAI-FILE
               END-IF.

           GRAVA-CALENDARIO-SAIDA.
               OPEN OUTPUT CALEND-SAI-FILE
               IF WS-CALEND-SAI-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR CALENDARIOSAI"
                       " - FILE STATUS " WS-CALEND-SAI-STATUS
                   MOVE 8 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM VARYING WS-IND-FERIADO FROM 1 BY 1
                           UNTIL WS-IND-FERIADO > WS-QTD-FERIADOS
                       IF WS-FER-EXCLUIDO(WS-IND-FERIADO) = "N"
                           MOVE WS-FER-DATA(WS-IND-FERIADO) TO CAL-DATA
                           MOVE WS-FER-DESCRICAO(WS-IND-FERIADO)
                               TO CAL-DESCRICAO
                           MOVE CALEND-RECORD TO CALEND-SAI-RECORD
                           WRITE CALEND-SAI-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE CALEND-SAI-FILE
               END-IF.

           GRAVA-TOTAIS.
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "CARTOES LIDOS:          " TO WS-TOT-TITULO
               MOVE WS-QTD-CARTOES TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "ALTERACOES EFETIVADAS:  " TO WS-TOT-TITULO
               MOVE WS-QTD-EFETIVADOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "CARTOES RECUSADOS:      " TO WS-TOT-TITULO
               MOVE WS-QTD-RECUSADOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               DISPLAY "MANUTENCAO DE CADASTROS: " WS-QTD-CARTOES
                   " CARTAO(OES), " WS-QTD-RECUSADOS " RECUSADO(S)".
