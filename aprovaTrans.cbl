000100     IDENTIFICATION DIVISION.
               PROGRAM-ID. APROVATRANS.
000200     ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARM-FILE ASSIGN TO "PARMFILE"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.

               SELECT OPER-FILE ASSIGN TO "OPERMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-OPERMST-STATUS.

               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-STATUS.

               SELECT APROV-ENT-FILE ASSIGN TO "APROVENT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-APROV-ENT-STATUS.

               SELECT APROV-NOV-FILE ASSIGN TO "APROVNOV"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-APROV-NOV-STATUS.

               SELECT CARD-FILE ASSIGN TO "CARTAOAPR"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.

               SELECT APROV-SAI-FILE ASSIGN TO "APROVSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-APROV-SAI-STATUS.

               SELECT TRANS-FILE ASSIGN TO "TRANSAPR"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.

               SELECT PRINT-FILE ASSIGN TO "RELAPROV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.

000300     DATA DIVISION.

           FILE SECTION.

           FD  PARM-FILE
               RECORDING MODE IS F.
           COPY CBPARM.

           FD  OPER-FILE
               RECORDING MODE IS F.
           COPY CBOPER.

           FD  RUNLOG-FILE
               RECORDING MODE IS F.
           COPY CBRUNLOG.

           FD  APROV-ENT-FILE
               RECORDING MODE IS F.
           COPY CBAPROV.

           FD  APROV-NOV-FILE
               RECORDING MODE IS F.
       01  APROV-NOV-RECORD            PIC X(240).

           FD  CARD-FILE
               RECORDING MODE IS F.
           COPY CBAPRCAR.

           FD  APROV-SAI-FILE
               RECORDING MODE IS F.
       01  APROV-SAI-RECORD            PIC X(240).

           FD  TRANS-FILE
               RECORDING MODE IS F.
           COPY CBTRANS.
           COPY CBTRCTL.

           FD  PRINT-FILE
               RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

           WORKING-STORAGE SECTION.

       01  WS-STATUS-FLAGS.
           05  WS-PARM-STATUS          PIC X(02).
           05  WS-OPERMST-STATUS       PIC X(02).
           05  WS-RUNLOG-STATUS        PIC X(02).
           05  WS-APROV-ENT-STATUS     PIC X(02).
           05  WS-APROV-NOV-STATUS     PIC X(02).
           05  WS-CARD-STATUS          PIC X(02).
           05  WS-APROV-SAI-STATUS     PIC X(02).
           05  WS-TRANS-STATUS         PIC X(02).
           05  WS-PRINT-STATUS         PIC X(02).
           05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88  FIM-DO-ARQUIVO             VALUE "S".
           05  WS-FIM-RUNLOG           PIC X(01) VALUE "N".
               88  FIM-DO-RUNLOG              VALUE "S".

       01  WS-CODIGO-RETORNO           PIC 9(02) VALUE ZERO.
       01  WS-MODO-ULTIMA-EXECUCAO     PIC X(01) VALUE SPACES.
           88  ULTIMA-EM-SIMULACAO            VALUE "S".

      *    Prazo para a decisao (PARM-DIAS-APROVACAO) e retencao das
      *    decisoes no cadastro (PARM-DIAS-HISTORICO, a mesma janela
      *    do HISTMST).
       01  WS-DIAS-APROVACAO           PIC 9(03) VALUE 3.
       01  WS-DIAS-HISTORICO           PIC 9(03) VALUE 30.

       01  WS-CADASTRO-OPERADORES.
           05  WS-QTD-OPERADORES       PIC 9(04) VALUE ZERO.
           05  WS-FIM-OPERADORES       PIC X(01) VALUE "N".
               88  FIM-DOS-OPERADORES         VALUE "S".
           05  WS-OPERADOR-TAB OCCURS 50 TIMES.
               10  WS-OPM-ID           PIC X(08).
               10  WS-OPM-STATUS       PIC X(01).
               10  WS-OPM-OPERACOES    PIC X(04).
               10  WS-OPM-OPS-R REDEFINES WS-OPM-OPERACOES.
                   15  WS-OPM-OP       PIC X(01) OCCURS 4 TIMES.
               10  WS-OPM-LIMITE       PIC S9(8)V99.
       01  WS-IND-OPERADOR             PIC 9(04) VALUE ZERO.
       01  WS-IND-OPER-ACHADO          PIC 9(04) VALUE ZERO.
       01  WS-IND-OPER-OP              PIC 9(02) VALUE ZERO.
       01  WS-ACHOU-OPERADOR           PIC X(01) VALUE "N".
           88  ACHOU-OPERADOR                 VALUE "S".
       01  WS-OPER-OP-PERMITIDA        PIC X(01) VALUE "N".
           88  OPER-OP-PERMITIDA              VALUE "S".
       01  WS-VALOR-ABSOLUTO           PIC S9(8)V99 VALUE ZERO.

      *    Fila de aprovacao: cadastro anterior mais as pendencias
      *    novas do APROVNOV, com as decisoes desta execucao
      *    marcadas para o lote de liberacao e o registro.
       01  WS-FILA-APROVACAO.
           05  WS-QTD-FILA             PIC 9(04) VALUE ZERO.
           05  WS-FILA OCCURS 2000 TIMES.
               10  WS-FIL-REGISTRO.
                   15  WS-FIL-TRANS-ID PIC X(16).
                   15  WS-FIL-SITUACAO PIC X(01).
                   15  FILLER          PIC X(62).
                   15  WS-FIL-TS-SUBMISSAO
                                       PIC X(14).
                   15  FILLER          PIC X(147).
               10  WS-FIL-DECIDIDA     PIC X(01).
       01  WS-IND-FILA                 PIC 9(04) VALUE ZERO.
       01  WS-IND-FILA-ACHADO          PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-FILA               PIC X(01) VALUE "N".
           88  ACHOU-FILA                     VALUE "S".
       01  WS-SITUACAO-SECAO           PIC X(01) VALUE SPACES.
       01  WS-QTD-SECAO                PIC 9(04) VALUE ZERO.

       01  WS-MOTIVO-RECUSA            PIC X(36) VALUE SPACES.

       01  WS-CONTADORES.
           05  WS-QTD-CADASTRO         PIC 9(08) VALUE ZERO.
           05  WS-QTD-RECEBIDAS        PIC 9(08) VALUE ZERO.
           05  WS-QTD-IGNORADAS        PIC 9(08) VALUE ZERO.
           05  WS-QTD-CARTOES          PIC 9(08) VALUE ZERO.
           05  WS-QTD-RECUSADOS        PIC 9(08) VALUE ZERO.
           05  WS-QTD-APROVADAS        PIC 9(08) VALUE ZERO.
           05  WS-QTD-RECUSADAS        PIC 9(08) VALUE ZERO.
           05  WS-QTD-PENDENTES        PIC 9(08) VALUE ZERO.
           05  WS-QTD-EM-ATRASO        PIC 9(08) VALUE ZERO.
           05  WS-QTD-EXPURGADAS       PIC 9(08) VALUE ZERO.

       01  WS-CONTROLE-LOTE.
           05  WS-LOTE-HASH1           PIC S9(13)V99 VALUE ZERO.
           05  WS-LOTE-HASH2           PIC S9(13)V99 VALUE ZERO.
       01  WS-ID-LOTE-LIBERACAO.
           05  FILLER                  PIC X(02) VALUE "AP".
           05  WS-ILL-AAMMDD           PIC 9(06).

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAAMMDD        PIC 9(08).
           05  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               10  WS-DATA-SECULO      PIC 9(02).
               10  WS-DATA-AAMMDD      PIC 9(06).
           05  WS-DATA-PARTES-R REDEFINES WS-DATA-AAAAMMDD.
               10  WS-DATA-AAAA        PIC 9(04).
               10  WS-DATA-MM          PIC 9(02).
               10  WS-DATA-DD          PIC 9(02).
       01  WS-DATA-FORMATADA           PIC X(10).
       01  WS-HORA-SISTEMA             PIC 9(08).
       01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
           05  WS-HORA-HHMMSS          PIC 9(06).
           05  WS-HORA-CENTESIMOS      PIC 9(02).
       01  WS-TS-EXECUCAO              PIC X(14).
       01  WS-DIA-CORRENTE             PIC S9(09) VALUE ZERO.
       01  WS-DIAS-DECORRIDOS          PIC S9(09) VALUE ZERO.

      *    Data e hora de submissao ou de decisao (AAAAMMDDHHMMSS)
      *    em analise.
       01  WS-TS-ANALISE               PIC X(14).
       01  WS-TS-ANALISE-R REDEFINES WS-TS-ANALISE.
           05  WS-TSA-DATA             PIC 9(08).
           05  WS-TSA-DATA-R REDEFINES WS-TSA-DATA.
               10  WS-TSA-AAAA         PIC 9(04).
               10  WS-TSA-MM           PIC 9(02).
               10  WS-TSA-DD           PIC 9(02).
           05  WS-TSA-HH               PIC 9(02).
           05  WS-TSA-MI               PIC 9(02).
           05  WS-TSA-SS               PIC 9(02).
       01  WS-TS-DATA-FORMATADA        PIC X(10).
       01  WS-TS-HORA-FORMATADA        PIC X(05).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(34)
                   VALUE "REGISTRO DE APROVACOES DE ALTO VAL".
           05  FILLER                  PIC X(05) VALUE "OR   ".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  WS-CAB1-DATA            PIC X(10).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(30)
                   VALUE "LOTE DE LIBERACAO (TRANSAPR): ".
           05  WS-CAB2-LOTE            PIC X(08).

       01  WS-CABECALHO-SECAO.
           05  WS-CSC-TITULO           PIC X(60).

       01  WS-LINHA-SIMULACAO.
           05  FILLER                  PIC X(29)
                   VALUE "ULTIMA EXECUCAO EM SIMULACAO ".
           05  FILLER                  PIC X(32)
                   VALUE "- APROVNOV NAO RECEBIDO NA FILA".

       01  WS-TITULOS-CARTAO           PIC X(72) VALUE
               "  A TRANS-ID         APROVADR SITUACAO  MOTIVO".

       01  WS-LINHA-CARTAO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LCA-ACAO             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LCA-TRANS-ID         PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LCA-APROVADOR        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LCA-SITUACAO         PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LCA-MOTIVO           PIC X(36).

       01  WS-TITULOS-ITEM.
           05  FILLER                  PIC X(36) VALUE
                   "  TRANS-ID         O      NUMERO1   ".
           05  FILLER                  PIC X(37) VALUE
                   "   NUMERO2 LOTE     ORIGEM   MOVTO".

       01  WS-LINHA-ITEM.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LIT-TRANS-ID         PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LIT-OPERACAO         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LIT-NUMERO1          PIC -(8)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LIT-NUMERO2          PIC -(8)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LIT-LOTE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LIT-ORIGEM           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LIT-DATA-MOV         PIC 9(08).

       01  WS-LINHA-EVENTO.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-LEV-ROTULO           PIC X(14).
           05  WS-LEV-OPERADOR         PIC X(08).
           05  FILLER                  PIC X(04) VALUE " EM ".
           05  WS-LEV-DATA             PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LEV-HORA             PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LEV-MOTIVO           PIC X(30).

       01  WS-LINHA-ESPERA.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(14)
                   VALUE "AGUARDANDO HA ".
           05  WS-LES-DIAS             PIC ZZZ9.
           05  FILLER                  PIC X(05) VALUE " DIAS".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LES-ATRASO           PIC X(13).

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TITULO           PIC X(24).
           05  WS-TOT-VALOR            PIC ZZZZZZZ9.

000400     PROCEDURE DIVISION.
          MAIN.
              PERFORM LER-PARAMETROS
              PERFORM CARREGA-OPERADORES
              PERFORM VERIFICA-MODO-EXECUCAO
              PERFORM ABRIR-ARQUIVOS
              PERFORM CARREGA-CADASTRO-APROVACOES
              IF ULTIMA-EM-SIMULACAO
                  MOVE WS-LINHA-SIMULACAO TO PRINT-RECORD
                  WRITE PRINT-RECORD
                  MOVE SPACES TO PRINT-RECORD
                  WRITE PRINT-RECORD
                  MOVE 4 TO WS-CODIGO-RETORNO
              ELSE
                  PERFORM CARREGA-PENDENTES-NOVAS
              END-IF
              PERFORM PROCESSA-CARTOES
              PERFORM GRAVA-LOTE-LIBERACAO
              PERFORM GRAVA-CADASTRO-APROVACOES
              PERFORM GRAVA-RELATORIO
              PERFORM GRAVA-TOTAIS
              PERFORM FECHAR-ARQUIVOS
              MOVE WS-CODIGO-RETORNO TO RETURN-CODE
              STOP RUN.

           LER-PARAMETROS.
               OPEN INPUT PARM-FILE
               IF WS-PARM-STATUS = "00"
                   READ PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PARM-DIAS-APROVACAO NUMERIC AND
                              PARM-DIAS-APROVACAO > ZERO
                               MOVE PARM-DIAS-APROVACAO
                                   TO WS-DIAS-APROVACAO
                           END-IF
                           IF PARM-DIAS-HISTORICO NUMERIC AND
                              PARM-DIAS-HISTORICO > ZERO
                               MOVE PARM-DIAS-HISTORICO
                                   TO WS-DIAS-HISTORICO
                           END-IF
                   END-READ
                   CLOSE PARM-FILE
               ELSE
                   DISPLAY "AVISO: PARMFILE INDISPONIVEL - FILE STATUS "
                       WS-PARM-STATUS
               END-IF.

           CARREGA-OPERADORES.
               OPEN INPUT OPER-FILE
               IF WS-OPERMST-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: CADASTRO OPERMST INDISPONIVEL"
                       " - FILE STATUS " WS-OPERMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FIM-DOS-OPERADORES
                   READ OPER-FILE
                       AT END
                           MOVE "S" TO WS-FIM-OPERADORES
                       NOT AT END
                           IF WS-QTD-OPERADORES < 50
                               ADD 1 TO WS-QTD-OPERADORES
                               MOVE OPER-ID TO
                                   WS-OPM-ID(WS-QTD-OPERADORES)
                               MOVE OPER-STATUS TO
                                   WS-OPM-STATUS(WS-QTD-OPERADORES)
                               MOVE OPER-OPERACOES TO
                                   WS-OPM-OPERACOES(WS-QTD-OPERADORES)
                               MOVE OPER-LIMITE-VALOR TO
                                   WS-OPM-LIMITE(WS-QTD-OPERADORES)
                           ELSE
                               DISPLAY "AVISO: TABELA DE OPERADORES"
                                   " CHEIA - OPERADOR IGNORADO"
                           END-IF
                   END-READ
                   IF WS-OPERMST-STATUS NOT = "00" AND
                      WS-OPERMST-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM OPERMST - FILE"
                           " STATUS " WS-OPERMST-STATUS
                       MOVE "S" TO WS-FIM-OPERADORES
                   END-IF
               END-PERFORM
               CLOSE OPER-FILE.

      *    As pendencias novas so valem se a ultima execucao do
      *    CALCULADORACOBOL foi real: o APROVNOV de uma simulacao
      *    nao entra na fila.
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
                       " APROVNOV NAO RECEBIDO NA FILA"
               END-IF.

           ABRIR-ARQUIVOS.
               OPEN OUTPUT APROV-SAI-FILE
               OPEN OUTPUT TRANS-FILE
               OPEN OUTPUT PRINT-FILE
               IF WS-APROV-SAI-STATUS NOT = "00" OR
                  WS-TRANS-STATUS NOT = "00" OR
                  WS-PRINT-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR UM DOS"
                       " ARQUIVOS DE SAIDA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
               STRING WS-DATA-DD "/" WS-DATA-MM "/" WS-DATA-AAAA
                   DELIMITED BY SIZE INTO WS-DATA-FORMATADA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               STRING WS-DATA-AAAAMMDD WS-HORA-HHMMSS
                   DELIMITED BY SIZE INTO WS-TS-EXECUCAO
               COMPUTE WS-DIA-CORRENTE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
               MOVE WS-DATA-AAMMDD TO WS-ILL-AAMMDD
               MOVE WS-DATA-FORMATADA TO WS-CAB1-DATA
               MOVE WS-CABECALHO-1 TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE WS-ID-LOTE-LIBERACAO TO WS-CAB2-LOTE
               MOVE WS-CABECALHO-2 TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

           CARREGA-CADASTRO-APROVACOES.
               OPEN INPUT APROV-ENT-FILE
               IF WS-APROV-ENT-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ APROV-ENT-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               ADD 1 TO WS-QTD-CADASTRO
                               PERFORM GUARDA-ITEM-FILA
                       END-READ
                       IF WS-APROV-ENT-STATUS NOT = "00" AND
                          WS-APROV-ENT-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM APROVENT - FILE"
                               " STATUS " WS-APROV-ENT-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE APROV-ENT-FILE
               ELSE
                   DISPLAY "AVISO: CADASTRO APROVENT INDISPONIVEL -"
                       " FILE STATUS " WS-APROV-ENT-STATUS
               END-IF.

      *    Pendencia nova com o TRANS-ID ainda pendente na fila (um
      *    reinicio do CALCULADORACOBOL, por exemplo) e ignorada;
      *    se o TRANS-ID ja foi decidido, so uma submissao posterior
      *    a registrada substitui a decisao e volta a aguardar
      *    aprovacao. O mesmo APROVNOV lido de novo (segunda execucao
      *    antes do proximo CALCULADORACOBOL) nao desfaz decisoes.
           CARREGA-PENDENTES-NOVAS.
               OPEN INPUT APROV-NOV-FILE
               IF WS-APROV-NOV-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ APROV-NOV-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE APROV-NOV-RECORD TO APROV-RECORD
                               PERFORM RECEBE-PENDENTE
                       END-READ
                       IF WS-APROV-NOV-STATUS NOT = "00" AND
                          WS-APROV-NOV-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM APROVNOV - FILE"
                               " STATUS " WS-APROV-NOV-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE APROV-NOV-FILE
               ELSE
                   DISPLAY "AVISO: ARQUIVO APROVNOV INDISPONIVEL -"
                       " FILE STATUS " WS-APROV-NOV-STATUS
               END-IF.

           RECEBE-PENDENTE.
               ADD 1 TO WS-QTD-RECEBIDAS
               PERFORM PROCURA-ITEM-FILA
               EVALUATE TRUE
                   WHEN NOT ACHOU-FILA
                       PERFORM GUARDA-ITEM-FILA
                   WHEN WS-FIL-SITUACAO(WS-IND-FILA-ACHADO) = "P"
                       ADD 1 TO WS-QTD-IGNORADAS
                       DISPLAY "AVISO: TRANSACAO " APR-TRANS-ID
                           " JA PENDENTE NA FILA - IGNORADA"
                   WHEN APR-TS-SUBMISSAO NOT >
                        WS-FIL-TS-SUBMISSAO(WS-IND-FILA-ACHADO)
                       ADD 1 TO WS-QTD-IGNORADAS
                       DISPLAY "AVISO: TRANSACAO " APR-TRANS-ID
                           " JA DECIDIDA NA FILA - IGNORADA"
                   WHEN OTHER
                       MOVE APROV-RECORD
                           TO WS-FIL-REGISTRO(WS-IND-FILA-ACHADO)
                       MOVE "N" TO WS-FIL-DECIDIDA(WS-IND-FILA-ACHADO)
               END-EVALUATE.

      *    O cadastro e regravado inteiro a partir da tabela: tabela
      *    cheia perderia pendencias, por isso e erro fatal.
           GUARDA-ITEM-FILA.
               IF WS-QTD-FILA < 2000
                   ADD 1 TO WS-QTD-FILA
                   MOVE APROV-RECORD TO WS-FIL-REGISTRO(WS-QTD-FILA)
                   MOVE "N" TO WS-FIL-DECIDIDA(WS-QTD-FILA)
               ELSE
                   DISPLAY "ERRO FATAL: TABELA DA FILA DE APROVACAO"
                       " CHEIA - CADASTRO NAO REGRAVADO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           PROCURA-ITEM-FILA.
               MOVE "N" TO WS-ACHOU-FILA
               MOVE ZERO TO WS-IND-FILA-ACHADO
               PERFORM VARYING WS-IND-FILA FROM 1 BY 1
                       UNTIL WS-IND-FILA > WS-QTD-FILA
                       OR ACHOU-FILA
                   IF WS-FIL-TRANS-ID(WS-IND-FILA) = APR-TRANS-ID
                       SET ACHOU-FILA TO TRUE
                       MOVE WS-IND-FILA TO WS-IND-FILA-ACHADO
                   END-IF
               END-PERFORM.

      *    Um cartao por decisao. Cartao recusado nao altera a fila
      *    e deixa retorno 4.
           PROCESSA-CARTOES.
               MOVE "CARTOES DE DECISAO" TO WS-CSC-TITULO
               MOVE WS-CABECALHO-SECAO TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE WS-TITULOS-CARTAO TO PRINT-RECORD
               WRITE PRINT-RECORD
               OPEN INPUT CARD-FILE
               IF WS-CARD-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ CARD-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               ADD 1 TO WS-QTD-CARTOES
                               PERFORM APLICA-CARTAO
                       END-READ
                       IF WS-CARD-STATUS NOT = "00" AND
                          WS-CARD-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM CARTAOAPR -"
                               " FILE STATUS " WS-CARD-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE CARD-FILE
               ELSE
                   DISPLAY "AVISO: CARTAO CARTAOAPR INDISPONIVEL -"
                       " FILE STATUS " WS-CARD-STATUS
               END-IF
               IF WS-QTD-CARTOES = ZERO
                   MOVE "  NENHUM" TO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

           APLICA-CARTAO.
               MOVE SPACES TO WS-MOTIVO-RECUSA
               EVALUATE TRUE
                   WHEN NOT APC-APROVA AND NOT APC-RECUSA
                       MOVE "ACAO INVALIDA" TO WS-MOTIVO-RECUSA
                   WHEN APC-TRANS-ID = SPACES
                       MOVE "TRANSACAO NAO INFORMADA"
                           TO WS-MOTIVO-RECUSA
                   WHEN APC-APROVADOR = SPACES
                       MOVE "APROVADOR NAO INFORMADO"
                           TO WS-MOTIVO-RECUSA
                   WHEN OTHER
                       MOVE APC-TRANS-ID TO APR-TRANS-ID
                       PERFORM PROCURA-ITEM-FILA
                       IF NOT ACHOU-FILA
                           MOVE "TRANSACAO FORA DA FILA"
                               TO WS-MOTIVO-RECUSA
                       ELSE
                           MOVE WS-FIL-REGISTRO(WS-IND-FILA-ACHADO)
                               TO APROV-RECORD
                           IF NOT APR-PENDENTE
                               MOVE "TRANSACAO JA DECIDIDA"
                                   TO WS-MOTIVO-RECUSA
                           END-IF
                       END-IF
               END-EVALUATE
               IF WS-MOTIVO-RECUSA = SPACES
                   PERFORM VALIDA-APROVADOR
               END-IF
               IF WS-MOTIVO-RECUSA = SPACES
                   PERFORM REGISTRA-DECISAO
               ELSE
                   ADD 1 TO WS-QTD-RECUSADOS
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF
               PERFORM GRAVA-LINHA-CARTAO.

      *    Dupla custodia: o aprovador precisa estar ativo no OPERMST
      *    e nao pode ser quem submeteu a transacao. Para aprovar,
      *    precisa ainda estar autorizado na operacao e ter teto de
      *    valor suficiente (zero e sem teto), como se ele mesmo
      *    fosse processar a transacao.
           VALIDA-APROVADOR.
               PERFORM PROCURA-OPERADOR
               EVALUATE TRUE
                   WHEN NOT ACHOU-OPERADOR
                       MOVE "APROVADOR NAO CADASTRADO"
                           TO WS-MOTIVO-RECUSA
                   WHEN WS-OPM-STATUS(WS-IND-OPER-ACHADO) NOT = "A"
                       MOVE "APROVADOR SUSPENSO" TO WS-MOTIVO-RECUSA
                   WHEN APC-APROVADOR = APR-OPERADOR-SUBMISSAO
                       MOVE "APROVADOR E QUEM SUBMETEU"
                           TO WS-MOTIVO-RECUSA
                   WHEN APC-APROVA
                       PERFORM VERIFICA-ALCADA-APROVADOR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           PROCURA-OPERADOR.
               MOVE "N" TO WS-ACHOU-OPERADOR
               MOVE ZERO TO WS-IND-OPER-ACHADO
               PERFORM VARYING WS-IND-OPERADOR FROM 1 BY 1
                       UNTIL WS-IND-OPERADOR > WS-QTD-OPERADORES
                       OR ACHOU-OPERADOR
                   IF WS-OPM-ID(WS-IND-OPERADOR) = APC-APROVADOR
                       SET ACHOU-OPERADOR TO TRUE
                       MOVE WS-IND-OPERADOR TO WS-IND-OPER-ACHADO
                   END-IF
               END-PERFORM.

           VERIFICA-ALCADA-APROVADOR.
               MOVE APR-TRANSACAO TO TRANS-RECORD
               MOVE "N" TO WS-OPER-OP-PERMITIDA
               PERFORM VARYING WS-IND-OPER-OP FROM 1 BY 1
                       UNTIL WS-IND-OPER-OP > 4
                       OR OPER-OP-PERMITIDA
                   IF WS-OPM-OP(WS-IND-OPER-ACHADO WS-IND-OPER-OP) =
                          TRANS-OPERACAO
                       SET OPER-OP-PERMITIDA TO TRUE
                   END-IF
               END-PERFORM
               IF NOT OPER-OP-PERMITIDA
                   MOVE "OPERACAO NAO AUTORIZADA AO APROVADOR"
                       TO WS-MOTIVO-RECUSA
               ELSE
                   IF WS-OPM-LIMITE(WS-IND-OPER-ACHADO) NUMERIC AND
                      WS-OPM-LIMITE(WS-IND-OPER-ACHADO) > ZERO
                       MOVE FUNCTION ABS(TRANS-NUMERO1)
                           TO WS-VALOR-ABSOLUTO
                       IF WS-VALOR-ABSOLUTO >
                              WS-OPM-LIMITE(WS-IND-OPER-ACHADO)
                           MOVE "LIMITE DO APROVADOR INSUFICIENTE"
                               TO WS-MOTIVO-RECUSA
                       END-IF
                       MOVE FUNCTION ABS(TRANS-NUMERO2)
                           TO WS-VALOR-ABSOLUTO
                       IF WS-VALOR-ABSOLUTO >
                              WS-OPM-LIMITE(WS-IND-OPER-ACHADO)
                           MOVE "LIMITE DO APROVADOR INSUFICIENTE"
                               TO WS-MOTIVO-RECUSA
                       END-IF
                   END-IF
               END-IF.

           REGISTRA-DECISAO.
               IF APC-APROVA
                   SET APR-APROVADA TO TRUE
                   ADD 1 TO WS-QTD-APROVADAS
               ELSE
                   SET APR-RECUSADA TO TRUE
                   ADD 1 TO WS-QTD-RECUSADAS
               END-IF
               MOVE APC-APROVADOR TO APR-APROVADOR
               MOVE WS-TS-EXECUCAO TO APR-TS-DECISAO
               MOVE APC-MOTIVO TO APR-MOTIVO-DECISAO
               MOVE APROV-RECORD TO WS-FIL-REGISTRO(WS-IND-FILA-ACHADO)
               MOVE "S" TO WS-FIL-DECIDIDA(WS-IND-FILA-ACHADO).

           GRAVA-LINHA-CARTAO.
               MOVE APC-ACAO TO WS-LCA-ACAO
               MOVE APC-TRANS-ID TO WS-LCA-TRANS-ID
               MOVE APC-APROVADOR TO WS-LCA-APROVADOR
               EVALUATE TRUE
                   WHEN WS-MOTIVO-RECUSA NOT = SPACES
                       MOVE "RECUSADO" TO WS-LCA-SITUACAO
                       MOVE WS-MOTIVO-RECUSA TO WS-LCA-MOTIVO
                   WHEN APC-APROVA
                       MOVE "APROVADA" TO WS-LCA-SITUACAO
                       MOVE APC-MOTIVO TO WS-LCA-MOTIVO
                   WHEN OTHER
                       MOVE "RECUSADA" TO WS-LCA-SITUACAO
                       MOVE APC-MOTIVO TO WS-LCA-MOTIVO
               END-EVALUATE
               MOVE WS-LINHA-CARTAO TO PRINT-RECORD
               WRITE PRINT-RECORD.

      *    Lote de liberacao: as transacoes aprovadas nesta execucao,
      *    com o registro de entrada original, num lote unico
      *    header/detalhes/trailer (ID "AP" + data, origem APROVAC)
      *    a concatenar no TRANSIN da proxima execucao. Sem
      *    aprovacoes o lote sai vazio.
           GRAVA-LOTE-LIBERACAO.
               MOVE SPACES TO TRANS-HEADER-RECORD
               MOVE "H" TO HDR-TIPO-REG
               MOVE WS-ID-LOTE-LIBERACAO TO HDR-ID-LOTE
               MOVE "APROVAC" TO HDR-ORIGEM
               MOVE WS-DATA-AAAAMMDD TO HDR-DATA-MOVIMENTO
               WRITE TRANS-HEADER-RECORD
               PERFORM VARYING WS-IND-FILA FROM 1 BY 1
                       UNTIL WS-IND-FILA > WS-QTD-FILA
                   IF WS-FIL-DECIDIDA(WS-IND-FILA) = "S" AND
                      WS-FIL-SITUACAO(WS-IND-FILA) = "A"
                       PERFORM GRAVA-TRANSACAO-LIBERADA
                   END-IF
               END-PERFORM
               MOVE SPACES TO TRANS-TRAILER-RECORD
               MOVE "T" TO TRL-TIPO-REG
               MOVE WS-QTD-APROVADAS TO TRL-CONTAGEM
               MOVE WS-LOTE-HASH1 TO TRL-HASH-NUMERO1
               MOVE WS-LOTE-HASH2 TO TRL-HASH-NUMERO2
               WRITE TRANS-TRAILER-RECORD.

           GRAVA-TRANSACAO-LIBERADA.
               MOVE WS-FIL-REGISTRO(WS-IND-FILA) TO APROV-RECORD
               MOVE APR-TRANSACAO TO TRANS-RECORD
               WRITE TRANS-RECORD
               IF TRANS-NUMERO1 NUMERIC
                   ADD TRANS-NUMERO1 TO WS-LOTE-HASH1
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
               END-IF
               IF TRANS-NUMERO2 NUMERIC
                   ADD TRANS-NUMERO2 TO WS-LOTE-HASH2
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
               END-IF.

      *    Regrava o cadastro: pendentes sempre; decididas ficam
      *    enquanto a decisao estiver dentro da janela do historico
      *    (a aprovada precisa continuar no cadastro ate o lote de
      *    liberacao ser processado).
           GRAVA-CADASTRO-APROVACOES.
               PERFORM VARYING WS-IND-FILA FROM 1 BY 1
                       UNTIL WS-IND-FILA > WS-QTD-FILA
                   MOVE WS-FIL-REGISTRO(WS-IND-FILA) TO APROV-RECORD
                   IF APR-PENDENTE OR
                      WS-FIL-DECIDIDA(WS-IND-FILA) = "S"
                       MOVE APROV-RECORD TO APROV-SAI-RECORD
                       WRITE APROV-SAI-RECORD
                   ELSE
                       MOVE APR-TS-DECISAO TO WS-TS-ANALISE
                       PERFORM CALCULA-DIAS-DECORRIDOS
                       IF WS-DIAS-DECORRIDOS > WS-DIAS-HISTORICO
                           ADD 1 TO WS-QTD-EXPURGADAS
                       ELSE
                           MOVE APROV-RECORD TO APROV-SAI-RECORD
                           WRITE APROV-SAI-RECORD
                       END-IF
                   END-IF
               END-PERFORM.

      *    Dias entre a data de WS-TS-ANALISE e hoje; data invalida
      *    conta como de hoje.
           CALCULA-DIAS-DECORRIDOS.
               MOVE ZERO TO WS-DIAS-DECORRIDOS
               IF WS-TSA-DATA NUMERIC AND WS-TSA-DATA > ZERO
                   IF FUNCTION INTEGER-OF-DATE(WS-TSA-DATA) > ZERO
                       COMPUTE WS-DIAS-DECORRIDOS = WS-DIA-CORRENTE -
                           FUNCTION INTEGER-OF-DATE(WS-TSA-DATA)
                   END-IF
               END-IF.

           FORMATA-TIMESTAMP.
               MOVE SPACES TO WS-TS-DATA-FORMATADA
               MOVE SPACES TO WS-TS-HORA-FORMATADA
               IF WS-TS-ANALISE NUMERIC
                   STRING WS-TSA-DD "/" WS-TSA-MM "/" WS-TSA-AAAA
                       DELIMITED BY SIZE INTO WS-TS-DATA-FORMATADA
                   STRING WS-TSA-HH ":" WS-TSA-MI
                       DELIMITED BY SIZE INTO WS-TS-HORA-FORMATADA
               END-IF.

           GRAVA-RELATORIO.
               MOVE "A" TO WS-SITUACAO-SECAO
               MOVE "APROVADAS NESTA EXECUCAO - LIBERADAS NO TRANSAPR"
                   TO WS-CSC-TITULO
               PERFORM GRAVA-SECAO
               MOVE "R" TO WS-SITUACAO-SECAO
               MOVE "RECUSADAS NESTA EXECUCAO" TO WS-CSC-TITULO
               PERFORM GRAVA-SECAO
               MOVE "P" TO WS-SITUACAO-SECAO
               MOVE "PENDENTES DE APROVACAO" TO WS-CSC-TITULO
               PERFORM GRAVA-SECAO.

           GRAVA-SECAO.
               MOVE WS-CABECALHO-SECAO TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE WS-TITULOS-ITEM TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE ZERO TO WS-QTD-SECAO
               PERFORM VARYING WS-IND-FILA FROM 1 BY 1
                       UNTIL WS-IND-FILA > WS-QTD-FILA
                   IF WS-FIL-SITUACAO(WS-IND-FILA) = WS-SITUACAO-SECAO
                      AND (WS-SITUACAO-SECAO = "P" OR
                           WS-FIL-DECIDIDA(WS-IND-FILA) = "S")
                       PERFORM GRAVA-ITEM-RELATORIO
                       ADD 1 TO WS-QTD-SECAO
                   END-IF
               END-PERFORM
               IF WS-QTD-SECAO = ZERO
                   MOVE "  NENHUMA" TO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

      *    Cada transacao: dados do registro de entrada, quem a
      *    submeteu e quando (com o motivo da retencao) e quem
      *    decidiu e quando; a pendente mostra ha quantos dias
      *    aguarda, em atraso alem do prazo de decisao.
           GRAVA-ITEM-RELATORIO.
               MOVE WS-FIL-REGISTRO(WS-IND-FILA) TO APROV-RECORD
               MOVE APR-TRANSACAO TO TRANS-RECORD
               MOVE APR-TRANS-ID TO WS-LIT-TRANS-ID
               MOVE TRANS-OPERACAO TO WS-LIT-OPERACAO
               IF TRANS-NUMERO1 NUMERIC
                   MOVE TRANS-NUMERO1 TO WS-LIT-NUMERO1
               ELSE
                   MOVE ZERO TO WS-LIT-NUMERO1
               END-IF
               IF TRANS-NUMERO2 NUMERIC
                   MOVE TRANS-NUMERO2 TO WS-LIT-NUMERO2
               ELSE
                   MOVE ZERO TO WS-LIT-NUMERO2
               END-IF
               MOVE APR-ID-LOTE TO WS-LIT-LOTE
               MOVE APR-ORIGEM TO WS-LIT-ORIGEM
               MOVE APR-DATA-MOVIMENTO TO WS-LIT-DATA-MOV
               MOVE WS-LINHA-ITEM TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "SUBMETIDA POR " TO WS-LEV-ROTULO
               MOVE APR-OPERADOR-SUBMISSAO TO WS-LEV-OPERADOR
               MOVE APR-TS-SUBMISSAO TO WS-TS-ANALISE
               PERFORM FORMATA-TIMESTAMP
               MOVE WS-TS-DATA-FORMATADA TO WS-LEV-DATA
               MOVE WS-TS-HORA-FORMATADA TO WS-LEV-HORA
               MOVE APR-MOTIVO TO WS-LEV-MOTIVO
               MOVE WS-LINHA-EVENTO TO PRINT-RECORD
               WRITE PRINT-RECORD
               IF APR-PENDENTE
                   PERFORM CALCULA-DIAS-DECORRIDOS
                   ADD 1 TO WS-QTD-PENDENTES
                   MOVE WS-DIAS-DECORRIDOS TO WS-LES-DIAS
                   IF WS-DIAS-DECORRIDOS > WS-DIAS-APROVACAO
                       MOVE "*** EM ATRASO" TO WS-LES-ATRASO
                       ADD 1 TO WS-QTD-EM-ATRASO
                       MOVE 4 TO WS-CODIGO-RETORNO
                   ELSE
                       MOVE SPACES TO WS-LES-ATRASO
                   END-IF
                   MOVE WS-LINHA-ESPERA TO PRINT-RECORD
                   WRITE PRINT-RECORD
               ELSE
                   IF APR-APROVADA
                       MOVE "APROVADA POR  " TO WS-LEV-ROTULO
                   ELSE
                       MOVE "RECUSADA POR  " TO WS-LEV-ROTULO
                   END-IF
                   MOVE APR-APROVADOR TO WS-LEV-OPERADOR
                   MOVE APR-TS-DECISAO TO WS-TS-ANALISE
                   PERFORM FORMATA-TIMESTAMP
                   MOVE WS-TS-DATA-FORMATADA TO WS-LEV-DATA
                   MOVE WS-TS-HORA-FORMATADA TO WS-LEV-HORA
                   MOVE APR-MOTIVO-DECISAO TO WS-LEV-MOTIVO
                   MOVE WS-LINHA-EVENTO TO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF.

           GRAVA-TOTAIS.
               MOVE "NO CADASTRO ANTERIOR:   " TO WS-TOT-TITULO
               MOVE WS-QTD-CADASTRO TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "PENDENCIAS RECEBIDAS:   " TO WS-TOT-TITULO
               MOVE WS-QTD-RECEBIDAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "JA NA FILA IGNORADAS:   " TO WS-TOT-TITULO
               MOVE WS-QTD-IGNORADAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "CARTOES LIDOS:          " TO WS-TOT-TITULO
               MOVE WS-QTD-CARTOES TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "CARTOES RECUSADOS:      " TO WS-TOT-TITULO
               MOVE WS-QTD-RECUSADOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "APROVADAS E LIBERADAS:  " TO WS-TOT-TITULO
               MOVE WS-QTD-APROVADAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "RECUSADAS:              " TO WS-TOT-TITULO
               MOVE WS-QTD-RECUSADAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "PENDENTES:              " TO WS-TOT-TITULO
               MOVE WS-QTD-PENDENTES TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "PENDENTES EM ATRASO:    " TO WS-TOT-TITULO
               MOVE WS-QTD-EM-ATRASO TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "EXPURGADAS DO CADASTRO: " TO WS-TOT-TITULO
               MOVE WS-QTD-EXPURGADAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               DISPLAY "APROVACOES: " WS-QTD-APROVADAS " APROVADAS, "
                   WS-QTD-RECUSADAS " RECUSADAS, " WS-QTD-PENDENTES
                   " PENDENTES (" WS-QTD-EM-ATRASO " EM ATRASO)".

           FECHAR-ARQUIVOS.
               CLOSE APROV-SAI-FILE
               CLOSE TRANS-FILE
               CLOSE PRINT-FILE.
