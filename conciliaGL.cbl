                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PEND-SAI-STATUS.

               SELECT CONF-FILE ASSIGN TO "GLCONFIRM"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CONF-STATUS.

               SELECT PRINT-FILE ASSIGN TO "RELCONC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.
           FD  GL-FILE
               RECORDING MODE IS F.
           COPY CBGLINT.
           COPY CBGLCTL.

           FD  PEND-ENT-FILE
               RECORDING MODE IS F.

           FD  PEND-SAI-FILE
               RECORDING MODE IS F.
       01  PEND-SAI-RECORD             PIC X(75).

           FD  CONF-FILE
               RECORDING MODE IS F.
           COPY CBGLCONF.

           FD  PRINT-FILE
               RECORDING MODE IS F.
           05  WS-PEND-ENT-STATUS      PIC X(02).
           05  WS-ACK-STATUS           PIC X(02).
           05  WS-PEND-SAI-STATUS      PIC X(02).
           05  WS-CONF-STATUS          PIC X(02).
           05  WS-PRINT-STATUS         PIC X(02).
           05  WS-RUNCTL-ENT-STATUS    PIC X(02).
           05  WS-RUNCTL-SAI-STATUS    PIC X(02).
       01  WS-TABELA-LANCAMENTOS.
           05  WS-QTD-LANCAMENTOS      PIC 9(04) VALUE ZERO.
           05  WS-LANCAMENTO OCCURS 2000 TIMES.
               10  WS-LAN-ID-DIARIO    PIC X(08).
               10  WS-LAN-LINHA        PIC 9(06).
               10  WS-LAN-NATUREZA     PIC X(01).
               10  WS-LAN-CONTA        PIC X(10).
               10  WS-LAN-VALOR        PIC S9(8)V99.
               10  WS-LAN-DATA         PIC 9(08).
               10  WS-LAN-MOEDA        PIC X(03).
               10  WS-LAN-TAXA         PIC 9(05)V9(06).
               10  WS-LAN-TRANS-ID     PIC X(16).
               10  WS-LAN-REENVIOS     PIC 9(02).
               10  WS-LAN-CASADO       PIC X(01).
                   88  LANCAMENTO-CASADO      VALUE "S".
               10  WS-DATA-MM          PIC 9(02).
               10  WS-DATA-DD          PIC 9(02).
       01  WS-DATA-FORMATADA           PIC X(10).
       01  WS-HORA-SISTEMA             PIC 9(08).
       01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
           05  WS-HORA-HHMMSS          PIC 9(06).
           05  WS-HORA-CENTESIMOS      PIC 9(02).
       01  WS-TS-CONCILIACAO           PIC X(14).

       01  WS-CONTROLE-EXECUCAO.
           05  WS-QTD-RUNCTL           PIC 9(04) VALUE ZERO.
               VALUE "LANCAMENTOS SEM CONFIRMACAO DO GL".

       01  WS-LINHA-PENDENTE.
           05  FILLER                  PIC X(07) VALUE "DIARIO ".
           05  WS-PEN-DIARIO           PIC X(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-PEN-LINHA            PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PEN-CONTA            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PEN-NATUREZA         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PEN-VALOR            PIC -(8)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-PEN-DATA             PIC 9(08).
           05  FILLER                  PIC X(07) VALUE " DIAS: ".
           05  WS-PEN-DIAS             PIC ZZZ9.

       01  WS-LINHA-ACK-ORFAO.
           05  FILLER                  PIC X(20)
                   VALUE "ACK SEM LANCAMENTO: ".
           05  WS-ORF-DIARIO           PIC X(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-ORF-LINHA            PIC 9(06).
           05  FILLER                  PIC X(05) VALUE " CTA=".
           05  WS-ORF-CONTA            PIC X(10).
           05  FILLER                  PIC X(07) VALUE " VALOR=".
           05  WS-ORF-VALOR            PIC -(8)9.99.
                   STOP RUN
               END-IF
               OPEN OUTPUT PEND-SAI-FILE
               OPEN OUTPUT CONF-FILE
               OPEN OUTPUT PRINT-FILE
               IF WS-PEND-SAI-STATUS NOT = "00" OR
                  WS-CONF-STATUS NOT = "00" OR
                  WS-PRINT-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR UM DOS"
                       " ARQUIVOS DE SAIDA"
               ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
               STRING WS-DATA-DD "/" WS-DATA-MM "/" WS-DATA-AAAA
                   DELIMITED BY SIZE INTO WS-DATA-FORMATADA
               ACCEPT WS-HORA-SISTEMA FROM TIME
               STRING WS-DATA-AAAAMMDD WS-HORA-HHMMSS
                   DELIMITED BY SIZE INTO WS-TS-CONCILIACAO
               COMPUTE WS-DIA-CORRENTE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
               MOVE WS-DATA-FORMATADA TO WS-CAB1-DATA
                           AT END
                               MOVE "10" TO WS-PEND-ENT-STATUS
                           NOT AT END
                               MOVE "D" TO GL-TIPO-REG
                               MOVE GLP-ID-DIARIO TO GL-ID-DIARIO
                               MOVE GLP-LINHA-DIARIO TO GL-LINHA-DIARIO
                               MOVE GLP-NATUREZA TO GL-NATUREZA
                               MOVE GLP-TRANS-ID TO GL-TRANS-ID
                               MOVE GLP-CONTA TO GL-CONTA-REFERENCIA
                               MOVE GLP-VALOR TO GL-VALOR
                               MOVE GLP-DATA-EXECUCAO
                   CLOSE PEND-ENT-FILE
               END-IF.

      *    Do INTERFGL so entram as linhas de diario; header e
      *    trailer de cada diario sao conferidos pelo BALANCODIARIO.
           CARREGA-LANCAMENTOS.
               MOVE ZERO TO WS-REENVIOS-CARGA
               PERFORM UNTIL FIM-DOS-LANCAMENTOS
                       AT END
                           MOVE "S" TO WS-FIM-LANCAMENTOS
                       NOT AT END
                           IF GL-REGISTRO-LINHA
                               PERFORM GUARDA-LANCAMENTO
                           END-IF
                   END-READ
                   IF WS-GL-STATUS NOT = "00" AND
                      WS-GL-STATUS NOT = "10"
               IF WS-QTD-LANCAMENTOS < 2000
                   ADD 1 TO WS-QTD-LANCAMENTOS
                   ADD 1 TO WS-QTD-ENVIADOS
                   MOVE GL-ID-DIARIO TO
                       WS-LAN-ID-DIARIO(WS-QTD-LANCAMENTOS)
                   MOVE GL-LINHA-DIARIO TO
                       WS-LAN-LINHA(WS-QTD-LANCAMENTOS)
                   MOVE GL-NATUREZA TO
                       WS-LAN-NATUREZA(WS-QTD-LANCAMENTOS)
                   MOVE GL-TRANS-ID TO
                       WS-LAN-TRANS-ID(WS-QTD-LANCAMENTOS)
                   MOVE GL-CONTA-REFERENCIA TO
                       WS-LAN-CONTA(WS-QTD-LANCAMENTOS)
                   MOVE GL-VALOR TO
                   END-IF
               END-PERFORM.

      *    A confirmacao casa com uma linha de diario especifica:
      *    diario, numero da linha e data de execucao identificam a
      *    linha; conta e valor precisam conferir com o enviado.
           CASA-UM-ACK.
               MOVE "N" TO WS-ACHOU-LANCAMENTO
               MOVE ZERO TO WS-IND-ACHADO
                       UNTIL WS-IND-LANCAMENTO > WS-QTD-LANCAMENTOS
                       OR ACHOU-LANCAMENTO
                   IF NOT LANCAMENTO-CASADO(WS-IND-LANCAMENTO) AND
                      WS-LAN-ID-DIARIO(WS-IND-LANCAMENTO) =
                          ACK-ID-DIARIO AND
                      WS-LAN-LINHA(WS-IND-LANCAMENTO) =
                          ACK-LINHA-DIARIO AND
                      WS-LAN-CONTA(WS-IND-LANCAMENTO) = ACK-CONTA AND
                      WS-LAN-VALOR(WS-IND-LANCAMENTO) = ACK-VALOR AND
                      WS-LAN-DATA(WS-IND-LANCAMENTO) =
               IF ACHOU-LANCAMENTO
                   MOVE "S" TO WS-LAN-CASADO(WS-IND-ACHADO)
                   ADD 1 TO WS-QTD-CONFIRMADOS
                   PERFORM GRAVA-CONFIRMACAO
               ELSE
                   PERFORM GRAVA-ACK-ORFAO
               END-IF.

      *    Linha confirmada vai para o GLCONFIRM, de onde o
      *    BALANCETEGL atualiza o cadastro de saldos das contas.
           GRAVA-CONFIRMACAO.
               MOVE WS-LAN-ID-DIARIO(WS-IND-ACHADO) TO CONF-ID-DIARIO
               MOVE WS-LAN-LINHA(WS-IND-ACHADO) TO CONF-LINHA-DIARIO
               MOVE WS-LAN-NATUREZA(WS-IND-ACHADO) TO CONF-NATUREZA
               MOVE WS-LAN-CONTA(WS-IND-ACHADO) TO CONF-CONTA
               MOVE WS-LAN-VALOR(WS-IND-ACHADO) TO CONF-VALOR
               MOVE WS-LAN-DATA(WS-IND-ACHADO) TO CONF-DATA-EXECUCAO
               MOVE WS-LAN-TRANS-ID(WS-IND-ACHADO) TO CONF-TRANS-ID
               MOVE WS-TS-CONCILIACAO TO CONF-TS-CONCILIACAO
               WRITE GLCONF-RECORD.

           GRAVA-ACK-ORFAO.
               MOVE ACK-ID-DIARIO TO WS-ORF-DIARIO
               MOVE ACK-LINHA-DIARIO TO WS-ORF-LINHA
               MOVE ACK-CONTA TO WS-ORF-CONTA
               MOVE ACK-VALOR TO WS-ORF-VALOR
               MOVE ACK-DATA-EXECUCAO TO WS-ORF-DATA

           GRAVA-UMA-PENDENCIA.
               ADD 1 TO WS-QTD-PENDENTES
               MOVE WS-LAN-ID-DIARIO(WS-IND-LANCAMENTO)
                   TO GLP-ID-DIARIO
               MOVE WS-LAN-LINHA(WS-IND-LANCAMENTO) TO GLP-LINHA-DIARIO
               MOVE WS-LAN-NATUREZA(WS-IND-LANCAMENTO) TO GLP-NATUREZA
               MOVE WS-LAN-TRANS-ID(WS-IND-LANCAMENTO) TO GLP-TRANS-ID
               MOVE WS-LAN-CONTA(WS-IND-LANCAMENTO) TO GLP-CONTA
               MOVE WS-LAN-VALOR(WS-IND-LANCAMENTO) TO GLP-VALOR
               MOVE WS-LAN-DATA(WS-IND-LANCAMENTO)
               MOVE GLPEND-RECORD TO PEND-SAI-RECORD
               WRITE PEND-SAI-RECORD
               PERFORM CALCULA-DIAS-PENDENTE
               MOVE WS-LAN-ID-DIARIO(WS-IND-LANCAMENTO) TO WS-PEN-DIARIO
               MOVE WS-LAN-LINHA(WS-IND-LANCAMENTO) TO WS-PEN-LINHA
               MOVE WS-LAN-NATUREZA(WS-IND-LANCAMENTO)
                   TO WS-PEN-NATUREZA
               MOVE WS-LAN-CONTA(WS-IND-LANCAMENTO) TO WS-PEN-CONTA
               MOVE WS-LAN-VALOR(WS-IND-LANCAMENTO) TO WS-PEN-VALOR
               MOVE WS-LAN-DATA(WS-IND-LANCAMENTO) TO WS-PEN-DATA
               CLOSE GL-FILE
               CLOSE ACK-FILE
               CLOSE PEND-SAI-FILE
               CLOSE CONF-FILE
               CLOSE PRINT-FILE.
