000100     IDENTIFICATION DIVISION.
               PROGRAM-ID. BALANCETEGL.
000200     ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CARD-FILE ASSIGN TO "CARTAOBAL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.

               SELECT PERIOD-FILE ASSIGN TO "PERIODENT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PERIOD-STATUS.

               SELECT SALDO-ENT-FILE ASSIGN TO "SALDOENT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SALDO-ENT-STATUS.

               SELECT SALDO-SAI-FILE ASSIGN TO "SALDOSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-SALDO-SAI-STATUS.

               SELECT CONF-FILE ASSIGN TO "GLCONFIRM"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CONF-STATUS.

               SELECT MOV-FILE ASSIGN TO "MOVGL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-MOV-STATUS.

               SELECT PEND-FILE ASSIGN TO "GLPENDSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PEND-STATUS.

               SELECT BAIXA-FILE ASSIGN TO "BAIXAREV"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-BAIXA-STATUS.

               SELECT PRINT-FILE ASSIGN TO "RELBALAN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.

000300     DATA DIVISION.

           FILE SECTION.

           FD  CARD-FILE
               RECORDING MODE IS F.
           COPY CBBALSEL.

           FD  PERIOD-FILE
               RECORDING MODE IS F.
           COPY CBPERIOD.

           FD  SALDO-ENT-FILE
               RECORDING MODE IS F.
           COPY CBSALDO.

           FD  SALDO-SAI-FILE
               RECORDING MODE IS F.
       01  SALDO-SAI-RECORD            PIC X(86).

           FD  CONF-FILE
               RECORDING MODE IS F.
           COPY CBGLCONF.

           FD  MOV-FILE
               RECORDING MODE IS F.
       01  MOV-RECORD                  PIC X(73).

           FD  PEND-FILE
               RECORDING MODE IS F.
           COPY CBGLPEND.

           FD  BAIXA-FILE
               RECORDING MODE IS F.
       01  BAIXA-RECORD                PIC X(75).

           FD  PRINT-FILE
               RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

           WORKING-STORAGE SECTION.

       01  WS-STATUS-FLAGS.
           05  WS-CARD-STATUS          PIC X(02).
           05  WS-PERIOD-STATUS        PIC X(02).
           05  WS-SALDO-ENT-STATUS     PIC X(02).
           05  WS-SALDO-SAI-STATUS     PIC X(02).
           05  WS-CONF-STATUS          PIC X(02).
           05  WS-MOV-STATUS           PIC X(02).
           05  WS-PEND-STATUS          PIC X(02).
           05  WS-BAIXA-STATUS         PIC X(02).
           05  WS-PRINT-STATUS         PIC X(02).
           05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88  FIM-DO-ARQUIVO             VALUE "S".
           05  WS-MOVIMENTO-ABERTO     PIC X(01) VALUE "N".
               88  MOVIMENTO-ABERTO           VALUE "S".
           05  WS-SALDOS-SAI-ABERTO    PIC X(01) VALUE "N".
               88  SALDOS-SAI-ABERTO          VALUE "S".

       01  WS-MES-REFERENCIA           PIC 9(06) VALUE ZERO.

       01  WS-PERIODOS-CONTABEIS.
           05  WS-QTD-PERIODOS         PIC 9(04) VALUE ZERO.
           05  WS-PERIODO OCCURS 120 TIMES.
               10  WS-PRD-MES          PIC 9(06).
               10  WS-PRD-STATUS       PIC X(01).
       01  WS-IND-PERIODO              PIC 9(04) VALUE ZERO.
       01  WS-MES-VERIFICADO           PIC 9(06) VALUE ZERO.
       01  WS-PERIODO-FECHADO          PIC X(01) VALUE "N".
           88  PERIODO-FECHADO                VALUE "S".

      *    Cadastro de saldos em memoria, mantido em ordem de conta e
      *    mes: uma chave nova entra na sua posicao, deslocando as
      *    seguintes, e o SALDOSAI sai ordenado.
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
       01  WS-TS-ULTIMA-APLICADA       PIC X(14) VALUE SPACES.

       01  WS-APLICACAO.
           05  WS-PRIMEIRA-CONF        PIC X(01) VALUE "S".
               88  PRIMEIRA-CONFIRMACAO       VALUE "S".
           05  WS-DELTA-SALDO          PIC S9(12)V99 VALUE ZERO.
           05  WS-MES-PROPAGA          PIC 9(06) VALUE ZERO.
           05  WS-MES-PROPAGA-R REDEFINES WS-MES-PROPAGA.
               10  WS-MPR-AAAA         PIC 9(04).
               10  WS-MPR-MM           PIC 9(02).
           05  WS-CONTINUA-PROPAGA     PIC X(01) VALUE "N".
               88  CONTINUA-PROPAGA           VALUE "S".

       01  WS-MOVIMENTOS-MES.
           05  WS-QTD-MOVIMENTOS       PIC 9(04) VALUE ZERO.
           05  WS-MOVIMENTO OCCURS 5000 TIMES.
               10  WS-MVT-CONTA        PIC X(10).
               10  WS-MVT-DATA         PIC 9(08).
               10  WS-MVT-ID-DIARIO    PIC X(08).
               10  WS-MVT-LINHA        PIC 9(06).
               10  WS-MVT-NATUREZA     PIC X(01).
               10  WS-MVT-VALOR        PIC S9(8)V99.
               10  WS-MVT-TRANS-ID     PIC X(16).
       01  WS-IND-MOVIMENTO            PIC 9(04) VALUE ZERO.
       01  WS-MES-DO-MOVIMENTO         PIC 9(06) VALUE ZERO.

       01  WS-MOV-REG.
           05  WS-MOV-ID-DIARIO        PIC X(08).
           05  WS-MOV-LINHA            PIC 9(06).
           05  WS-MOV-NATUREZA         PIC X(01).
           05  WS-MOV-CONTA            PIC X(10).
           05  WS-MOV-VALOR            PIC S9(8)V99.
           05  WS-MOV-DATA             PIC 9(08).
           05  WS-MOV-TRANS-ID         PIC X(16).
           05  WS-MOV-TS               PIC X(14).

       01  WS-BAIXA-REG.
           05  WS-BXA-ID-DIARIO        PIC X(08).
           05  WS-BXA-LINHA            PIC 9(06).
           05  WS-BXA-NATUREZA         PIC X(01).
           05  WS-BXA-CONTA            PIC X(10).
           05  WS-BXA-VALOR            PIC S9(8)V99.
           05  WS-BXA-DATA             PIC 9(08).
           05  WS-BXA-MOEDA-ORIGEM     PIC X(03).
           05  WS-BXA-TAXA-CAMBIO      PIC 9(05)V9(06).
           05  WS-BXA-TRANS-ID         PIC X(16).
           05  WS-BXA-REENVIOS         PIC 9(02).

       01  WS-CONTADORES.
           05  WS-QTD-APLICADAS        PIC 9(08) VALUE ZERO.
           05  WS-QTD-MES-FECHADO      PIC 9(08) VALUE ZERO.
           05  WS-QTD-IGNORADAS        PIC 9(08) VALUE ZERO.
           05  WS-QTD-CONTAS-MES       PIC 9(08) VALUE ZERO.
           05  WS-QTD-ITENS            PIC 9(08) VALUE ZERO.
           05  WS-QTD-NAO-CONFIRMADOS  PIC 9(08) VALUE ZERO.
           05  WS-QTD-BAIXADOS         PIC 9(08) VALUE ZERO.

       01  WS-TOTAIS-BALANCETE.
           05  WS-TBL-INICIAL          PIC S9(12)V99 VALUE ZERO.
           05  WS-TBL-DEBITOS          PIC S9(12)V99 VALUE ZERO.
           05  WS-TBL-CREDITOS         PIC S9(12)V99 VALUE ZERO.
           05  WS-TBL-FINAL            PIC S9(12)V99 VALUE ZERO.
       01  WS-ITEM-VALOR               PIC S9(8)V99 VALUE ZERO.
       01  WS-TOTAL-ITENS-DEB          PIC S9(12)V99 VALUE ZERO.
       01  WS-TOTAL-ITENS-CRED         PIC S9(12)V99 VALUE ZERO.

       01  WS-CODIGO-RETORNO           PIC 9(02) VALUE ZERO.

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAAMMDD        PIC 9(08).
           05  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               10  WS-DATA-AAAA        PIC 9(04).
               10  WS-DATA-MM          PIC 9(02).
               10  WS-DATA-DD          PIC 9(02).
       01  WS-DATA-FORMATADA           PIC X(10).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(33)
                   VALUE "BALANCETE DE VERIFICACAO DO MES  ".
           05  WS-CAB1-MES             PIC 9(06).
           05  FILLER                  PIC X(07) VALUE " DATA: ".
           05  WS-CAB1-DATA            PIC X(10).

       01  WS-CABECALHO-SALDOS.
           05  FILLER                  PIC X(10) VALUE "CONTA".
           05  FILLER                  PIC X(17)
                   VALUE "    SALDO INICIAL".
           05  FILLER                  PIC X(17)
                   VALUE "          DEBITOS".
           05  FILLER                  PIC X(17)
                   VALUE "         CREDITOS".
           05  FILLER                  PIC X(17)
                   VALUE "      SALDO FINAL".

       01  WS-LINHA-SALDO.
           05  WS-LSD-CONTA            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LSD-INICIAL          PIC -(12)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LSD-DEBITOS          PIC -(12)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LSD-CREDITOS         PIC -(12)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LSD-FINAL            PIC -(12)9.99.

       01  WS-LINHA-CONTA-EXTRATO.
           05  FILLER                  PIC X(06) VALUE "CONTA ".
           05  WS-LCE-CONTA            PIC X(10).
           05  WS-LCE-TEXTO            PIC X(16).
           05  WS-LCE-VALOR            PIC -(12)9.99.

       01  WS-LINHA-ITEM.
           05  WS-LIT-RECUO            PIC X(02) VALUE SPACES.
           05  WS-LIT-DATA             PIC 9(08).
           05  FILLER                  PIC X(08) VALUE " DIARIO ".
           05  WS-LIT-DIARIO           PIC X(08).
           05  FILLER                  PIC X(01) VALUE "/".
           05  WS-LIT-LINHA            PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LIT-CONTA            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LIT-NATUREZA         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LIT-VALOR            PIC -(8)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LIT-TRANS-ID         PIC X(16).

       01  WS-LINHA-VALOR.
           05  WS-VAL-TITULO           PIC X(24).
           05  WS-VAL-VALOR            PIC -(12)9.99.

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TITULO           PIC X(24).
           05  WS-TOT-VALOR            PIC ZZZZZZZ9.

000400     PROCEDURE DIVISION.
          MAIN.
              PERFORM ABRIR-ARQUIVOS
              PERFORM LER-CARTAO-BALANCETE
              PERFORM CARREGA-PERIODOS
              PERFORM CARREGA-SALDOS
              PERFORM APLICA-CONFIRMACOES
              PERFORM GRAVA-SALDOS-SAIDA
              PERFORM GRAVA-BALANCETE
              PERFORM GRAVA-EXTRATO
              PERFORM GRAVA-NAO-CONFIRMADOS
              PERFORM GRAVA-BAIXADOS
              PERFORM GRAVA-TOTAIS
              CLOSE PRINT-FILE
              MOVE WS-CODIGO-RETORNO TO RETURN-CODE
              STOP RUN.

           ABRIR-ARQUIVOS.
               OPEN OUTPUT PRINT-FILE
               IF WS-PRINT-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " RELBALAN - FILE STATUS " WS-PRINT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
               STRING WS-DATA-DD "/" WS-DATA-MM "/" WS-DATA-AAAA
                   DELIMITED BY SIZE INTO WS-DATA-FORMATADA.

           LER-CARTAO-BALANCETE.
               OPEN INPUT CARD-FILE
               IF WS-CARD-STATUS = "00"
                   READ CARD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BSEL-MES-REFERENCIA NUMERIC AND
                              BSEL-MES-REFERENCIA > ZERO
                               MOVE BSEL-MES-REFERENCIA
                                   TO WS-MES-REFERENCIA
                           END-IF
                   END-READ
                   CLOSE CARD-FILE
               ELSE
                   DISPLAY "AVISO: CARTAO CARTAOBAL INDISPONIVEL -"
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
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

           CARREGA-PERIODOS.
               OPEN INPUT PERIOD-FILE
               IF WS-PERIOD-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ PERIOD-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF WS-QTD-PERIODOS < 120
                                   ADD 1 TO WS-QTD-PERIODOS
                                   MOVE PER-MES TO
                                       WS-PRD-MES(WS-QTD-PERIODOS)
                                   MOVE PER-STATUS TO
                                       WS-PRD-STATUS(WS-QTD-PERIODOS)
                               ELSE
                                   DISPLAY "AVISO: TABELA DE PERIODOS"
                                       " CHEIA - REGISTRO IGNORADO"
                               END-IF
                       END-READ
                       IF WS-PERIOD-STATUS NOT = "00" AND
                          WS-PERIOD-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM PERIODENT -"
                               " FILE STATUS " WS-PERIOD-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE PERIOD-FILE
               ELSE
                   DISPLAY "AVISO: CADASTRO PERIODENT INDISPONIVEL -"
                       " FILE STATUS " WS-PERIOD-STATUS
               END-IF.

           VERIFICA-MES-FECHADO.
               MOVE "N" TO WS-PERIODO-FECHADO
               PERFORM VARYING WS-IND-PERIODO FROM 1 BY 1
                       UNTIL WS-IND-PERIODO > WS-QTD-PERIODOS
                   IF WS-PRD-MES(WS-IND-PERIODO) = WS-MES-VERIFICADO
                      AND WS-PRD-STATUS(WS-IND-PERIODO) = "F"
                       SET PERIODO-FECHADO TO TRUE
                   END-IF
               END-PERFORM.

      *    O SALDOENT vem ordenado por conta e mes (so e gravado pelo
      *    BALANCETEGL e pelo FECHAPERIODO). Sem SALDOENT o cadastro
      *    comeca vazio.
           CARREGA-SALDOS.
               OPEN INPUT SALDO-ENT-FILE
               IF WS-SALDO-ENT-STATUS = "00"
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
                           DISPLAY "ERRO DE LEITURA EM SALDOENT -"
                               " FILE STATUS " WS-SALDO-ENT-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE SALDO-ENT-FILE
               ELSE
                   DISPLAY "AVISO: CADASTRO SALDOENT INDISPONIVEL -"
                       " FILE STATUS " WS-SALDO-ENT-STATUS
               END-IF.

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
                   IF SALDO-ULT-CONCILIACAO > WS-TS-ULTIMA-APLICADA
                       MOVE SALDO-ULT-CONCILIACAO
                           TO WS-TS-ULTIMA-APLICADA
                   END-IF
               ELSE
                   DISPLAY "ERRO FATAL: TABELA DE SALDOS CHEIA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *    Procura conta e mes de WS-CHAVE-PROCURA. Nao achando,
      *    WS-IND-INSERCAO aponta a posicao onde a chave deve entrar.
           PROCURA-SALDO.
               MOVE "N" TO WS-ACHOU-SALDO
               MOVE ZERO TO WS-IND-SALDO-ACHADO
               COMPUTE WS-IND-INSERCAO = WS-QTD-SALDOS + 1
               PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                       UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                       OR ACHOU-SALDO
                       OR WS-IND-INSERCAO <= WS-QTD-SALDOS
                   IF WS-SLD-CHAVE(WS-IND-SALDO) = WS-CHAVE-PROCURA
                       SET ACHOU-SALDO TO TRUE
                       MOVE WS-IND-SALDO TO WS-IND-SALDO-ACHADO
                   ELSE
                       IF WS-SLD-CHAVE(WS-IND-SALDO) > WS-CHAVE-PROCURA
                           MOVE WS-IND-SALDO TO WS-IND-INSERCAO
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

      *    Aplica as linhas confirmadas na ultima conciliacao. Um
      *    GLCONFIRM cuja conciliacao nao seja posterior a ultima ja
      *    aplicada ao cadastro e recusado inteiro, para nao somar
      *    duas vezes as mesmas linhas.
           APLICA-CONFIRMACOES.
               OPEN INPUT CONF-FILE
               IF WS-CONF-STATUS NOT = "00"
                   DISPLAY "AVISO: GLCONFIRM INDISPONIVEL - FILE"
                       " STATUS " WS-CONF-STATUS
               ELSE
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ CONF-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF PRIMEIRA-CONFIRMACAO
                                   PERFORM VERIFICA-REAPLICACAO
                                   PERFORM ABRIR-SALDOS-SAIDA
                                   PERFORM ABRIR-MOVIMENTO
                                   MOVE "N" TO WS-PRIMEIRA-CONF
                               END-IF
                               PERFORM APLICA-UMA-CONFIRMACAO
                       END-READ
                       IF WS-CONF-STATUS NOT = "00" AND
                          WS-CONF-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM GLCONFIRM -"
                               " FILE STATUS " WS-CONF-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE CONF-FILE
                   IF MOVIMENTO-ABERTO
                       CLOSE MOV-FILE
                       MOVE "N" TO WS-MOVIMENTO-ABERTO
                   END-IF
               END-IF.

           VERIFICA-REAPLICACAO.
               IF WS-TS-ULTIMA-APLICADA NOT = SPACES AND
                  CONF-TS-CONCILIACAO NOT > WS-TS-ULTIMA-APLICADA
                   DISPLAY "EXECUCAO RECUSADA: GLCONFIRM DA CONCILIACAO"
                       " " CONF-TS-CONCILIACAO " JA APLICADO"
                   MOVE "GLCONFIRM JA APLICADO - EXECUCAO RECUSADA"
                       TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   CLOSE CONF-FILE
                   CLOSE PRINT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           ABRIR-MOVIMENTO.
               OPEN EXTEND MOV-FILE
               IF WS-MOV-STATUS NOT = "00"
                   OPEN OUTPUT MOV-FILE
               END-IF
               IF WS-MOV-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR MOVGL"
                       " - FILE STATUS " WS-MOV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET MOVIMENTO-ABERTO TO TRUE.

      *    Debito soma e credito subtrai no saldo final da conta.
      *    Linha confirmada num mes ja fechado tambem corrige o saldo
      *    inicial (e final) dos meses seguintes ja transportados,
      *    ate o primeiro mes em aberto.
           APLICA-UMA-CONFIRMACAO.
               EVALUATE TRUE
                   WHEN CONF-DEBITO
                       MOVE CONF-VALOR TO WS-DELTA-SALDO
                   WHEN CONF-CREDITO
                       COMPUTE WS-DELTA-SALDO = ZERO - CONF-VALOR
                   WHEN OTHER
                       DISPLAY "AVISO: NATUREZA INVALIDA NA LINHA "
                           CONF-ID-DIARIO "/" CONF-LINHA-DIARIO
                           " - LINHA IGNORADA"
                       ADD 1 TO WS-QTD-IGNORADAS
                       MOVE 4 TO WS-CODIGO-RETORNO
               END-EVALUATE
               IF CONF-DEBITO OR CONF-CREDITO
                   ADD 1 TO WS-QTD-APLICADAS
                   MOVE CONF-CONTA TO WS-CHP-CONTA
                   DIVIDE CONF-DATA-EXECUCAO BY 100
                       GIVING WS-CHP-MES
                   PERFORM PROCURA-SALDO
                   IF NOT ACHOU-SALDO
                       PERFORM CRIA-SALDO
                   END-IF
                   IF CONF-DEBITO
                       ADD CONF-VALOR
                           TO WS-SLD-DEBITOS(WS-IND-SALDO-ACHADO)
                   ELSE
                       ADD CONF-VALOR
                           TO WS-SLD-CREDITOS(WS-IND-SALDO-ACHADO)
                   END-IF
                   ADD WS-DELTA-SALDO
                       TO WS-SLD-FINAL(WS-IND-SALDO-ACHADO)
                   MOVE CONF-TS-CONCILIACAO
                       TO WS-SLD-ULT-CONC(WS-IND-SALDO-ACHADO)
                   MOVE WS-CHP-MES TO WS-MES-VERIFICADO
                   PERFORM VERIFICA-MES-FECHADO
                   IF PERIODO-FECHADO
                       ADD 1 TO WS-QTD-MES-FECHADO
                       MOVE 4 TO WS-CODIGO-RETORNO
                       PERFORM PROPAGA-SALDO-POSTERIOR
                   END-IF
                   MOVE GLCONF-RECORD TO MOV-RECORD
                   WRITE MOV-RECORD
               END-IF.

           PROPAGA-SALDO-POSTERIOR.
               MOVE WS-CHP-MES TO WS-MES-PROPAGA
               SET CONTINUA-PROPAGA TO TRUE
               PERFORM UNTIL NOT CONTINUA-PROPAGA
                   IF WS-MPR-MM = 12
                       ADD 1 TO WS-MPR-AAAA
                       MOVE 1 TO WS-MPR-MM
                   ELSE
                       ADD 1 TO WS-MPR-MM
                   END-IF
                   MOVE WS-MES-PROPAGA TO WS-CHP-MES
                   PERFORM PROCURA-SALDO
                   IF NOT ACHOU-SALDO
                       PERFORM CRIA-SALDO
                   END-IF
                   ADD WS-DELTA-SALDO
                       TO WS-SLD-INICIAL(WS-IND-SALDO-ACHADO)
                   ADD WS-DELTA-SALDO
                       TO WS-SLD-FINAL(WS-IND-SALDO-ACHADO)
                   MOVE WS-MES-PROPAGA TO WS-MES-VERIFICADO
                   PERFORM VERIFICA-MES-FECHADO
                   IF NOT PERIODO-FECHADO
                       MOVE "N" TO WS-CONTINUA-PROPAGA
                   END-IF
               END-PERFORM.

      *    O SALDOSAI e aberto antes de qualquer linha ir para o
      *    MOVGL: sem ele os saldos nao seriam gravados, a nova
      *    execucao passaria pela verificacao de reaplicacao e o
      *    MOVGL receberia as mesmas linhas duas vezes. Execucao
      *    sem confirmacao a aplicar abre o SALDOSAI so na gravacao.
           ABRIR-SALDOS-SAIDA.
               OPEN OUTPUT SALDO-SAI-FILE
               IF WS-SALDO-SAI-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR SALDOSAI"
                       " - FILE STATUS " WS-SALDO-SAI-STATUS
                   CLOSE CONF-FILE
                   CLOSE PRINT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET SALDOS-SAI-ABERTO TO TRUE.

           GRAVA-SALDOS-SAIDA.
               IF NOT SALDOS-SAI-ABERTO
                   OPEN OUTPUT SALDO-SAI-FILE
                   IF WS-SALDO-SAI-STATUS = "00"
                       SET SALDOS-SAI-ABERTO TO TRUE
                   ELSE
                       DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR SALDOSAI"
                           " - FILE STATUS " WS-SALDO-SAI-STATUS
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
               END-IF
               IF SALDOS-SAI-ABERTO
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

      *    Balancete do mes de referencia: saldo inicial, debitos,
      *    creditos e saldo final de cada conta com registro no mes.
           GRAVA-BALANCETE.
               MOVE WS-CABECALHO-SALDOS TO PRINT-RECORD
               WRITE PRINT-RECORD
               PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                       UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                   IF WS-SLD-MES(WS-IND-SALDO) = WS-MES-REFERENCIA
                       ADD 1 TO WS-QTD-CONTAS-MES
                       MOVE WS-SLD-CONTA(WS-IND-SALDO) TO WS-LSD-CONTA
                       MOVE WS-SLD-INICIAL(WS-IND-SALDO)
                           TO WS-LSD-INICIAL
                       MOVE WS-SLD-DEBITOS(WS-IND-SALDO)
                           TO WS-LSD-DEBITOS
                       MOVE WS-SLD-CREDITOS(WS-IND-SALDO)
                           TO WS-LSD-CREDITOS
                       MOVE WS-SLD-FINAL(WS-IND-SALDO) TO WS-LSD-FINAL
                       MOVE WS-LINHA-SALDO TO PRINT-RECORD
                       WRITE PRINT-RECORD
                       ADD WS-SLD-INICIAL(WS-IND-SALDO)
                           TO WS-TBL-INICIAL
                       ADD WS-SLD-DEBITOS(WS-IND-SALDO)
                           TO WS-TBL-DEBITOS
                       ADD WS-SLD-CREDITOS(WS-IND-SALDO)
                           TO WS-TBL-CREDITOS
                       ADD WS-SLD-FINAL(WS-IND-SALDO) TO WS-TBL-FINAL
                   END-IF
               END-PERFORM
               IF WS-QTD-CONTAS-MES = ZERO
                   MOVE "NENHUMA CONTA COM SALDO NO MES" TO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF
               MOVE "TOTAL" TO WS-LSD-CONTA
               MOVE WS-TBL-INICIAL TO WS-LSD-INICIAL
               MOVE WS-TBL-DEBITOS TO WS-LSD-DEBITOS
               MOVE WS-TBL-CREDITOS TO WS-LSD-CREDITOS
               MOVE WS-TBL-FINAL TO WS-LSD-FINAL
               MOVE WS-LINHA-SALDO TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

      *    Extrato: para cada conta do balancete, as linhas
      *    confirmadas do mes (acumuladas no MOVGL) entre o saldo
      *    inicial e o saldo final.
           GRAVA-EXTRATO.
               MOVE "EXTRATO DAS CONTAS" TO PRINT-RECORD
               WRITE PRINT-RECORD
               PERFORM CARREGA-MOVIMENTOS-MES
               PERFORM VARYING WS-IND-SALDO FROM 1 BY 1
                       UNTIL WS-IND-SALDO > WS-QTD-SALDOS
                   IF WS-SLD-MES(WS-IND-SALDO) = WS-MES-REFERENCIA
                       PERFORM GRAVA-EXTRATO-CONTA
                   END-IF
               END-PERFORM
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

           CARREGA-MOVIMENTOS-MES.
               OPEN INPUT MOV-FILE
               IF WS-MOV-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ MOV-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE MOV-RECORD TO WS-MOV-REG
                               DIVIDE WS-MOV-DATA BY 100
                                   GIVING WS-MES-DO-MOVIMENTO
                               IF WS-MES-DO-MOVIMENTO =
                                       WS-MES-REFERENCIA
                                   PERFORM GUARDA-MOVIMENTO
                               END-IF
                       END-READ
                       IF WS-MOV-STATUS NOT = "00" AND
                          WS-MOV-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM MOVGL -"
                               " FILE STATUS " WS-MOV-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE MOV-FILE
               ELSE
                   DISPLAY "AVISO: MOVGL INDISPONIVEL - FILE STATUS "
                       WS-MOV-STATUS
               END-IF.

           GUARDA-MOVIMENTO.
               IF WS-QTD-MOVIMENTOS < 5000
                   ADD 1 TO WS-QTD-MOVIMENTOS
                   MOVE WS-MOV-CONTA TO WS-MVT-CONTA(WS-QTD-MOVIMENTOS)
                   MOVE WS-MOV-DATA TO WS-MVT-DATA(WS-QTD-MOVIMENTOS)
                   MOVE WS-MOV-ID-DIARIO
                       TO WS-MVT-ID-DIARIO(WS-QTD-MOVIMENTOS)
                   MOVE WS-MOV-LINHA TO WS-MVT-LINHA(WS-QTD-MOVIMENTOS)
                   MOVE WS-MOV-NATUREZA
                       TO WS-MVT-NATUREZA(WS-QTD-MOVIMENTOS)
                   MOVE WS-MOV-VALOR TO WS-MVT-VALOR(WS-QTD-MOVIMENTOS)
                   MOVE WS-MOV-TRANS-ID
                       TO WS-MVT-TRANS-ID(WS-QTD-MOVIMENTOS)
               ELSE
                   DISPLAY "AVISO: TABELA DE MOVIMENTOS CHEIA -"
                       " EXTRATO INCOMPLETO"
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           GRAVA-EXTRATO-CONTA.
               MOVE WS-SLD-CONTA(WS-IND-SALDO) TO WS-LCE-CONTA
               MOVE " SALDO INICIAL: " TO WS-LCE-TEXTO
               MOVE WS-SLD-INICIAL(WS-IND-SALDO) TO WS-LCE-VALOR
               MOVE WS-LINHA-CONTA-EXTRATO TO PRINT-RECORD
               WRITE PRINT-RECORD
               PERFORM VARYING WS-IND-MOVIMENTO FROM 1 BY 1
                       UNTIL WS-IND-MOVIMENTO > WS-QTD-MOVIMENTOS
                   IF WS-MVT-CONTA(WS-IND-MOVIMENTO) =
                           WS-SLD-CONTA(WS-IND-SALDO)
                       MOVE WS-MVT-DATA(WS-IND-MOVIMENTO)
                           TO WS-LIT-DATA
                       MOVE WS-MVT-ID-DIARIO(WS-IND-MOVIMENTO)
                           TO WS-LIT-DIARIO
                       MOVE WS-MVT-LINHA(WS-IND-MOVIMENTO)
                           TO WS-LIT-LINHA
                       MOVE WS-MVT-CONTA(WS-IND-MOVIMENTO)
                           TO WS-LIT-CONTA
                       MOVE WS-MVT-NATUREZA(WS-IND-MOVIMENTO)
                           TO WS-LIT-NATUREZA
                       MOVE WS-MVT-VALOR(WS-IND-MOVIMENTO)
                           TO WS-LIT-VALOR
                       MOVE WS-MVT-TRANS-ID(WS-IND-MOVIMENTO)
                           TO WS-LIT-TRANS-ID
                       MOVE WS-LINHA-ITEM TO PRINT-RECORD
                       WRITE PRINT-RECORD
                   END-IF
               END-PERFORM
               MOVE " SALDO FINAL:   " TO WS-LCE-TEXTO
               MOVE WS-SLD-FINAL(WS-IND-SALDO) TO WS-LCE-VALOR
               MOVE WS-LINHA-CONTA-EXTRATO TO PRINT-RECORD
               WRITE PRINT-RECORD.

      *    Itens ainda sem confirmacao do GL (GLPENDSAI) e itens
      *    baixados para revisao (BAIXAREV) saem a parte: nao entram
      *    no saldo das contas.
           GRAVA-NAO-CONFIRMADOS.
               MOVE "LANCAMENTOS SEM CONFIRMACAO DO GL - FORA DO SALDO"
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE ZERO TO WS-QTD-ITENS
               MOVE ZERO TO WS-TOTAL-ITENS-DEB
               MOVE ZERO TO WS-TOTAL-ITENS-CRED
               OPEN INPUT PEND-FILE
               IF WS-PEND-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ PEND-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE GLP-DATA-EXECUCAO TO WS-LIT-DATA
                               MOVE GLP-ID-DIARIO TO WS-LIT-DIARIO
                               MOVE GLP-LINHA-DIARIO TO WS-LIT-LINHA
                               MOVE GLP-CONTA TO WS-LIT-CONTA
                               MOVE GLP-NATUREZA TO WS-LIT-NATUREZA
                               MOVE GLP-VALOR TO WS-ITEM-VALOR
                               MOVE GLP-TRANS-ID TO WS-LIT-TRANS-ID
                               PERFORM GRAVA-ITEM-FORA-SALDO
                       END-READ
                       IF WS-PEND-STATUS NOT = "00" AND
                          WS-PEND-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM GLPENDSAI -"
                               " FILE STATUS " WS-PEND-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE PEND-FILE
               ELSE
                   DISPLAY "AVISO: GLPENDSAI INDISPONIVEL - FILE"
                       " STATUS " WS-PEND-STATUS
               END-IF
               MOVE WS-QTD-ITENS TO WS-QTD-NAO-CONFIRMADOS
               PERFORM GRAVA-TOTAIS-FORA-SALDO.

           GRAVA-BAIXADOS.
               MOVE "LANCAMENTOS BAIXADOS PARA REVISAO - FORA DO SALDO"
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE ZERO TO WS-QTD-ITENS
               MOVE ZERO TO WS-TOTAL-ITENS-DEB
               MOVE ZERO TO WS-TOTAL-ITENS-CRED
               OPEN INPUT BAIXA-FILE
               IF WS-BAIXA-STATUS = "00"
                   MOVE "N" TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-DO-ARQUIVO
                       READ BAIXA-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ARQUIVO
                           NOT AT END
                               MOVE BAIXA-RECORD TO WS-BAIXA-REG
                               MOVE WS-BXA-DATA TO WS-LIT-DATA
                               MOVE WS-BXA-ID-DIARIO TO WS-LIT-DIARIO
                               MOVE WS-BXA-LINHA TO WS-LIT-LINHA
                               MOVE WS-BXA-CONTA TO WS-LIT-CONTA
                               MOVE WS-BXA-NATUREZA TO WS-LIT-NATUREZA
                               MOVE WS-BXA-VALOR TO WS-ITEM-VALOR
                               MOVE WS-BXA-TRANS-ID
                                   TO WS-LIT-TRANS-ID
                               PERFORM GRAVA-ITEM-FORA-SALDO
                       END-READ
                       IF WS-BAIXA-STATUS NOT = "00" AND
                          WS-BAIXA-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM BAIXAREV -"
                               " FILE STATUS " WS-BAIXA-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE BAIXA-FILE
               ELSE
                   DISPLAY "AVISO: BAIXAREV INDISPONIVEL - FILE"
                       " STATUS " WS-BAIXA-STATUS
               END-IF
               MOVE WS-QTD-ITENS TO WS-QTD-BAIXADOS
               PERFORM GRAVA-TOTAIS-FORA-SALDO.

           GRAVA-ITEM-FORA-SALDO.
               ADD 1 TO WS-QTD-ITENS
               IF WS-LIT-NATUREZA = "C"
                   ADD WS-ITEM-VALOR TO WS-TOTAL-ITENS-CRED
               ELSE
                   ADD WS-ITEM-VALOR TO WS-TOTAL-ITENS-DEB
               END-IF
               MOVE WS-ITEM-VALOR TO WS-LIT-VALOR
               MOVE WS-LINHA-ITEM TO PRINT-RECORD
               WRITE PRINT-RECORD.

           GRAVA-TOTAIS-FORA-SALDO.
               MOVE "ITENS:                  " TO WS-TOT-TITULO
               MOVE WS-QTD-ITENS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "TOTAL A DEBITO:         " TO WS-VAL-TITULO
               MOVE WS-TOTAL-ITENS-DEB TO WS-VAL-VALOR
               MOVE WS-LINHA-VALOR TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "TOTAL A CREDITO:        " TO WS-VAL-TITULO
               MOVE WS-TOTAL-ITENS-CRED TO WS-VAL-VALOR
               MOVE WS-LINHA-VALOR TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

           GRAVA-TOTAIS.
               MOVE "CONFIRMACOES APLICADAS: " TO WS-TOT-TITULO
               MOVE WS-QTD-APLICADAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "EM MES JA FECHADO:      " TO WS-TOT-TITULO
               MOVE WS-QTD-MES-FECHADO TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "LINHAS IGNORADAS:       " TO WS-TOT-TITULO
               MOVE WS-QTD-IGNORADAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "CONTAS NO BALANCETE:    " TO WS-TOT-TITULO
               MOVE WS-QTD-CONTAS-MES TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "SEM CONFIRMACAO DO GL:  " TO WS-TOT-TITULO
               MOVE WS-QTD-NAO-CONFIRMADOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "BAIXADOS PARA REVISAO:  " TO WS-TOT-TITULO
               MOVE WS-QTD-BAIXADOS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               DISPLAY "BALANCETE " WS-MES-REFERENCIA ": "
                   WS-QTD-APLICADAS " CONFIRMACAO(OES) APLICADA(S)".
