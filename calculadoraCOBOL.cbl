                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOTEREJ-STATUS.

               SELECT LOTREC-FILE ASSIGN TO "LOTESREC"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LOTREC-STATUS.

               SELECT LOTACE-FILE ASSIGN TO "LOTESACE"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LOTACE-STATUS.
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HISTD-SAI-STATUS.

               SELECT ESTORNO-FILE ASSIGN TO "ESTORNOS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ESTORNO-STATUS.

               SELECT ORCAM-FILE ASSIGN TO "ORCAMENTO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ORCAM-STATUS.

               SELECT REALCC-ENT-FILE ASSIGN TO "REALCCENT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-REALCC-ENT-STATUS.

               SELECT REALCC-SAI-FILE ASSIGN TO "REALCCSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-REALCC-SAI-STATUS.

               SELECT APROV-MST-FILE ASSIGN TO "APROVMST"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-APROV-MST-STATUS.

               SELECT APROV-NOV-FILE ASSIGN TO "APROVNOV"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-APROV-NOV-STATUS.

               SELECT FLUXO-CTL-FILE ASSIGN TO "FLUXOCTL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FLUXO-CTL-STATUS.

               SELECT FLUXO-SAI-FILE ASSIGN TO "FLUXOSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FLUXO-SAI-STATUS.

000300     DATA DIVISION.

           FILE SECTION.
           FD  GL-FILE
               RECORDING MODE IS F.
           COPY CBGLINT.
           COPY CBGLCTL.

           FD  PARM-FILE
               RECORDING MODE IS F.
               RECORDING MODE IS F.
       01  LOTEREJ-RECORD              PIC X(80).

           FD  LOTREC-FILE
               RECORDING MODE IS F.
           COPY CBLOTREC.

           FD  LOTACE-FILE
               RECORDING MODE IS F.
           COPY CBLOTACE.
               RECORDING MODE IS F.
       01  HISTD-SAI-RECORD            PIC X(112).

           FD  ESTORNO-FILE
               RECORDING MODE IS F.
           COPY CBESTOR.

           FD  ORCAM-FILE
               RECORDING MODE IS F.
           COPY CBORCAM.

           FD  REALCC-ENT-FILE
               RECORDING MODE IS F.
           COPY CBREALCC.

           FD  REALCC-SAI-FILE
               RECORDING MODE IS F.
       01  REALCC-SAI-RECORD           PIC X(96).

           FD  APROV-MST-FILE
               RECORDING MODE IS F.
           COPY CBAPROV.

           FD  APROV-NOV-FILE
               RECORDING MODE IS F.
       01  APROV-NOV-RECORD            PIC X(240).

           FD  FLUXO-CTL-FILE
               RECORDING MODE IS F.
           COPY CBFLUXO.

           FD  FLUXO-SAI-FILE
               RECORDING MODE IS F.
       01  FLUXO-SAI-RECORD            PIC X(174).

           WORKING-STORAGE SECTION.

       01    NUMERO1 PIC S9(8)V99.
           05  WS-PARM-STATUS          PIC X(02).
           05  WS-LOTEREJ-STATUS       PIC X(02).
           05  WS-LOTACE-STATUS        PIC X(02).
           05  WS-LOTREC-STATUS        PIC X(02).
           05  WS-GLMAP-STATUS         PIC X(02).
           05  WS-MAPEXC-STATUS        PIC X(02).
           05  WS-HIST-MST-STATUS      PIC X(02).
           05  WS-CCUSTO-STATUS        PIC X(02).
           05  WS-HISTD-ENT-STATUS     PIC X(02).
           05  WS-HISTD-SAI-STATUS     PIC X(02).
           05  WS-ESTORNO-STATUS       PIC X(02).
           05  WS-ORCAM-STATUS         PIC X(02).
           05  WS-REALCC-ENT-STATUS    PIC X(02).
           05  WS-REALCC-SAI-STATUS    PIC X(02).
           05  WS-APROV-MST-STATUS     PIC X(02).
           05  WS-APROV-NOV-STATUS     PIC X(02).
           05  WS-FLUXO-CTL-STATUS     PIC X(02).
           05  WS-FLUXO-SAI-STATUS     PIC X(02).
           05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88  FIM-DO-ARQUIVO             VALUE "S".
           05  WS-DETALHE-LIDO         PIC X(01) VALUE "N".
               88  DETALHE-LIDO               VALUE "S".

       01  WS-CONTA-DEBITO             PIC X(10).
       01  WS-CONTA-CREDITO            PIC X(10).
       01  WS-CONTA-SUSPENSE           PIC X(10) VALUE "CTA-SUSP  ".

       01  WS-MAPA-GL.
           05  WS-MAPA OCCURS 200 TIMES.
               10  WS-MAPA-OPERACAO    PIC X(01).
               10  WS-MAPA-CC          PIC X(06).
               10  WS-MAPA-CONTA-DEB   PIC X(10).
               10  WS-MAPA-CONTA-CRED  PIC X(10).
       01  WS-IND-MAPA                 PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-MAPA               PIC X(01) VALUE "N".
           88  ACHOU-MAPA                     VALUE "S".
           05  FILLER                  PIC X(26)
                   VALUE " LANCADO EM CONTA SUSPENSE".

      *    Diario GL do lote aceito em curso: cada lote aceito vira
      *    um diario no INTERFGL (header, pares de linhas a debito e
      *    a credito, trailer com os totais dos dois lados).
       01  WS-DIARIO-GL.
           05  WS-DIARIO-ABERTO        PIC X(01) VALUE "N".
               88  DIARIO-GL-ABERTO           VALUE "S".
           05  WS-DIA-QTD-LINHAS       PIC 9(06) VALUE ZERO.
           05  WS-DIA-TOTAL-DEBITOS    PIC S9(12)V99 VALUE ZERO.
           05  WS-DIA-TOTAL-CREDITOS   PIC S9(12)V99 VALUE ZERO.

       01  WS-PARAMETROS.
           05  WS-PARM-OK              PIC X(01) VALUE "N".
               88  WS-PARM-CARREGADO          VALUE "S".
               88  SIMULACAO-RECUSADA          VALUE "S".
           05  WS-REPROCESSO-AUT       PIC X(01) VALUE "N".
               88  REPROCESSO-AUTORIZADO       VALUE "S".
           05  WS-LIMITE-APROVACAO     PIC S9(8)V99 VALUE ZERO.
           05  WS-FILA-APROVACAO       PIC X(01) VALUE "N".
               88  FILA-APROVACAO-ATIVA        VALUE "S".

      *    Fila de aprovacao (dupla custodia): transacao acima do
      *    limite de aprovacao, do teto do operador ou do valor
      *    maximo de resultado vai para o APROVNOV em vez de ser
      *    lancada ou rejeitada. As aprovadas do APROVMST passam sem
      *    nova retencao quando o registro de entrada e identico ao
      *    que foi aprovado.
       01  WS-REGISTRO-TRANSACAO       PIC X(95) VALUE SPACES.
       01  WS-PARA-APROVACAO           PIC X(01) VALUE "N".
           88  PARA-APROVACAO                 VALUE "S".
       01  WS-PRE-APROVADA             PIC X(01) VALUE "N".
           88  PRE-APROVADA                   VALUE "S".
       01  WS-MOTIVO-APROVACAO         PIC X(30) VALUE SPACES.
       01  WS-APROVADAS.
           05  WS-QTD-APROVADAS        PIC 9(04) VALUE ZERO.
           05  WS-FIM-APROVADAS        PIC X(01) VALUE "N".
               88  FIM-DAS-APROVADAS          VALUE "S".
           05  WS-APROVADA OCCURS 1000 TIMES.
               10  WS-APV-TRANS-ID     PIC X(16).
               10  WS-APV-TRANSACAO    PIC X(95).
       01  WS-IND-APROVADA             PIC 9(04) VALUE ZERO.

       01  WS-TIPO-REGISTRO            PIC X(01) VALUE SPACES.
           88  TIPO-ESTORNO                   VALUE "E".
       01  WS-ID-TRANSACAO             PIC X(16) VALUE SPACES.
       01  WS-ID-ESTORNADO             PIC X(16) VALUE SPACES.
       01  WS-CENTRO-CUSTO             PIC X(06) VALUE SPACES.
       01  WS-MOEDA                    PIC X(03) VALUE SPACES.
       01  WS-MOEDA-BASE               PIC X(03) VALUE "BRL".
           05  WS-QTD-EXCECOES         PIC 9(08) VALUE ZERO.
           05  WS-QTD-GL-GRAVADOS      PIC 9(08) VALUE ZERO.
           05  WS-QTD-SEM-MAPA         PIC 9(08) VALUE ZERO.
           05  WS-QTD-DIARIOS-GL       PIC 9(08) VALUE ZERO.
           05  WS-QTD-ESTORNOS         PIC 9(08) VALUE ZERO.
           05  WS-QTD-ESTORNOS-REJ     PIC 9(08) VALUE ZERO.
           05  WS-QTD-PEND-APROVACAO   PIC 9(08) VALUE ZERO.
       01  WS-CODIGO-RETORNO           PIC 9(02) VALUE ZERO.

      *    Execucao de um dos fluxos paralelos preparados pelo
      *    SEPARAFLUXOS (variavel de ambiente FLUXO). O fluxo processa
      *    so a sua parte do TRANSIN e grava a sua situacao no
      *    FLUXOSAI; conciliacao do total esperado, historico diario,
      *    realizado por centro de custo, RUNLOG e controle de
      *    execucao ficam para o CONSOLIDAFLUXOS.
       01  WS-FLUXO-INFORMADO          PIC X(01) VALUE SPACES.
       01  WS-NUMERO-FLUXO             PIC 9(01) VALUE ZERO.
       01  WS-EXECUCAO-FLUXO           PIC X(01) VALUE "N".
           88  EXECUCAO-EM-FLUXO              VALUE "S".
       01  WS-ACHOU-FLUXO              PIC X(01) VALUE "N".
           88  ACHOU-FLUXO                    VALUE "S".
       01  WS-FIM-FLUXOS               PIC X(01) VALUE "N".
           88  FIM-DOS-FLUXOS                 VALUE "S".
       01  WS-FLUXO-ID-DIVISAO         PIC X(14) VALUE SPACES.
       01  WS-FLUXO-QTD-LOTES          PIC 9(04) VALUE ZERO.
       01  WS-FLUXO-QTD-REGISTROS      PIC 9(08) VALUE ZERO.
       01  WS-QTD-REGISTROS-TRANSIN    PIC 9(08) VALUE ZERO.

       01  WS-CODIGOS-OP-DIA.
           05  FILLER                  PIC X(01) VALUE "A".
           05  FILLER                  PIC X(01) VALUE "S".
       01  WS-FIM-HISTD                PIC X(01) VALUE "N".
           88  FIM-DO-HISTD                   VALUE "S".

      *    Realizado da execucao por centro de custo e mes de
      *    movimento, apurado do RESULTOUT ao fim do job e confrontado
      *    com o realizado anterior (REALCC) e com o ORCAMENTO do mes.
       01  WS-REALIZADO-CCUSTO.
           05  WS-QTD-REALIZADO        PIC 9(04) VALUE ZERO.
           05  WS-REALIZADO-TAB OCCURS 600 TIMES.
               10  WS-RLZ-CC           PIC X(06).
               10  WS-RLZ-MES          PIC 9(06).
               10  WS-RLZ-OP OCCURS 4 TIMES.
                   15  WS-RLZ-OP-QTD   PIC 9(08).
                   15  WS-RLZ-OP-VALOR PIC S9(10)V99.
               10  WS-RLZ-EXECUCAO     PIC S9(12)V99.
               10  WS-RLZ-ANTERIOR     PIC S9(12)V99.
               10  WS-RLZ-ORCADO       PIC S9(12)V99.
               10  WS-RLZ-TEM-ORCAMENTO
                                       PIC X(01).
               10  WS-RLZ-CONSUMIDA    PIC X(01).
               10  WS-RLZ-ACIMA        PIC X(01).
       01  WS-IND-REALIZADO            PIC 9(04) VALUE ZERO.
       01  WS-IND-RLZ-ACHADO           PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-REALIZADO          PIC X(01) VALUE "N".
           88  ACHOU-REALIZADO                VALUE "S".
       01  WS-CHAVE-REALIZADO.
           05  WS-CHR-CC               PIC X(06).
           05  WS-CHR-MES              PIC 9(06).
       01  WS-REALIZADO-APURADO        PIC X(01) VALUE "N".
           88  REALIZADO-APURADO              VALUE "S".
       01  WS-REALCC-SAI-ABERTO        PIC X(01) VALUE "N".
           88  REALCC-SAI-ABERTO              VALUE "S".
       01  WS-FIM-RESULTADOS           PIC X(01) VALUE "N".
           88  FIM-DOS-RESULTADOS             VALUE "S".
       01  WS-FIM-REALCC               PIC X(01) VALUE "N".
           88  FIM-DO-REALCC                  VALUE "S".
       01  WS-FIM-ORCAMENTO            PIC X(01) VALUE "N".
           88  FIM-DO-ORCAMENTO               VALUE "S".
       01  WS-REALIZADO-MES            PIC S9(12)V99 VALUE ZERO.
       01  WS-QTD-ACIMA-ORCAMENTO      PIC 9(08) VALUE ZERO.

       01  WS-CTRL-CABECALHO.
           05  FILLER                  PIC X(33)
                   VALUE "RELATORIO DE CONTROLE DA EXECUCAO".
           05  FILLER                  PIC X(10) VALUE "OPERADOR: ".
           05  WS-CTRL-OPER-ID         PIC X(08).

       01  WS-CTRL-FLUXO.
           05  FILLER                  PIC X(07) VALUE "FLUXO: ".
           05  WS-CTRL-NUM-FLUXO       PIC 9(01).
           05  FILLER                  PIC X(11) VALUE " DIVISAO: ".
           05  WS-CTRL-ID-DIVISAO      PIC X(14).

       01  WS-CTRL-LINHA.
           05  WS-CTRL-TITULO          PIC X(24).
           05  WS-CTRL-VALOR           PIC ZZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE "  REJEITADAS: ".
           05  WS-CTL-REJEITADAS       PIC ZZZZZZZ9.

       01  WS-CTRL-CABECALHO-ORCAMENTO PIC X(35)
               VALUE "CENTROS DE CUSTO ACIMA DO ORCAMENTO".

       01  WS-CTRL-LINHA-ORCAMENTO.
           05  FILLER                  PIC X(04) VALUE "CC: ".
           05  WS-CTO-CC               PIC X(06).
           05  FILLER                  PIC X(06) VALUE " MES: ".
           05  WS-CTO-MES              PIC 9(06).
           05  FILLER                  PIC X(06) VALUE " ORC: ".
           05  WS-CTO-ORCADO           PIC -(10)9.99.
           05  FILLER                  PIC X(07) VALUE " REAL: ".
           05  WS-CTO-REALIZADO        PIC -(10)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CTO-SITUACAO         PIC X(15).

       01  WS-CTRL-LINHA-RC.
           05  FILLER                  PIC X(19)
                   VALUE "CODIGO DE RETORNO: ".
                   VALUE " PROCESSADA EM ".
           05  WS-DUP-DATA             PIC 9(08).

      *    Lancamento original de um estorno, lido do HISTMST: o
      *    estorno repete conta, centro de custo, moeda e taxa do
      *    original com o valor de sinal invertido.
       01  WS-ESTORNO-ORIGINAL.
           05  WS-ACHOU-ORIGINAL       PIC X(01) VALUE "N".
               88  ACHOU-ORIGINAL             VALUE "S".
           05  WS-EST-VALOR-ORIGINAL   PIC S9(8)V99 VALUE ZERO.
           05  WS-EST-CONTA-DEBITO     PIC X(10) VALUE SPACES.
           05  WS-EST-CONTA-CREDITO    PIC X(10) VALUE SPACES.
           05  WS-EST-DATA-ORIGINAL    PIC 9(08) VALUE ZERO.

      *    Em simulacao o original nao e marcado no HISTMST; os
      *    originais "estornados" pela simulacao ficam aqui para
      *    que um segundo estorno no mesmo arquivo seja recusado.
       01  WS-ESTORNOS-SIMULACAO.
           05  WS-QTD-EST-SIMUL        PIC 9(05) VALUE ZERO.
           05  WS-EST-SIM-ID OCCURS 1000 TIMES
                                       PIC X(16).
       01  WS-IND-EST-SIMUL            PIC 9(05) VALUE ZERO.

       01  WS-ESTORNO-ABERTO           PIC X(01) VALUE "N".
           88  ESTORNO-ABERTO                 VALUE "S".
       01  WS-FIM-ESTORNOS             PIC X(01) VALUE "N".
           88  FIM-DOS-ESTORNOS               VALUE "S".
       01  WS-QTD-ESTORNOS-LISTADOS    PIC 9(08) VALUE ZERO.
       01  WS-VALOR-ESTORNADO          PIC S9(10)V99 VALUE ZERO.

       01  WS-CABECALHO-ESTORNOS       PIC X(20)
               VALUE "ESTORNOS PROCESSADOS".

       01  WS-LINHA-ESTORNO.
           05  FILLER                  PIC X(08) VALUE "ESTORNO ".
           05  WS-LES-ID               PIC X(16).
           05  FILLER                  PIC X(06) VALUE " ORIG ".
           05  WS-LES-ORIGINAL         PIC X(16).
           05  FILLER                  PIC X(04) VALUE " OP=".
           05  WS-LES-OPER             PIC X(01).
           05  FILLER                  PIC X(04) VALUE " CC=".
           05  WS-LES-CC               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LES-VALOR            PIC -(8)9.99.

       01  WS-LINHA-TOTAL-ESTORNOS.
           05  FILLER                  PIC X(20)
                   VALUE "TOTAL ESTORNADO:    ".
           05  WS-LES-TOTAL            PIC -(10)9.99.

000400     PROCEDURE DIVISION.
          MAIN.
              PERFORM INICIA-ESTATISTICAS
              PERFORM LER-PARAMETROS
              PERFORM VERIFICA-FLUXO
              PERFORM VERIFICA-OPERADOR
              PERFORM CARREGA-CONTROLE-EXECUCAO
              PERFORM CARREGA-CALENDARIO
              PERFORM CARREGA-PERIODOS
              PERFORM VERIFICA-LOTE
              IF EXECUCAO-EM-FLUXO
                  PERFORM CONFERE-TRANSIN-FLUXO
              END-IF
              IF LOTE-OK
                  PERFORM ABRIR-ARQUIVOS
                  IF NOT SIMULACAO-RECUSADA
                  END-IF
              ELSE
                  MOVE 8 TO WS-CODIGO-RETORNO
                  IF EXECUCAO-EM-FLUXO
                      PERFORM ESVAZIA-SAIDAS-FLUXO
                  END-IF
              END-IF
              PERFORM GRAVA-ESTATISTICAS
              MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT LOTREC-FILE
               IF WS-LOTREC-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " LOTESREC - FILE STATUS " WS-LOTREC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FIM-DA-VERIFICACAO
                   READ TRANS-FILE
                       AT END
                               PERFORM ENCERRA-LOTE-VERIFICACAO
                           END-IF
                       NOT AT END
                           ADD 1 TO WS-QTD-REGISTROS-TRANSIN
                           PERFORM CLASSIFICA-REGISTRO-LOTE
                   END-READ
                   IF WS-TRANS-STATUS NOT = "00" AND
               IF LOTEREJ-ABERTO
                   CLOSE LOTEREJ-FILE
               END-IF
               CLOSE LOTREC-FILE
               PERFORM GRAVA-LOTES-ACEITOS
               IF WS-QTD-LOTES-ACEITOS > ZERO
                   SET LOTE-OK TO TRUE
               WRITE LOTEREJ-RECORD
               MOVE SPACES TO LOTEREJ-RECORD
               WRITE LOTEREJ-RECORD
               MOVE WS-ID-LOTE TO LRC-ID-LOTE
               MOVE WS-ORIGEM-LOTE TO LRC-ORIGEM
               MOVE WS-DATA-MOVIMENTO TO LRC-DATA-MOVIMENTO
               MOVE WS-MOTIVO-LOTE TO LRC-MOTIVO
               MOVE WS-TRL-CONTAGEM TO LRC-CONTAGEM-INFORMADA
               MOVE WS-LOTE-CONTAGEM TO LRC-CONTAGEM-APURADA
               WRITE LOTREC-RECORD
               DISPLAY "LOTE REJEITADO: " WS-ID-LOTE " "
                   WS-MOTIVO-LOTE.

                   OPEN EXTEND GL-FILE
                   OPEN EXTEND MAPEXC-FILE
                   OPEN EXTEND DUPL-FILE
                   OPEN EXTEND ESTORNO-FILE
                   OPEN EXTEND APROV-NOV-FILE
               ELSE
                   OPEN OUTPUT RESULT-FILE
                   OPEN OUTPUT REJECT-FILE
                   OPEN OUTPUT EXCEPTION-FILE
                   OPEN OUTPUT MAPEXC-FILE
                   OPEN OUTPUT DUPL-FILE
                   OPEN OUTPUT ESTORNO-FILE
                   OPEN OUTPUT APROV-NOV-FILE
                   IF NOT MODO-SIMULACAO
                       OPEN OUTPUT AUDIT-FILE
                       OPEN OUTPUT GL-FILE
                  WS-EXCEPTION-STATUS NOT = "00" OR
                  WS-GL-STATUS NOT = "00" OR
                  WS-MAPEXC-STATUS NOT = "00" OR
                  WS-DUPL-STATUS NOT = "00" OR
                  WS-ESTORNO-STATUS NOT = "00" OR
                  WS-APROV-NOV-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR UM DOS"
                       " ARQUIVOS DE SAIDA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET ESTORNO-ABERTO TO TRUE
               IF NOT MODO-SIMULACAO
                   OPEN OUTPUT CHECKPOINT-FILE
                   IF WS-CHECKPOINT-STATUS NOT = "00"
               END-IF
               PERFORM CARREGA-MAPA-GL
               PERFORM CARREGA-CENTROS-CUSTO
               PERFORM CARREGA-APROVADAS
               PERFORM ABRE-HISTORICO-MESTRE.

           LER-PARAMETROS.
                                   " DATAS COM CALCULO CONCLUIDO"
                                   " SERAO ACEITAS NESTA EXECUCAO"
                           END-IF
                           IF PARM-LIMITE-APROVACAO NUMERIC AND
                              PARM-LIMITE-APROVACAO > ZERO
                               MOVE PARM-LIMITE-APROVACAO
                                   TO WS-LIMITE-APROVACAO
                               SET FILA-APROVACAO-ATIVA TO TRUE
                           END-IF
                   END-READ
                   CLOSE PARM-FILE
               END-IF.

      *    Fluxo sem nenhum lote aceito nao abre as saidas; elas sao
      *    regravadas vazias para que a consolidacao nao junte
      *    arquivos de uma execucao anterior do mesmo fluxo.
           ESVAZIA-SAIDAS-FLUXO.
               OPEN OUTPUT RESULT-FILE
               CLOSE RESULT-FILE
               OPEN OUTPUT REJECT-FILE
               CLOSE REJECT-FILE
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN OUTPUT DUPL-FILE
               CLOSE DUPL-FILE
               OPEN OUTPUT APROV-NOV-FILE
               CLOSE APROV-NOV-FILE
               OPEN OUTPUT ESTORNO-FILE
               CLOSE ESTORNO-FILE
               IF NOT MODO-SIMULACAO
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN OUTPUT GL-FILE
                   CLOSE GL-FILE
                   OPEN OUTPUT HISTD-SAI-FILE
                   CLOSE HISTD-SAI-FILE
               END-IF.

      *    Com a variavel FLUXO informada o programa roda como um
      *    dos fluxos do plano gravado pelo SEPARAFLUXOS no FLUXOCTL.
      *    Fluxo fora do plano nao tem o que processar e termina sem
      *    gravar nada.
           VERIFICA-FLUXO.
               ACCEPT WS-FLUXO-INFORMADO FROM ENVIRONMENT "FLUXO"
               IF WS-FLUXO-INFORMADO NOT = SPACES
                   IF WS-FLUXO-INFORMADO NOT NUMERIC OR
                      WS-FLUXO-INFORMADO = "0"
                       DISPLAY "ERRO FATAL: FLUXO INVALIDO - "
                           WS-FLUXO-INFORMADO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-FLUXO-INFORMADO TO WS-NUMERO-FLUXO
                   OPEN INPUT FLUXO-CTL-FILE
                   IF WS-FLUXO-CTL-STATUS NOT = "00"
                       DISPLAY "ERRO FATAL: FLUXOCTL INDISPONIVEL"
                           " - FILE STATUS " WS-FLUXO-CTL-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM UNTIL FIM-DOS-FLUXOS OR ACHOU-FLUXO
                       READ FLUXO-CTL-FILE
                           AT END
                               MOVE "S" TO WS-FIM-FLUXOS
                           NOT AT END
                               IF FLX-NUMERO = WS-NUMERO-FLUXO AND
                                  FLX-PLANEJADO
                                   SET ACHOU-FLUXO TO TRUE
                                   MOVE FLX-ID-DIVISAO
                                       TO WS-FLUXO-ID-DIVISAO
                                   MOVE FLX-QTD-LOTES
                                       TO WS-FLUXO-QTD-LOTES
                                   MOVE FLX-QTD-REGISTROS
                                       TO WS-FLUXO-QTD-REGISTROS
                               END-IF
                       END-READ
                       IF WS-FLUXO-CTL-STATUS NOT = "00" AND
                          WS-FLUXO-CTL-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM FLUXOCTL - FILE"
                               " STATUS " WS-FLUXO-CTL-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
                   CLOSE FLUXO-CTL-FILE
                   IF NOT ACHOU-FLUXO
                       DISPLAY "FLUXO " WS-NUMERO-FLUXO
                           " NAO PLANEJADO NO FLUXOCTL - NADA A"
                           " PROCESSAR"
                       MOVE ZERO TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET EXECUCAO-EM-FLUXO TO TRUE
                   DISPLAY "EXECUCAO DO FLUXO " WS-NUMERO-FLUXO
                       " DA DIVISAO " WS-FLUXO-ID-DIVISAO
               END-IF.

      *    O TRANSIN do fluxo tem de ser o que o SEPARAFLUXOS gravou
      *    para ele nesta divisao.
           CONFERE-TRANSIN-FLUXO.
               IF WS-QTD-REGISTROS-TRANSIN NOT = WS-FLUXO-QTD-REGISTROS
                   DISPLAY "ERRO FATAL: TRANSIN DO FLUXO "
                       WS-NUMERO-FLUXO " COM " WS-QTD-REGISTROS-TRANSIN
                       " REGISTROS - FLUXOCTL PREVE "
                       WS-FLUXO-QTD-REGISTROS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *    Identifica o operador da execucao e confere no cadastro
      *    OPERMST se ele esta ativo, antes de qualquer lancamento.
      *    As operacoes permitidas e o teto de valor do operador
                                       WS-MAPA-OPERACAO(WS-QTD-MAPA)
                                   MOVE GLMAP-CENTRO-CUSTO TO
                                       WS-MAPA-CC(WS-QTD-MAPA)
                                   MOVE GLMAP-CONTA-DEBITO TO
                                       WS-MAPA-CONTA-DEB(WS-QTD-MAPA)
                                   MOVE GLMAP-CONTA-CREDITO TO
                                       WS-MAPA-CONTA-CRED(WS-QTD-MAPA)
                               ELSE
                                   DISPLAY "AVISO: TABELA DE MAPA GL"
                                       " CHEIA - REGISTRO IGNORADO"
                   DISPLAY "CENTROS DE CUSTO NAO SERAO VALIDADOS"
               END-IF.

      *    Transacoes aprovadas no cadastro de aprovacoes em vigor
      *    (ultima geracao do APROVSAI). Sem o cadastro, nenhuma
      *    transacao passa como ja aprovada.
           CARREGA-APROVADAS.
               OPEN INPUT APROV-MST-FILE
               IF WS-APROV-MST-STATUS = "00"
                   PERFORM UNTIL FIM-DAS-APROVADAS
                       READ APROV-MST-FILE
                           AT END
                               MOVE "S" TO WS-FIM-APROVADAS
                           NOT AT END
                               IF APR-APROVADA
                                   PERFORM GUARDA-APROVADA
                               END-IF
                       END-READ
                       IF WS-APROV-MST-STATUS NOT = "00" AND
                          WS-APROV-MST-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM APROVMST - FILE"
                               " STATUS " WS-APROV-MST-STATUS
                           MOVE "S" TO WS-FIM-APROVADAS
                       END-IF
                   END-PERFORM
                   CLOSE APROV-MST-FILE
               ELSE
                   DISPLAY "AVISO: CADASTRO APROVMST INDISPONIVEL -"
                       " FILE STATUS " WS-APROV-MST-STATUS
               END-IF.

           GUARDA-APROVADA.
               IF WS-QTD-APROVADAS < 1000
                   ADD 1 TO WS-QTD-APROVADAS
                   MOVE APR-TRANS-ID
                       TO WS-APV-TRANS-ID(WS-QTD-APROVADAS)
                   MOVE APR-TRANSACAO
                       TO WS-APV-TRANSACAO(WS-QTD-APROVADAS)
               ELSE
                   DISPLAY "AVISO: TABELA DE APROVADAS CHEIA -"
                       " TRANSACAO " APR-TRANS-ID " IGNORADA"
               END-IF.

           VALIDA-CENTRO-CUSTO.
               MOVE "N" TO WS-ACHOU-CCUSTO
               MOVE ZERO TO WS-IND-CCUSTO-ACHADO
                   IF HIST-MST-ABERTO
                       MOVE WS-ID-TRANSACAO TO HIST-TRANS-ID
                       MOVE WS-DATA-REFERENCIA TO HIST-DATA-PROCESSO
                       PERFORM MONTA-LANCAMENTO-HISTORICO
                       WRITE HIST-RECORD
                           INVALID KEY
                               REWRITE HIST-RECORD
                   END-IF
               END-IF.

      *    Guarda no historico o que foi contabilizado, base para
      *    um estorno futuro desta transacao.
           MONTA-LANCAMENTO-HISTORICO.
               IF TIPO-ESTORNO
                   SET HIST-LANCTO-ESTORNO TO TRUE
                   MOVE WS-ID-ESTORNADO TO HIST-ID-RELACIONADO
               ELSE
                   SET HIST-LANCTO-NORMAL TO TRUE
                   MOVE SPACES TO HIST-ID-RELACIONADO
               END-IF
               SET HIST-ATIVA TO TRUE
               MOVE NUMERO1 TO HIST-NUMERO1
               MOVE NUMERO2 TO HIST-NUMERO2
               MOVE OPERACAO TO HIST-OPERACAO
               MOVE RESULTADO TO HIST-VALOR
               MOVE WS-CENTRO-CUSTO TO HIST-CENTRO-CUSTO
               MOVE WS-MOEDA TO HIST-MOEDA
               MOVE WS-TAXA-APLICADA TO HIST-TAXA-CAMBIO
               MOVE WS-CONTA-DEBITO TO HIST-CONTA-DEBITO
               MOVE WS-CONTA-CREDITO TO HIST-CONTA-CREDITO
               MOVE ZERO TO HIST-DATA-ESTORNO.

           LER-CHECKPOINT.
               MOVE ZERO TO WS-SEQ-CHECKPOINT
               MOVE ZERO TO WS-TOTAL-CONTROLE
                                   MOVE CKPT-NUM-PAGINA
                                       TO WS-NUM-PAGINA
                                   PERFORM RESTAURA-TOTAIS-DIA
                                   PERFORM RESTAURA-DIARIO-GL
                               ELSE
                                   MOVE ZERO TO WS-SEQ-CHECKPOINT
                                   MOVE ZERO TO WS-TOTAL-CONTROLE
                                   MOVE ZERO TO WS-NUM-PAGINA
                                   PERFORM ZERA-TOTAIS-DIA
                                   PERFORM ZERA-DIARIO-GL
                               END-IF
                       END-READ
                   END-PERFORM
               MOVE WS-TOTAL-CONTROLE TO CKPT-TOTAL-CONTROLE
               MOVE WS-NUM-PAGINA TO CKPT-NUM-PAGINA
               PERFORM SALVA-TOTAIS-DIA-CHECKPOINT
               MOVE WS-DIARIO-ABERTO TO CKPT-DIARIO-ABERTO
               MOVE WS-DIA-QTD-LINHAS TO CKPT-DIARIO-LINHAS
               MOVE WS-DIA-TOTAL-DEBITOS TO CKPT-DIARIO-DEBITOS
               MOVE WS-DIA-TOTAL-CREDITOS TO CKPT-DIARIO-CREDITOS
               SET CKPT-EM-ANDAMENTO TO TRUE
               WRITE CHECKPOINT-RECORD.

           ZERA-TOTAIS-DIA.
               MOVE ZERO TO WS-QTD-DATAS-DIA.

           RESTAURA-DIARIO-GL.
               PERFORM ZERA-DIARIO-GL
               IF CKPT-DIARIO-ABERTO = "S"
                   SET DIARIO-GL-ABERTO TO TRUE
               END-IF
               IF CKPT-DIARIO-LINHAS NUMERIC
                   MOVE CKPT-DIARIO-LINHAS TO WS-DIA-QTD-LINHAS
               END-IF
               IF CKPT-DIARIO-DEBITOS NUMERIC
                   MOVE CKPT-DIARIO-DEBITOS TO WS-DIA-TOTAL-DEBITOS
               END-IF
               IF CKPT-DIARIO-CREDITOS NUMERIC
                   MOVE CKPT-DIARIO-CREDITOS TO WS-DIA-TOTAL-CREDITOS
               END-IF.

           ZERA-DIARIO-GL.
               MOVE "N" TO WS-DIARIO-ABERTO
               MOVE ZERO TO WS-DIA-QTD-LINHAS
               MOVE ZERO TO WS-DIA-TOTAL-DEBITOS
               MOVE ZERO TO WS-DIA-TOTAL-CREDITOS.

           INICIA-PAGINA.
               ADD 1 TO WS-NUM-PAGINA
               PERFORM GRAVA-CABECALHO
                           EVALUATE TRUE
                               WHEN HDR-REGISTRO-HEADER
                                   PERFORM ENTRA-LOTE-PROCESSAMENTO
                                   PERFORM ABRE-DIARIO-GL
                               WHEN TRL-REGISTRO-TRAILER
                                   PERFORM FECHA-DIARIO-GL
                                   PERFORM SAI-LOTE-PROCESSAMENTO
                               WHEN OTHER
                                   IF NOT LOTE-ABERTO-PROC
               END-IF.

           MOVE-CAMPOS-TRANSACAO.
               MOVE TRANS-RECORD TO WS-REGISTRO-TRANSACAO
               MOVE TRANS-TIPO-REG TO WS-TIPO-REGISTRO
               MOVE TRANS-ID TO WS-ID-TRANSACAO
               MOVE TRANS-NUMERO1 TO NUMERO1
               ELSE
                   MOVE ZERO TO WS-RESSUBMISSOES
               END-IF
               MOVE TRANS-MOTIVO-ORIGINAL TO WS-MOTIVO-ORIGINAL
               MOVE TRANS-ID-ESTORNADO TO WS-ID-ESTORNADO.

           PROCESSA-TRANSACOES.
               ADD 1 TO WS-QTD-LIDAS
               ADD 1 TO WS-LOT-QTD-LIDAS(WS-LOTE-CORRENTE)
               IF TIPO-ESTORNO
                   PERFORM VALIDA-ESTORNO
               ELSE
                   PERFORM VALIDA-TRANSACAO
               END-IF
               IF TRANSACAO-VALIDA
                   ADD 1 TO WS-QTD-VALIDAS
                   ADD 1 TO WS-LOT-QTD-VALIDAS(WS-LOTE-CORRENTE)
                   IF TIPO-ESTORNO
                       PERFORM GRAVA-ESTORNO
                   ELSE
                       IF NOT PARA-APROVACAO
                           PERFORM CONVERTE-MOEDA
                           IF NOT ERRO-DE-CALCULO
                               PERFORM CALCULA-OPERACAO
                           END-IF
                       END-IF
                       EVALUATE TRUE
                           WHEN PARA-APROVACAO
                               PERFORM GRAVA-PENDENTE-APROVACAO
                           WHEN ERRO-DE-CALCULO
                               PERFORM GRAVA-EXCECAO
                           WHEN OTHER
                               PERFORM GRAVA-RESULTADO
                       END-EVALUATE
                   END-IF
               ELSE
                   PERFORM GRAVA-REJEICAO
               SET TRANSACAO-VALIDA TO TRUE
               MOVE SPACES TO WS-MOTIVO-REJEICAO
               MOVE "N" TO WS-EH-DUPLICADA
               MOVE "N" TO WS-PARA-APROVACAO
               MOVE "N" TO WS-PRE-APROVADA
               MOVE SPACES TO WS-MOTIVO-APROVACAO
               EVALUATE TRUE
                   WHEN WS-TIPO-REGISTRO NOT = "D"
                       SET TRANSACAO-INVALIDA TO TRUE
                       SET TRANSACAO-INVALIDA TO TRUE
                       MOVE "OPERACAO INVALIDA" TO WS-MOTIVO-REJEICAO
               END-EVALUATE
               IF TRANSACAO-VALIDA AND WS-QTD-APROVADAS > ZERO
                   PERFORM PROCURA-PRE-APROVACAO
               END-IF
               IF TRANSACAO-VALIDA
                   PERFORM VALIDA-AUTORIZACAO-OPERADOR
               END-IF
                       MOVE "TRANSACAO DUPLICADA"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
               IF TRANSACAO-VALIDA AND FILA-APROVACAO-ATIVA AND
                  NOT PRE-APROVADA AND NOT PARA-APROVACAO
                   PERFORM VERIFICA-LIMITE-APROVACAO
               END-IF.

      *    Transacao ja aprovada no APROVATRANS: mesmo TRANS-ID e
      *    registro de entrada identico ao aprovado.
           PROCURA-PRE-APROVACAO.
               PERFORM VARYING WS-IND-APROVADA FROM 1 BY 1
                       UNTIL WS-IND-APROVADA > WS-QTD-APROVADAS
                       OR PRE-APROVADA
                   IF WS-APV-TRANS-ID(WS-IND-APROVADA) =
                          WS-ID-TRANSACAO AND
                      WS-APV-TRANSACAO(WS-IND-APROVADA) =
                          WS-REGISTRO-TRANSACAO
                       SET PRE-APROVADA TO TRUE
                   END-IF
               END-PERFORM.

      *    Os valores de entrada sao comparados ao limite de
      *    aprovacao como ao teto do operador, antes da conversao
      *    de moeda.
           VERIFICA-LIMITE-APROVACAO.
               MOVE FUNCTION ABS(NUMERO1) TO WS-VALOR-ABSOLUTO
               IF WS-VALOR-ABSOLUTO > WS-LIMITE-APROVACAO
                   SET PARA-APROVACAO TO TRUE
                   MOVE "ACIMA DO LIMITE DE APROVACAO"
                       TO WS-MOTIVO-APROVACAO
               END-IF
               MOVE FUNCTION ABS(NUMERO2) TO WS-VALOR-ABSOLUTO
               IF WS-VALOR-ABSOLUTO > WS-LIMITE-APROVACAO
                   SET PARA-APROVACAO TO TRUE
                   MOVE "ACIMA DO LIMITE DE APROVACAO"
                       TO WS-MOTIVO-APROVACAO
               END-IF.

      *    Estorno: o registro "E" so traz o proprio identificador
      *    e o da transacao a desfazer. O lancamento original vem do
      *    HISTMST e precisa estar ativo (nao estornado, nao ser ele
      *    mesmo um estorno) e num periodo contabil ainda aberto.
      *    O operador precisa estar autorizado na operacao original.
           VALIDA-ESTORNO.
               SET TRANSACAO-VALIDA TO TRUE
               MOVE SPACES TO WS-MOTIVO-REJEICAO
               MOVE "N" TO WS-EH-DUPLICADA
               MOVE "N" TO WS-PARA-APROVACAO
               MOVE "N" TO WS-PRE-APROVADA
               EVALUATE TRUE
                   WHEN WS-ID-TRANSACAO = SPACES
                       SET TRANSACAO-INVALIDA TO TRUE
                       MOVE "TRANSACAO SEM IDENTIFICACAO"
                           TO WS-MOTIVO-REJEICAO
                   WHEN WS-ID-ESTORNADO = SPACES
                       SET TRANSACAO-INVALIDA TO TRUE
                       MOVE "ESTORNO SEM TRANSACAO ORIGINAL"
                           TO WS-MOTIVO-REJEICAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF TRANSACAO-VALIDA
                   PERFORM VERIFICA-DUPLICIDADE
                   IF ACHOU-HISTORICO
                       SET TRANSACAO-INVALIDA TO TRUE
                       SET EH-DUPLICADA TO TRUE
                       MOVE "TRANSACAO DUPLICADA"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
               IF TRANSACAO-VALIDA
                   PERFORM PROCURA-ORIGINAL-ESTORNO
               END-IF
               IF TRANSACAO-VALIDA
                   PERFORM VALIDA-AUTORIZACAO-OPERADOR
               END-IF
               IF TRANSACAO-INVALIDA
                   ADD 1 TO WS-QTD-ESTORNOS-REJ
               END-IF.

           PROCURA-ORIGINAL-ESTORNO.
               MOVE "N" TO WS-ACHOU-ORIGINAL
               IF HIST-MST-ABERTO
                   MOVE WS-ID-ESTORNADO TO HIST-TRANS-ID
                   READ HIST-MST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET ACHOU-ORIGINAL TO TRUE
                   END-READ
                   IF WS-HIST-MST-STATUS NOT = "00" AND
                      WS-HIST-MST-STATUS NOT = "23"
                       DISPLAY "ERRO DE LEITURA EM HISTMST - FILE"
                           " STATUS " WS-HIST-MST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN NOT ACHOU-ORIGINAL
                       SET TRANSACAO-INVALIDA TO TRUE
                       MOVE "TRANSACAO ORIGINAL INEXISTENTE"
                           TO WS-MOTIVO-REJEICAO
                   WHEN HIST-LANCTO-ESTORNO
                       SET TRANSACAO-INVALIDA TO TRUE
                       MOVE "ORIGINAL JA E UM ESTORNO"
                           TO WS-MOTIVO-REJEICAO
                   WHEN HIST-ESTORNADA
                       SET TRANSACAO-INVALIDA TO TRUE
                       MOVE "TRANSACAO JA ESTORNADA"
                           TO WS-MOTIVO-REJEICAO
                   WHEN NOT HIST-LANCTO-NORMAL OR
                        HIST-VALOR NOT NUMERIC
                       SET TRANSACAO-INVALIDA TO TRUE
                       MOVE "ORIGINAL SEM DADOS DE LANCTO"
                           TO WS-MOTIVO-REJEICAO
                   WHEN OTHER
                       PERFORM CARREGA-LANCAMENTO-ORIGINAL
               END-EVALUATE
               IF TRANSACAO-VALIDA AND MODO-SIMULACAO
                   PERFORM VERIFICA-ESTORNO-SIMULACAO
               END-IF
               IF TRANSACAO-VALIDA
                   MOVE WS-EST-DATA-ORIGINAL TO WS-DATA-VERIFICADA
                   PERFORM VERIFICA-PERIODO-FECHADO
                   IF PERIODO-FECHADO
                       SET TRANSACAO-INVALIDA TO TRUE
                       MOVE "PERIODO DO ORIGINAL FECHADO"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF.

           CARREGA-LANCAMENTO-ORIGINAL.
               MOVE HIST-NUMERO1 TO NUMERO1
               MOVE HIST-NUMERO2 TO NUMERO2
               MOVE HIST-OPERACAO TO OPERACAO
               MOVE HIST-CENTRO-CUSTO TO WS-CENTRO-CUSTO
               MOVE HIST-MOEDA TO WS-MOEDA
               MOVE HIST-TAXA-CAMBIO TO WS-TAXA-APLICADA
               MOVE HIST-VALOR TO WS-EST-VALOR-ORIGINAL
               MOVE HIST-CONTA-DEBITO TO WS-EST-CONTA-DEBITO
               MOVE HIST-CONTA-CREDITO TO WS-EST-CONTA-CREDITO
               MOVE HIST-DATA-PROCESSO TO WS-EST-DATA-ORIGINAL.

           VERIFICA-ESTORNO-SIMULACAO.
               PERFORM VARYING WS-IND-EST-SIMUL FROM 1 BY 1
                       UNTIL WS-IND-EST-SIMUL > WS-QTD-EST-SIMUL
                       OR TRANSACAO-INVALIDA
                   IF WS-EST-SIM-ID(WS-IND-EST-SIMUL) = WS-ID-ESTORNADO
                       SET TRANSACAO-INVALIDA TO TRUE
                       MOVE "TRANSACAO JA ESTORNADA"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               END-PERFORM.

           VALIDA-AUTORIZACAO-OPERADOR.
               MOVE "N" TO WS-OPER-OP-PERMITIDA
               PERFORM VARYING WS-IND-OPER-OP FROM 1 BY 1
                   MOVE "OPERACAO NAO AUTORIZADA"
                       TO WS-MOTIVO-REJEICAO
               ELSE
                   IF WS-OPER-LIMITE > ZERO AND NOT PRE-APROVADA
                       MOVE FUNCTION ABS(NUMERO1) TO WS-VALOR-ABSOLUTO
                       IF WS-VALOR-ABSOLUTO > WS-OPER-LIMITE
                           PERFORM TRATA-LIMITE-OPERADOR
                       END-IF
                       MOVE FUNCTION ABS(NUMERO2) TO WS-VALOR-ABSOLUTO
                       IF WS-VALOR-ABSOLUTO > WS-OPER-LIMITE
                           PERFORM TRATA-LIMITE-OPERADOR
                       END-IF
                   END-IF
               END-IF.

      *    Com a fila de aprovacao ativa, a transacao acima do teto
      *    do operador aguarda aprovacao em vez de ser rejeitada.
      *    Estornos continuam rejeitados.
           TRATA-LIMITE-OPERADOR.
               IF FILA-APROVACAO-ATIVA AND NOT TIPO-ESTORNO
                   SET PARA-APROVACAO TO TRUE
                   MOVE "LIMITE DO OPERADOR EXCEDIDO"
                       TO WS-MOTIVO-APROVACAO
               ELSE
                   SET TRANSACAO-INVALIDA TO TRUE
                   MOVE "LIMITE DO OPERADOR EXCEDIDO"
                       TO WS-MOTIVO-REJEICAO
               END-IF.

           VALIDA-MOEDA.
               MOVE 1 TO WS-TAXA-APLICADA
               IF WS-MOEDA NOT = WS-MOEDA-BASE
                   MOVE "ESTOURO DE CAPACIDADE" TO WS-MOTIVO-EXCECAO
               ELSE
                   IF WS-PARM-CARREGADO AND WS-VALOR-MAXIMO > ZERO
                      AND NOT PRE-APROVADA
                       MOVE FUNCTION ABS(RESULTADO) TO WS-VALOR-ABSOLUTO
                       IF WS-VALOR-ABSOLUTO > WS-VALOR-MAXIMO
                           IF FILA-APROVACAO-ATIVA
                               SET PARA-APROVACAO TO TRUE
                               MOVE "RESULTADO ACIMA DO MAXIMO"
                                   TO WS-MOTIVO-APROVACAO
                           ELSE
                               SET ERRO-DE-CALCULO TO TRUE
                               MOVE "LIMITE MAXIMO EXCEDIDO" TO
                                   WS-MOTIVO-EXCECAO
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               MOVE RESULTADO TO RESULT-VALOR
               MOVE WS-CENTRO-CUSTO TO RESULT-CENTRO-CUSTO
               MOVE WS-MOEDA TO RESULT-MOEDA
               MOVE WS-DATA-REFERENCIA TO RESULT-DATA-MOVIMENTO
               MOVE WS-ID-TRANSACAO TO RESULT-TRANS-ID
               WRITE RESULT-RECORD
               PERFORM GRAVA-LINHA-RELATORIO
               IF NOT MODO-SIMULACAO
               PERFORM GRAVA-INTERFACE-GL
               PERFORM GUARDA-ID-HISTORICO.

      *    Estorno efetivado: resultado, auditoria e GL com o valor
      *    do original de sinal invertido, na mesma conta e centro
      *    de custo; o estorno entra no historico apontando o
      *    original, e o original e marcado como estornado.
           GRAVA-ESTORNO.
               COMPUTE RESULTADO = ZERO - WS-EST-VALOR-ORIGINAL
               MOVE NUMERO1 TO RESULT-NUMERO1
               MOVE NUMERO2 TO RESULT-NUMERO2
               MOVE OPERACAO TO RESULT-OPERACAO
               MOVE RESULTADO TO RESULT-VALOR
               MOVE WS-CENTRO-CUSTO TO RESULT-CENTRO-CUSTO
               MOVE WS-MOEDA TO RESULT-MOEDA
               MOVE WS-DATA-REFERENCIA TO RESULT-DATA-MOVIMENTO
               MOVE WS-ID-TRANSACAO TO RESULT-TRANS-ID
               WRITE RESULT-RECORD
               PERFORM GRAVA-LINHA-ESTORNO
               IF NOT MODO-SIMULACAO
                   PERFORM GRAVA-AUDITORIA
               END-IF
               MOVE WS-EST-CONTA-DEBITO TO WS-CONTA-DEBITO
               MOVE WS-EST-CONTA-CREDITO TO WS-CONTA-CREDITO
               PERFORM GRAVA-LANCAMENTO-GL
               PERFORM GUARDA-ID-HISTORICO
               PERFORM MARCA-ORIGINAL-ESTORNADO.

           GRAVA-LINHA-ESTORNO.
               MOVE WS-ID-TRANSACAO TO ESTR-ID
               MOVE WS-ID-ESTORNADO TO ESTR-ID-ORIGINAL
               MOVE OPERACAO TO ESTR-OPERACAO
               MOVE WS-CENTRO-CUSTO TO ESTR-CENTRO-CUSTO
               MOVE RESULTADO TO ESTR-VALOR
               MOVE WS-EST-CONTA-DEBITO TO ESTR-CONTA-DEBITO
               MOVE WS-EST-CONTA-CREDITO TO ESTR-CONTA-CREDITO
               MOVE WS-EST-DATA-ORIGINAL TO ESTR-DATA-ORIGINAL
               WRITE ESTORNO-RECORD
               ADD 1 TO WS-QTD-ESTORNOS
               ADD RESULTADO TO WS-TOTAL-CONTROLE
                   ON SIZE ERROR
                       SET ESTOURO-TOTAL-CONTROLE TO TRUE
               END-ADD
               PERFORM ACUMULA-TOTAIS-DIA.

           MARCA-ORIGINAL-ESTORNADO.
               IF MODO-SIMULACAO
                   IF WS-QTD-EST-SIMUL < 1000
                       ADD 1 TO WS-QTD-EST-SIMUL
                       MOVE WS-ID-ESTORNADO
                           TO WS-EST-SIM-ID(WS-QTD-EST-SIMUL)
                   ELSE
                       DISPLAY "AVISO: TABELA DE ESTORNOS DA SIMULACAO"
                           " CHEIA - ORIGINAL NAO REGISTRADO"
                   END-IF
               ELSE
                   IF HIST-MST-ABERTO
                       MOVE WS-ID-ESTORNADO TO HIST-TRANS-ID
                       READ HIST-MST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET HIST-ESTORNADA TO TRUE
                               MOVE WS-DATA-REFERENCIA
                                   TO HIST-DATA-ESTORNO
                               MOVE WS-ID-TRANSACAO
                                   TO HIST-ID-RELACIONADO
                               REWRITE HIST-RECORD
                       END-READ
                       IF WS-HIST-MST-STATUS NOT = "00"
                           DISPLAY "ERRO DE GRAVACAO EM HISTMST -"
                               " FILE STATUS " WS-HIST-MST-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-IF.

           GRAVA-INTERFACE-GL.
               PERFORM PROCURA-MAPA-GL
               IF ACHOU-MAPA
                   MOVE WS-MAPA-CONTA-DEB(WS-IND-MAPA)
                       TO WS-CONTA-DEBITO
                   MOVE WS-MAPA-CONTA-CRED(WS-IND-MAPA)
                       TO WS-CONTA-CREDITO
               ELSE
                   MOVE WS-CONTA-SUSPENSE TO WS-CONTA-DEBITO
                   MOVE WS-CONTA-SUSPENSE TO WS-CONTA-CREDITO
                   PERFORM GRAVA-EXCECAO-MAPA
               END-IF
               PERFORM GRAVA-LANCAMENTO-GL.

      *    Partida dobrada: o resultado sai no diario do lote como
      *    uma linha a debito e outra a credito, de mesmo valor.
           GRAVA-LANCAMENTO-GL.
               IF NOT MODO-SIMULACAO
                   MOVE WS-CONTA-DEBITO TO GL-CONTA-REFERENCIA
                   MOVE "D" TO GL-NATUREZA
                   PERFORM GRAVA-LINHA-DIARIO
                   ADD RESULTADO TO WS-DIA-TOTAL-DEBITOS
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
                   MOVE WS-CONTA-CREDITO TO GL-CONTA-REFERENCIA
                   MOVE "C" TO GL-NATUREZA
                   PERFORM GRAVA-LINHA-DIARIO
                   ADD RESULTADO TO WS-DIA-TOTAL-CREDITOS
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
                   ADD 1 TO WS-QTD-GL-GRAVADOS
               END-IF.

           GRAVA-LINHA-DIARIO.
               ADD 1 TO WS-DIA-QTD-LINHAS
               MOVE "D" TO GL-TIPO-REG
               MOVE WS-LOT-ID(WS-LOTE-CORRENTE) TO GL-ID-DIARIO
               MOVE WS-DIA-QTD-LINHAS TO GL-LINHA-DIARIO
               MOVE RESULTADO TO GL-VALOR
               MOVE WS-DATA-AAAAMMDD TO GL-DATA-EXECUCAO
               MOVE WS-MOEDA TO GL-MOEDA-ORIGEM
               MOVE WS-TAXA-APLICADA TO GL-TAXA-CAMBIO
               MOVE WS-ID-TRANSACAO TO GL-TRANS-ID
               WRITE GL-INTERFACE-RECORD.

      *    Abre o diario GL ao entrar num lote aceito e o fecha no
      *    trailer do lote. Cada um grava checkpoint, para que um
      *    reinicio nao repita header nem trailer ja gravados.
           ABRE-DIARIO-GL.
               IF NOT MODO-SIMULACAO AND
                  WS-LOTE-CORRENTE <= WS-QTD-LOTES
                   IF LOTE-ACEITO(WS-LOTE-CORRENTE)
                       MOVE SPACES TO GL-HEADER-RECORD
                       MOVE "H" TO GLH-TIPO-REG
                       MOVE WS-LOT-ID(WS-LOTE-CORRENTE)
                           TO GLH-ID-DIARIO
                       MOVE WS-LOT-ORIGEM(WS-LOTE-CORRENTE)
                           TO GLH-ORIGEM
                       MOVE WS-DATA-REFERENCIA TO GLH-DATA-MOVIMENTO
                       MOVE WS-DATA-AAAAMMDD TO GLH-DATA-EXECUCAO
                       WRITE GL-HEADER-RECORD
                       SET DIARIO-GL-ABERTO TO TRUE
                       MOVE ZERO TO WS-DIA-QTD-LINHAS
                       MOVE ZERO TO WS-DIA-TOTAL-DEBITOS
                       MOVE ZERO TO WS-DIA-TOTAL-CREDITOS
                       ADD 1 TO WS-QTD-DIARIOS-GL
                       PERFORM GRAVA-CHECKPOINT
                   END-IF
               END-IF.

           FECHA-DIARIO-GL.
               IF DIARIO-GL-ABERTO
                   MOVE SPACES TO GL-TRAILER-RECORD
                   MOVE "T" TO GLT-TIPO-REG
                   MOVE WS-LOT-ID(WS-LOTE-CORRENTE) TO GLT-ID-DIARIO
                   MOVE WS-DIA-QTD-LINHAS TO GLT-QTD-LINHAS
                   MOVE WS-DIA-TOTAL-DEBITOS TO GLT-TOTAL-DEBITOS
                   MOVE WS-DIA-TOTAL-CREDITOS TO GLT-TOTAL-CREDITOS
                   MOVE WS-DATA-AAAAMMDD TO GLT-DATA-EXECUCAO
                   WRITE GL-TRAILER-RECORD
                   MOVE "N" TO WS-DIARIO-ABERTO
                   MOVE ZERO TO WS-DIA-QTD-LINHAS
                   MOVE ZERO TO WS-DIA-TOTAL-DEBITOS
                   MOVE ZERO TO WS-DIA-TOTAL-CREDITOS
                   PERFORM GRAVA-CHECKPOINT
               END-IF.

           PROCURA-MAPA-GL.
               MOVE "N" TO WS-ACHOU-MAPA
               PERFORM VARYING WS-IND-MAPA FROM 1 BY 1
               MOVE NUMERO2 TO AUDIT-NUMERO2
               MOVE OPERACAO TO AUDIT-OPERACAO
               MOVE RESULTADO TO AUDIT-VALOR
               MOVE WS-ID-TRANSACAO TO AUDIT-TRANS-ID
               WRITE AUDIT-RECORD.

           GRAVA-LINHA-RELATORIO.
                   END-IF
               END-IF.

      *    Transacao retida para aprovacao: vai para o APROVNOV com
      *    a imagem do registro de entrada, o lote e quem a
      *    submeteu. Nada e lancado ate o APROVATRANS liberar.
           GRAVA-PENDENTE-APROVACAO.
               MOVE SPACES TO APROV-RECORD
               MOVE WS-ID-TRANSACAO TO APR-TRANS-ID
               SET APR-PENDENTE TO TRUE
               MOVE WS-ID-LOTE TO APR-ID-LOTE
               MOVE WS-ORIGEM-LOTE TO APR-ORIGEM
               MOVE WS-DATA-REFERENCIA TO APR-DATA-MOVIMENTO
               MOVE WS-MOTIVO-APROVACAO TO APR-MOTIVO
               MOVE WS-OPERADOR-ID TO APR-OPERADOR-SUBMISSAO
               MOVE WS-AUDIT-TIMESTAMP TO APR-TS-SUBMISSAO
               MOVE WS-REGISTRO-TRANSACAO TO APR-TRANSACAO
               MOVE APROV-RECORD TO APROV-NOV-RECORD
               WRITE APROV-NOV-RECORD
               ADD 1 TO WS-QTD-PEND-APROVACAO.

           GRAVA-EXCECAO.
               MOVE WS-MOTIVO-EXCECAO TO WS-EXC-MOTIVO
               MOVE NUMERO1 TO WS-EXC-NUM1
               MOVE WS-MOTIVO-REJEICAO TO REJECT-MOTIVO
               MOVE WS-RESSUBMISSOES TO REJECT-RESSUBMISSOES
               MOVE WS-MOTIVO-ORIGINAL TO REJECT-MOTIVO-ORIGINAL
               MOVE WS-TIPO-REGISTRO TO REJECT-TIPO-REG
               IF TIPO-ESTORNO
                   MOVE WS-ID-ESTORNADO TO REJECT-ID-ESTORNADO
               ELSE
                   MOVE SPACES TO REJECT-ID-ESTORNADO
               END-IF
               MOVE WS-ID-LOTE TO REJECT-ID-LOTE
               MOVE WS-ORIGEM-LOTE TO REJECT-ORIGEM
               MOVE WS-DATA-REFERENCIA TO REJECT-DATA-MOVIMENTO
               WRITE REJECT-RECORD
               ADD 1 TO WS-QTD-REJEITADAS
               ADD 1 TO WS-LOT-QTD-REJ(WS-LOTE-CORRENTE)
               WRITE DUPL-RECORD
               ADD 1 TO WS-QTD-DUPLICADAS.

      *    Secao de estornos do RELATORIO, a partir do ESTORNOS da
      *    execucao (inclui os estornos anteriores a um reinicio).
           GRAVA-SECAO-ESTORNOS.
               CLOSE ESTORNO-FILE
               MOVE ZERO TO WS-QTD-ESTORNOS-LISTADOS
               MOVE ZERO TO WS-VALOR-ESTORNADO
               MOVE "N" TO WS-FIM-ESTORNOS
               OPEN INPUT ESTORNO-FILE
               IF WS-ESTORNO-STATUS = "00"
                   PERFORM UNTIL FIM-DOS-ESTORNOS
                       READ ESTORNO-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ESTORNOS
                           NOT AT END
                               IF WS-QTD-ESTORNOS-LISTADOS = ZERO
                                   MOVE SPACES TO PRINT-RECORD
                                   WRITE PRINT-RECORD
                                   MOVE WS-CABECALHO-ESTORNOS
                                       TO PRINT-RECORD
                                   WRITE PRINT-RECORD
                               END-IF
                               IF WS-LINHAS-PAGINA >=
                                  WS-MAX-LINHAS-PAGINA
                                   PERFORM INICIA-PAGINA
                               END-IF
                               PERFORM MONTA-LINHA-ESTORNO
                               MOVE WS-LINHA-ESTORNO TO PRINT-RECORD
                               WRITE PRINT-RECORD
                               ADD 1 TO WS-LINHAS-PAGINA
                       END-READ
                       IF WS-ESTORNO-STATUS NOT = "00" AND
                          WS-ESTORNO-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM ESTORNOS -"
                               " FILE STATUS " WS-ESTORNO-STATUS
                           MOVE "S" TO WS-FIM-ESTORNOS
                       END-IF
                   END-PERFORM
                   CLOSE ESTORNO-FILE
                   IF WS-QTD-ESTORNOS-LISTADOS > ZERO
                       MOVE WS-VALOR-ESTORNADO TO WS-LES-TOTAL
                       MOVE WS-LINHA-TOTAL-ESTORNOS TO PRINT-RECORD
                       WRITE PRINT-RECORD
                       MOVE SPACES TO PRINT-RECORD
                       WRITE PRINT-RECORD
                   END-IF
               END-IF.

           MONTA-LINHA-ESTORNO.
               MOVE ESTR-ID TO WS-LES-ID
               MOVE ESTR-ID-ORIGINAL TO WS-LES-ORIGINAL
               MOVE ESTR-OPERACAO TO WS-LES-OPER
               MOVE ESTR-CENTRO-CUSTO TO WS-LES-CC
               MOVE ESTR-VALOR TO WS-LES-VALOR
               ADD 1 TO WS-QTD-ESTORNOS-LISTADOS
               ADD ESTR-VALOR TO WS-VALOR-ESTORNADO
                   ON SIZE ERROR
                       CONTINUE
               END-ADD.

           GRAVA-RODAPE.
               MOVE WS-TOTAL-CONTROLE TO WS-ROD-TOTAL
               MOVE WS-RODAPE TO PRINT-RECORD
               END-IF.

           FECHAR-ARQUIVOS.
               PERFORM GRAVA-SECAO-ESTORNOS
               PERFORM GRAVA-RODAPE
               IF NOT EXECUCAO-EM-FLUXO
                   PERFORM RECONCILIA-TOTAIS
               END-IF
               IF ESTOURO-TOTAL-CONTROLE
                   PERFORM GRAVA-AVISO-ESTOURO-CONTROLE
               END-IF
               END-IF
               CLOSE TRANS-FILE
               CLOSE RESULT-FILE
               IF NOT EXECUCAO-EM-FLUXO
                   PERFORM APURA-REALIZADO-CCUSTO
               END-IF
               CLOSE REJECT-FILE
               CLOSE PRINT-FILE
               CLOSE EXCEPTION-FILE
               CLOSE MAPEXC-FILE
               CLOSE DUPL-FILE
               CLOSE APROV-NOV-FILE
               IF HIST-MST-ABERTO
                   CLOSE HIST-MST-FILE
               END-IF
                       MOVE "N" TO WS-DTD-CONSUMIDA(WS-IND-DATA-DIA)
                   END-PERFORM
                   MOVE "N" TO WS-FIM-HISTD
                   IF EXECUCAO-EM-FLUXO
                       MOVE "35" TO WS-HISTD-ENT-STATUS
                   ELSE
                       OPEN INPUT HISTD-ENT-FILE
                   END-IF
                   IF WS-HISTD-ENT-STATUS = "00"
                       PERFORM UNTIL FIM-DO-HISTD
                           READ HISTD-ENT-FILE
               END-PERFORM
               PERFORM SOMA-TOTAIS-DIA.

      *    Rele o RESULTOUT da execucao (inclusive os resultados
      *    anteriores a um reinicio) e apura o realizado por centro
      *    de custo e mes de movimento. Somado ao realizado anterior
      *    do REALCC e comparado com o ORCAMENTO do mes, aponta os
      *    centros que esta execucao deixou acima do orcamento - o
      *    lancamento segue normalmente, o aviso sai no RELCTRL.
           APURA-REALIZADO-CCUSTO.
               MOVE ZERO TO WS-QTD-REALIZADO
               MOVE "N" TO WS-FIM-RESULTADOS
               OPEN INPUT RESULT-FILE
               IF WS-RESULT-STATUS NOT = "00"
                   DISPLAY "AVISO: RESULTOUT INDISPONIVEL PARA O"
                       " REALIZADO POR CENTRO DE CUSTO - FILE STATUS "
                       WS-RESULT-STATUS
               ELSE
                   SET REALIZADO-APURADO TO TRUE
                   PERFORM UNTIL FIM-DOS-RESULTADOS
                       READ RESULT-FILE
                           AT END
                               MOVE "S" TO WS-FIM-RESULTADOS
                           NOT AT END
                               PERFORM ACUMULA-REALIZADO
                       END-READ
                       IF WS-RESULT-STATUS NOT = "00" AND
                          WS-RESULT-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM RESULTOUT -"
                               " FILE STATUS " WS-RESULT-STATUS
                           MOVE "S" TO WS-FIM-RESULTADOS
                       END-IF
                   END-PERFORM
                   CLOSE RESULT-FILE
                   PERFORM ATUALIZA-REALIZADO-CCUSTO
                   PERFORM CARREGA-ORCAMENTO
                   PERFORM VERIFICA-ESTOURO-ORCAMENTO
               END-IF.

           ACUMULA-REALIZADO.
               MOVE RESULT-CENTRO-CUSTO TO WS-CHR-CC
               DIVIDE RESULT-DATA-MOVIMENTO BY 100 GIVING WS-CHR-MES
               PERFORM PROCURA-REALIZADO
               IF NOT ACHOU-REALIZADO
                   IF WS-QTD-REALIZADO < 600
                       ADD 1 TO WS-QTD-REALIZADO
                       MOVE WS-QTD-REALIZADO TO WS-IND-RLZ-ACHADO
                       PERFORM INICIA-REALIZADO
                   ELSE
                       DISPLAY "AVISO: TABELA DE REALIZADO POR CENTRO"
                           " DE CUSTO CHEIA - RESULTADO IGNORADO"
                   END-IF
               END-IF
               EVALUATE RESULT-OPERACAO
                   WHEN "A"
                       MOVE 1 TO WS-IND-DIA-OP
                   WHEN "S"
                       MOVE 2 TO WS-IND-DIA-OP
                   WHEN "M"
                       MOVE 3 TO WS-IND-DIA-OP
                   WHEN "D"
                       MOVE 4 TO WS-IND-DIA-OP
                   WHEN OTHER
                       MOVE ZERO TO WS-IND-DIA-OP
               END-EVALUATE
               IF WS-IND-DIA-OP > ZERO AND WS-IND-RLZ-ACHADO > ZERO
                   ADD 1 TO WS-RLZ-OP-QTD
                       (WS-IND-RLZ-ACHADO WS-IND-DIA-OP)
                   ADD RESULT-VALOR TO WS-RLZ-OP-VALOR
                       (WS-IND-RLZ-ACHADO WS-IND-DIA-OP)
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
                   ADD RESULT-VALOR
                       TO WS-RLZ-EXECUCAO(WS-IND-RLZ-ACHADO)
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
               END-IF.

           PROCURA-REALIZADO.
               MOVE "N" TO WS-ACHOU-REALIZADO
               MOVE ZERO TO WS-IND-RLZ-ACHADO
               PERFORM VARYING WS-IND-REALIZADO FROM 1 BY 1
                       UNTIL WS-IND-REALIZADO > WS-QTD-REALIZADO
                       OR ACHOU-REALIZADO
                   IF WS-RLZ-CC(WS-IND-REALIZADO) = WS-CHR-CC AND
                      WS-RLZ-MES(WS-IND-REALIZADO) = WS-CHR-MES
                       SET ACHOU-REALIZADO TO TRUE
                       MOVE WS-IND-REALIZADO TO WS-IND-RLZ-ACHADO
                   END-IF
               END-PERFORM.

           INICIA-REALIZADO.
               MOVE WS-CHR-CC TO WS-RLZ-CC(WS-IND-RLZ-ACHADO)
               MOVE WS-CHR-MES TO WS-RLZ-MES(WS-IND-RLZ-ACHADO)
               PERFORM VARYING WS-IND-DIA-OP FROM 1 BY 1
                       UNTIL WS-IND-DIA-OP > 4
                   MOVE ZERO TO WS-RLZ-OP-QTD
                       (WS-IND-RLZ-ACHADO WS-IND-DIA-OP)
                   MOVE ZERO TO WS-RLZ-OP-VALOR
                       (WS-IND-RLZ-ACHADO WS-IND-DIA-OP)
               END-PERFORM
               MOVE ZERO TO WS-RLZ-EXECUCAO(WS-IND-RLZ-ACHADO)
               MOVE ZERO TO WS-RLZ-ANTERIOR(WS-IND-RLZ-ACHADO)
               MOVE ZERO TO WS-RLZ-ORCADO(WS-IND-RLZ-ACHADO)
               MOVE "N" TO WS-RLZ-TEM-ORCAMENTO(WS-IND-RLZ-ACHADO)
               MOVE "N" TO WS-RLZ-CONSUMIDA(WS-IND-RLZ-ACHADO)
               MOVE "N" TO WS-RLZ-ACIMA(WS-IND-RLZ-ACHADO).

      *    Le o realizado anterior de cada centro e mes e, em
      *    execucao real, regrava o REALCC somando o realizado desta
      *    execucao: registros existentes do mesmo centro e mes sao
      *    somados; os demais ganham registro novo ao final.
           ATUALIZA-REALIZADO-CCUSTO.
               IF NOT MODO-SIMULACAO
                   OPEN OUTPUT REALCC-SAI-FILE
                   IF WS-REALCC-SAI-STATUS = "00"
                       SET REALCC-SAI-ABERTO TO TRUE
                   ELSE
                       DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR REALCCSAI"
                           " - FILE STATUS " WS-REALCC-SAI-STATUS
                   END-IF
               END-IF
               MOVE "N" TO WS-FIM-REALCC
               OPEN INPUT REALCC-ENT-FILE
               IF WS-REALCC-ENT-STATUS = "00"
                   PERFORM UNTIL FIM-DO-REALCC
                       READ REALCC-ENT-FILE
                           AT END
                               MOVE "S" TO WS-FIM-REALCC
                           NOT AT END
                               MOVE RCC-CENTRO-CUSTO TO WS-CHR-CC
                               MOVE RCC-MES TO WS-CHR-MES
                               PERFORM PROCURA-REALIZADO
                               IF ACHOU-REALIZADO
                                   PERFORM SOMA-REALIZADO-ANTERIOR
                                   PERFORM SOMA-REALIZADO-EXECUCAO
                                   MOVE "S" TO WS-RLZ-CONSUMIDA
                                       (WS-IND-RLZ-ACHADO)
                               END-IF
                               IF REALCC-SAI-ABERTO
                                   MOVE REALCC-RECORD
                                       TO REALCC-SAI-RECORD
                                   WRITE REALCC-SAI-RECORD
                               END-IF
                       END-READ
                       IF WS-REALCC-ENT-STATUS NOT = "00" AND
                          WS-REALCC-ENT-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM REALCCENT"
                               " - FILE STATUS " WS-REALCC-ENT-STATUS
                           MOVE "S" TO WS-FIM-REALCC
                       END-IF
                   END-PERFORM
                   CLOSE REALCC-ENT-FILE
               ELSE
                   DISPLAY "AVISO: REALCCENT INDISPONIVEL - FILE"
                       " STATUS " WS-REALCC-ENT-STATUS
               END-IF
               IF REALCC-SAI-ABERTO
                   PERFORM VARYING WS-IND-REALIZADO FROM 1 BY 1
                           UNTIL WS-IND-REALIZADO > WS-QTD-REALIZADO
                       IF WS-RLZ-CONSUMIDA(WS-IND-REALIZADO) NOT = "S"
                           MOVE WS-IND-REALIZADO TO WS-IND-RLZ-ACHADO
                           PERFORM MONTA-REGISTRO-REALCC
                           MOVE REALCC-RECORD TO REALCC-SAI-RECORD
                           WRITE REALCC-SAI-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE REALCC-SAI-FILE
               END-IF.

           SOMA-REALIZADO-ANTERIOR.
               PERFORM VARYING WS-IND-DIA-OP FROM 1 BY 1
                       UNTIL WS-IND-DIA-OP > 4
                   IF RCC-OP-VALOR(WS-IND-DIA-OP) NUMERIC
                       ADD RCC-OP-VALOR(WS-IND-DIA-OP)
                           TO WS-RLZ-ANTERIOR(WS-IND-RLZ-ACHADO)
                           ON SIZE ERROR
                               CONTINUE
                       END-ADD
                   END-IF
               END-PERFORM.

           SOMA-REALIZADO-EXECUCAO.
               PERFORM VARYING WS-IND-DIA-OP FROM 1 BY 1
                       UNTIL WS-IND-DIA-OP > 4
                   ADD WS-RLZ-OP-QTD(WS-IND-RLZ-ACHADO WS-IND-DIA-OP)
                       TO RCC-OP-QTD(WS-IND-DIA-OP)
                   ADD WS-RLZ-OP-VALOR
                           (WS-IND-RLZ-ACHADO WS-IND-DIA-OP)
                       TO RCC-OP-VALOR(WS-IND-DIA-OP)
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
               END-PERFORM.

           MONTA-REGISTRO-REALCC.
               MOVE WS-RLZ-CC(WS-IND-RLZ-ACHADO) TO RCC-CENTRO-CUSTO
               MOVE WS-RLZ-MES(WS-IND-RLZ-ACHADO) TO RCC-MES
               PERFORM VARYING WS-IND-DIA-OP FROM 1 BY 1
                       UNTIL WS-IND-DIA-OP > 4
                   MOVE WS-DIA-OP-CODIGO(WS-IND-DIA-OP)
                       TO RCC-OP-CODIGO(WS-IND-DIA-OP)
                   MOVE ZERO TO RCC-OP-QTD(WS-IND-DIA-OP)
                   MOVE ZERO TO RCC-OP-VALOR(WS-IND-DIA-OP)
               END-PERFORM
               PERFORM SOMA-REALIZADO-EXECUCAO.

           CARREGA-ORCAMENTO.
               MOVE "N" TO WS-FIM-ORCAMENTO
               OPEN INPUT ORCAM-FILE
               IF WS-ORCAM-STATUS = "00"
                   PERFORM UNTIL FIM-DO-ORCAMENTO
                       READ ORCAM-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ORCAMENTO
                           NOT AT END
                               MOVE ORC-CENTRO-CUSTO TO WS-CHR-CC
                               MOVE ORC-MES TO WS-CHR-MES
                               PERFORM PROCURA-REALIZADO
                               IF ACHOU-REALIZADO AND
                                  ORC-VALOR NUMERIC
                                   ADD ORC-VALOR TO WS-RLZ-ORCADO
                                       (WS-IND-RLZ-ACHADO)
                                   MOVE "S" TO WS-RLZ-TEM-ORCAMENTO
                                       (WS-IND-RLZ-ACHADO)
                               END-IF
                       END-READ
                       IF WS-ORCAM-STATUS NOT = "00" AND
                          WS-ORCAM-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM ORCAMENTO -"
                               " FILE STATUS " WS-ORCAM-STATUS
                           MOVE "S" TO WS-FIM-ORCAMENTO
                       END-IF
                   END-PERFORM
                   CLOSE ORCAM-FILE
               ELSE
                   DISPLAY "AVISO: CADASTRO ORCAMENTO INDISPONIVEL -"
                       " FILE STATUS " WS-ORCAM-STATUS
                   DISPLAY "ESTOURO DE ORCAMENTO NAO SERA VERIFICADO"
               END-IF.

      *    Centro acima do orcamento: realizado do mes (anterior mais
      *    esta execucao) maior que o orcado, tendo esta execucao
      *    somado valor ao centro. Distingue o centro que estourou
      *    agora do que ja estava acima antes da execucao.
           VERIFICA-ESTOURO-ORCAMENTO.
               MOVE ZERO TO WS-QTD-ACIMA-ORCAMENTO
               PERFORM VARYING WS-IND-REALIZADO FROM 1 BY 1
                       UNTIL WS-IND-REALIZADO > WS-QTD-REALIZADO
                   COMPUTE WS-REALIZADO-MES =
                       WS-RLZ-ANTERIOR(WS-IND-REALIZADO)
                       + WS-RLZ-EXECUCAO(WS-IND-REALIZADO)
                       ON SIZE ERROR
                           CONTINUE
                   END-COMPUTE
                   IF WS-RLZ-TEM-ORCAMENTO(WS-IND-REALIZADO) = "S"
                      AND WS-RLZ-EXECUCAO(WS-IND-REALIZADO) > ZERO
                      AND WS-REALIZADO-MES >
                          WS-RLZ-ORCADO(WS-IND-REALIZADO)
                       MOVE "S" TO WS-RLZ-ACIMA(WS-IND-REALIZADO)
                       ADD 1 TO WS-QTD-ACIMA-ORCAMENTO
                       DISPLAY "AVISO: CENTRO DE CUSTO "
                           WS-RLZ-CC(WS-IND-REALIZADO)
                           " ACIMA DO ORCAMENTO DE "
                           WS-RLZ-MES(WS-IND-REALIZADO)
                   END-IF
               END-PERFORM.

           GRAVA-ESTATISTICAS.
               ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
                       WHEN WS-QTD-REJEITADAS > ZERO OR
                            WS-QTD-EXCECOES > ZERO OR
                            WS-QTD-SEM-MAPA > ZERO OR
                            WS-QTD-LOTES-REJEITADOS > ZERO OR
                            WS-QTD-PEND-APROVACAO > ZERO
                           MOVE 4 TO WS-CODIGO-RETORNO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               IF NOT MODO-SIMULACAO AND LOTE-OK AND
                  WS-CODIGO-RETORNO <= 4 AND NOT EXECUCAO-EM-FLUXO
                   PERFORM MARCA-CALCULO-CONCLUIDO
               END-IF
               PERFORM GRAVA-RELATORIO-CONTROLE
               IF EXECUCAO-EM-FLUXO
                   IF NOT SIMULACAO-RECUSADA
                       PERFORM GRAVA-SITUACAO-FLUXO
                   END-IF
               ELSE
                   PERFORM GRAVA-REGISTRO-RUNLOG
               END-IF.

      *    Marca no controle de execucao a etapa de calculo como
      *    concluida para a data de movimento de cada lote aceito e
                   MOVE WS-OPERADOR-ID TO WS-CTRL-OPER-ID
                   MOVE WS-CTRL-OPERADOR TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   IF EXECUCAO-EM-FLUXO
                       MOVE WS-NUMERO-FLUXO TO WS-CTRL-NUM-FLUXO
                       MOVE WS-FLUXO-ID-DIVISAO TO WS-CTRL-ID-DIVISAO
                       MOVE WS-CTRL-FLUXO TO CTRL-RECORD
                       WRITE CTRL-RECORD
                   END-IF
                   IF NOT LOTE-OK
                       MOVE WS-MOTIVO-LOTE TO WS-LREJ-MOTIVO
                       MOVE WS-LOTEREJ-MOTIVO TO CTRL-RECORD
                   MOVE WS-QTD-EXCECOES TO WS-CTRL-VALOR
                   MOVE WS-CTRL-LINHA TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   MOVE "PENDENTES DE APROVACAO: " TO WS-CTRL-TITULO
                   MOVE WS-QTD-PEND-APROVACAO TO WS-CTRL-VALOR
                   MOVE WS-CTRL-LINHA TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   MOVE "LANCAMENTOS GL GRAVADOS:" TO WS-CTRL-TITULO
                   MOVE WS-QTD-GL-GRAVADOS TO WS-CTRL-VALOR
                   MOVE WS-CTRL-LINHA TO CTRL-RECORD
                   MOVE WS-QTD-SEM-MAPA TO WS-CTRL-VALOR
                   MOVE WS-CTRL-LINHA TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   MOVE "DIARIOS GL GRAVADOS:    " TO WS-CTRL-TITULO
                   MOVE WS-QTD-DIARIOS-GL TO WS-CTRL-VALOR
                   MOVE WS-CTRL-LINHA TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   MOVE SPACES TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   MOVE WS-CTRL-CABECALHO-LOTES TO CTRL-RECORD
                           UNTIL WS-IND-LOTE > WS-QTD-LOTES
                       PERFORM GRAVA-CTRL-LINHA-LOTE
                   END-PERFORM
                   IF ESTORNO-ABERTO
                       PERFORM GRAVA-CTRL-ESTORNOS
                   END-IF
                   IF REALIZADO-APURADO
                       PERFORM GRAVA-CTRL-ORCAMENTO
                   END-IF
                   MOVE SPACES TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   MOVE WS-CODIGO-RETORNO TO WS-CTRL-RC
                   WRITE CTRL-RECORD
               END-IF.

           GRAVA-CTRL-ESTORNOS.
               MOVE SPACES TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE WS-CABECALHO-ESTORNOS TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "ESTORNOS EFETIVADOS:    " TO WS-CTRL-TITULO
               MOVE WS-QTD-ESTORNOS TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "ESTORNOS REJEITADOS:    " TO WS-CTRL-TITULO
               MOVE WS-QTD-ESTORNOS-REJ TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE ZERO TO WS-QTD-ESTORNOS-LISTADOS
               MOVE ZERO TO WS-VALOR-ESTORNADO
               MOVE "N" TO WS-FIM-ESTORNOS
               OPEN INPUT ESTORNO-FILE
               IF WS-ESTORNO-STATUS = "00"
                   PERFORM UNTIL FIM-DOS-ESTORNOS
                       READ ESTORNO-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ESTORNOS
                           NOT AT END
                               PERFORM MONTA-LINHA-ESTORNO
                               MOVE WS-LINHA-ESTORNO TO CTRL-RECORD
                               WRITE CTRL-RECORD
                       END-READ
                       IF WS-ESTORNO-STATUS NOT = "00" AND
                          WS-ESTORNO-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM ESTORNOS -"
                               " FILE STATUS " WS-ESTORNO-STATUS
                           MOVE "S" TO WS-FIM-ESTORNOS
                       END-IF
                   END-PERFORM
                   CLOSE ESTORNO-FILE
                   IF WS-QTD-ESTORNOS-LISTADOS > ZERO
                       MOVE WS-VALOR-ESTORNADO TO WS-LES-TOTAL
                       MOVE WS-LINHA-TOTAL-ESTORNOS TO CTRL-RECORD
                       WRITE CTRL-RECORD
                   END-IF
               END-IF.

           GRAVA-CTRL-ORCAMENTO.
               MOVE SPACES TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE WS-CTRL-CABECALHO-ORCAMENTO TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "CENTROS ACIMA:          " TO WS-CTRL-TITULO
               MOVE WS-QTD-ACIMA-ORCAMENTO TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               PERFORM VARYING WS-IND-REALIZADO FROM 1 BY 1
                       UNTIL WS-IND-REALIZADO > WS-QTD-REALIZADO
                   IF WS-RLZ-ACIMA(WS-IND-REALIZADO) = "S"
                       MOVE WS-RLZ-CC(WS-IND-REALIZADO) TO WS-CTO-CC
                       MOVE WS-RLZ-MES(WS-IND-REALIZADO) TO WS-CTO-MES
                       MOVE WS-RLZ-ORCADO(WS-IND-REALIZADO)
                           TO WS-CTO-ORCADO
                       COMPUTE WS-REALIZADO-MES =
                           WS-RLZ-ANTERIOR(WS-IND-REALIZADO)
                           + WS-RLZ-EXECUCAO(WS-IND-REALIZADO)
                           ON SIZE ERROR
                               CONTINUE
                       END-COMPUTE
                       MOVE WS-REALIZADO-MES TO WS-CTO-REALIZADO
                       IF WS-RLZ-ANTERIOR(WS-IND-REALIZADO) >
                               WS-RLZ-ORCADO(WS-IND-REALIZADO)
                           MOVE "JA ESTAVA ACIMA" TO WS-CTO-SITUACAO
                       ELSE
                           MOVE "ESTOUROU AGORA" TO WS-CTO-SITUACAO
                       END-IF
                       MOVE WS-CTRL-LINHA-ORCAMENTO TO CTRL-RECORD
                       WRITE CTRL-RECORD
                   END-IF
               END-PERFORM.

           GRAVA-REGISTRO-RUNLOG.
               OPEN EXTEND RUNLOG-FILE
               IF WS-RUNLOG-STATUS NOT = "00"
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               END-IF.

      *    Situacao final do fluxo para o CONSOLIDAFLUXOS: o registro
      *    do plano passa a concluido com as estatisticas, o total de
      *    controle e o codigo de retorno do fluxo.
           GRAVA-SITUACAO-FLUXO.
               OPEN OUTPUT FLUXO-SAI-FILE
               IF WS-FLUXO-SAI-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR FLUXOSAI"
                       " - FILE STATUS " WS-FLUXO-SAI-STATUS
                   MOVE 16 TO WS-CODIGO-RETORNO
               ELSE
                   MOVE WS-NUMERO-FLUXO TO FLX-NUMERO
                   MOVE WS-FLUXO-ID-DIVISAO TO FLX-ID-DIVISAO
                   SET FLX-CONCLUIDO TO TRUE
                   MOVE WS-FLUXO-QTD-LOTES TO FLX-QTD-LOTES
                   MOVE WS-FLUXO-QTD-REGISTROS TO FLX-QTD-REGISTROS
                   MOVE WS-TS-INICIO TO FLX-TS-INICIO
                   MOVE WS-TS-FIM TO FLX-TS-FIM
                   MOVE WS-QTD-LIDAS TO FLX-QTD-LIDAS
                   MOVE WS-QTD-VALIDAS TO FLX-QTD-VALIDAS
                   MOVE WS-QTD-REJEITADAS TO FLX-QTD-REJEITADAS
                   MOVE WS-QTD-DUPLICADAS TO FLX-QTD-DUPLICADAS
                   MOVE WS-QTD-EXCECOES TO FLX-QTD-EXCECOES
                   MOVE WS-QTD-GL-GRAVADOS TO FLX-QTD-GL-GRAVADOS
                   MOVE WS-QTD-SEM-MAPA TO FLX-QTD-SEM-MAPA
                   MOVE WS-QTD-DIARIOS-GL TO FLX-QTD-DIARIOS-GL
                   MOVE WS-QTD-ESTORNOS TO FLX-QTD-ESTORNOS
                   MOVE WS-QTD-ESTORNOS-REJ TO FLX-QTD-ESTORNOS-REJ
                   MOVE WS-QTD-PEND-APROVACAO
                       TO FLX-QTD-PEND-APROVACAO
                   MOVE WS-QTD-LOTES-ACEITOS TO FLX-LOTES-ACEITOS
                   MOVE WS-QTD-LOTES-REJEITADOS
                       TO FLX-LOTES-REJEITADOS
                   MOVE WS-TOTAL-CONTROLE TO FLX-TOTAL-CONTROLE
                   IF ESTOURO-TOTAL-CONTROLE
                       MOVE "S" TO FLX-ESTOURO-CONTROLE
                   ELSE
                       MOVE "N" TO FLX-ESTOURO-CONTROLE
                   END-IF
                   MOVE WS-CODIGO-RETORNO TO FLX-CODIGO-RETORNO
                   IF MODO-SIMULACAO
                       MOVE "S" TO FLX-MODO-EXECUCAO
                   ELSE
                       MOVE "P" TO FLX-MODO-EXECUCAO
                   END-IF
                   MOVE WS-OPERADOR-ID TO FLX-OPERADOR
                   MOVE FLUXO-RECORD TO FLUXO-SAI-RECORD
                   WRITE FLUXO-SAI-RECORD
                   PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                           UNTIL WS-IND-LOTE > WS-QTD-LOTES
                       PERFORM GRAVA-LOTE-SITUACAO-FLUXO
                   END-PERFORM
                   CLOSE FLUXO-SAI-FILE
               END-IF.

      *    Um registro "L" por lote, para que o RELCTRL consolidado
      *    traga os totais por lote como numa execucao unica.
           GRAVA-LOTE-SITUACAO-FLUXO.
               MOVE SPACES TO FLX-DADOS-LOTE
               SET FLX-LOTE TO TRUE
               MOVE WS-LOT-ID(WS-IND-LOTE) TO FLL-ID-LOTE
               MOVE WS-LOT-ORIGEM(WS-IND-LOTE) TO FLL-ORIGEM
               MOVE WS-LOT-DATA-MOV(WS-IND-LOTE) TO FLL-DATA-MOVIMENTO
               MOVE WS-LOT-STATUS(WS-IND-LOTE) TO FLL-STATUS
               MOVE WS-LOT-MOTIVO(WS-IND-LOTE) TO FLL-MOTIVO
               MOVE WS-LOT-CONTAGEM(WS-IND-LOTE) TO FLL-CONTAGEM
               MOVE WS-LOT-QTD-LIDAS(WS-IND-LOTE) TO FLL-QTD-LIDAS
               MOVE WS-LOT-QTD-VALIDAS(WS-IND-LOTE) TO FLL-QTD-VALIDAS
               MOVE WS-LOT-QTD-REJ(WS-IND-LOTE) TO FLL-QTD-REJEITADAS
               MOVE FLUXO-RECORD TO FLUXO-SAI-RECORD
               WRITE FLUXO-SAI-RECORD.
