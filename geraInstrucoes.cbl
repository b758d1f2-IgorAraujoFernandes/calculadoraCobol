000100     IDENTIFICATION DIVISION.
               PROGRAM-ID. GERAINSTRUCOES.
000200     ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CARD-FILE ASSIGN TO "CARTAOINS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.

               SELECT INSTR-ENT-FILE ASSIGN TO "INSTRENT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-INSTR-ENT-STATUS.

               SELECT INSTR-SAI-FILE ASSIGN TO "INSTRSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-INSTR-SAI-STATUS.

               SELECT CALEND-FILE ASSIGN TO "CALENDARIO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-CALEND-STATUS.

               SELECT PERIOD-FILE ASSIGN TO "PERIODENT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PERIOD-STATUS.

               SELECT HIST-MST-FILE ASSIGN TO "HISTMST"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS HIST-TRANS-ID
                   FILE STATUS IS WS-HIST-MST-STATUS.

               SELECT TRANS-FILE ASSIGN TO "TRANSPROG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.

               SELECT PRINT-FILE ASSIGN TO "RELINSTR"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.

000300     DATA DIVISION.

           FILE SECTION.

           FD  CARD-FILE
               RECORDING MODE IS F.
           COPY CBINSSEL.

           FD  INSTR-ENT-FILE
               RECORDING MODE IS F.
           COPY CBINSTR.

           FD  INSTR-SAI-FILE
               RECORDING MODE IS F.
       01  INSTR-SAI-RECORD            PIC X(76).

           FD  CALEND-FILE
               RECORDING MODE IS F.
           COPY CBCALEND.

           FD  PERIOD-FILE
               RECORDING MODE IS F.
           COPY CBPERIOD.

           FD  HIST-MST-FILE.
           COPY CBHIST.

           FD  TRANS-FILE
               RECORDING MODE IS F.
           COPY CBTRANS.
           COPY CBTRCTL.

           FD  PRINT-FILE
               RECORDING MODE IS F.
       01  PRINT-RECORD                PIC X(80).

           WORKING-STORAGE SECTION.

       01  WS-STATUS-FLAGS.
           05  WS-CARD-STATUS          PIC X(02).
           05  WS-INSTR-ENT-STATUS     PIC X(02).
           05  WS-INSTR-SAI-STATUS     PIC X(02).
           05  WS-CALEND-STATUS        PIC X(02).
           05  WS-PERIOD-STATUS        PIC X(02).
           05  WS-HIST-MST-STATUS      PIC X(02).
           05  WS-TRANS-STATUS         PIC X(02).
           05  WS-PRINT-STATUS         PIC X(02).
           05  WS-FIM-INSTRUCOES       PIC X(01) VALUE "N".
               88  FIM-DAS-INSTRUCOES         VALUE "S".
           05  WS-FIM-OCORRENCIAS      PIC X(01) VALUE "N".
               88  FIM-DAS-OCORRENCIAS        VALUE "S".

       01  WS-CODIGO-RETORNO           PIC 9(02) VALUE ZERO.

       01  WS-HIST-MST-ABERTO          PIC X(01) VALUE "N".
           88  HIST-MST-ABERTO                VALUE "S".
       01  WS-ACHOU-HISTORICO          PIC X(01) VALUE "N".
           88  ACHOU-HISTORICO                VALUE "S".

       01  WS-DATA-NEGOCIO             PIC 9(08) VALUE ZERO.
       01  WS-DATA-NEGOCIO-R REDEFINES WS-DATA-NEGOCIO.
           05  WS-NEG-AAAA             PIC 9(04).
           05  WS-NEG-MM               PIC 9(02).
           05  WS-NEG-DD               PIC 9(02).
       01  WS-DATA-NEGOCIO-FORMATADA   PIC X(10).
       01  WS-ID-LOTE-GERADO.
           05  FILLER                  PIC X(02) VALUE "PI".
           05  WS-ILG-AAMMDD           PIC 9(06).

      *    Identificador da transacao gerada: prefixo "PI", codigo da
      *    instrucao e vencimento nominal. Cada ocorrencia de cada
      *    instrucao tem um identificador proprio e uma ocorrencia
      *    regerada cai na duplicidade do HISTMST.
       01  WS-ID-GERADO.
           05  FILLER                  PIC X(02) VALUE "PI".
           05  WS-IDG-INSTRUCAO        PIC X(06).
           05  WS-IDG-VENCIMENTO       PIC 9(08).

       01  WS-CALENDARIO.
           05  WS-QTD-FERIADOS         PIC 9(04) VALUE ZERO.
           05  WS-FIM-CALENDARIO       PIC X(01) VALUE "N".
               88  FIM-DO-CALENDARIO          VALUE "S".
           05  WS-FERIADO OCCURS 100 TIMES.
               10  WS-FER-DATA         PIC 9(08).
       01  WS-IND-FERIADO              PIC 9(04) VALUE ZERO.
       01  WS-DATA-VERIFICADA          PIC 9(08) VALUE ZERO.
       01  WS-DIA-VERIFICADO           PIC S9(09) VALUE ZERO.
       01  WS-DIA-SEMANA               PIC S9(09) VALUE ZERO.
       01  WS-DIA-QUOCIENTE            PIC S9(09) VALUE ZERO.
       01  WS-EH-DIA-UTIL              PIC X(01) VALUE "S".
           88  DIA-UTIL                       VALUE "S".

       01  WS-PERIODOS-CONTABEIS.
           05  WS-QTD-PERIODOS         PIC 9(04) VALUE ZERO.
           05  WS-FIM-PERIODOS         PIC X(01) VALUE "N".
               88  FIM-DOS-PERIODOS           VALUE "S".
           05  WS-PERIODO OCCURS 120 TIMES.
               10  WS-PRD-MES          PIC 9(06).
               10  WS-PRD-STATUS       PIC X(01).
       01  WS-IND-PERIODO              PIC 9(04) VALUE ZERO.
       01  WS-MES-VERIFICADO           PIC 9(06) VALUE ZERO.
       01  WS-PERIODO-FECHADO          PIC X(01) VALUE "N".
           88  PERIODO-FECHADO                VALUE "S".

      *    Calculo do vencimento: data efetiva (nominal rolada para o
      *    proximo dia util) e avanco do vencimento nominal conforme
      *    a frequencia.
       01  WS-DATA-EFETIVA             PIC 9(08) VALUE ZERO.
       01  WS-DATA-CALCULO             PIC 9(08) VALUE ZERO.
       01  WS-DATA-CALCULO-R REDEFINES WS-DATA-CALCULO.
           05  WS-CAL-AAAA             PIC 9(04).
           05  WS-CAL-MM               PIC 9(02).
           05  WS-CAL-DD               PIC 9(02).
       01  WS-DATA-INICIO-R.
           05  WS-INI-AAAA             PIC 9(04).
           05  WS-INI-MM               PIC 9(02).
           05  WS-INI-DD               PIC 9(02).
       01  WS-MESES-AVANCO             PIC 9(02) VALUE ZERO.
       01  WS-TOTAL-MESES              PIC 9(06) VALUE ZERO.
       01  WS-ULTIMO-DIA-MES           PIC 9(02) VALUE ZERO.
       01  WS-DIAS-ROLADOS             PIC 9(04) VALUE ZERO.
       01  WS-QTD-OCORRENCIAS          PIC 9(04) VALUE ZERO.
       01  WS-SITUACAO-OCORRENCIA      PIC X(01) VALUE SPACES.
           88  OCORRENCIA-GERADA              VALUE "G".
           88  OCORRENCIA-EXPIRADA            VALUE "E".
           88  OCORRENCIA-MES-FECHADO         VALUE "F".
           88  OCORRENCIA-JA-CONTABILIZADA    VALUE "H".
           88  OCORRENCIA-INVALIDA            VALUE "I".

      *    Ocorrencias tratadas na execucao, guardadas para o
      *    relatorio sair agrupado por situacao.
       01  WS-OCORRENCIAS.
           05  WS-QTD-TAB-OCORRENCIAS  PIC 9(04) VALUE ZERO.
           05  WS-OCORRENCIA OCCURS 1000 TIMES.
               10  WS-OCR-SITUACAO     PIC X(01).
               10  WS-OCR-INSTRUCAO    PIC X(06).
               10  WS-OCR-VENCIMENTO   PIC 9(08).
               10  WS-OCR-EFETIVA      PIC 9(08).
               10  WS-OCR-TRANS-ID     PIC X(16).
               10  WS-OCR-NUMERO1      PIC S9(8)V99.
               10  WS-OCR-OPERACAO     PIC X(01).
               10  WS-OCR-CENTRO-CUSTO PIC X(06).
       01  WS-IND-OCORRENCIA           PIC 9(04) VALUE ZERO.
       01  WS-SITUACAO-SECAO           PIC X(01) VALUE SPACES.
       01  WS-QTD-SECAO                PIC 9(04) VALUE ZERO.

       01  WS-CONTADORES.
           05  WS-QTD-LIDAS            PIC 9(08) VALUE ZERO.
           05  WS-QTD-GERADAS          PIC 9(08) VALUE ZERO.
           05  WS-QTD-EXPIRADAS        PIC 9(08) VALUE ZERO.
           05  WS-QTD-MES-FECHADO      PIC 9(08) VALUE ZERO.
           05  WS-QTD-JA-CONTABILIZADAS
                                       PIC 9(08) VALUE ZERO.
           05  WS-QTD-INVALIDAS        PIC 9(08) VALUE ZERO.
           05  WS-QTD-SUSPENSAS        PIC 9(08) VALUE ZERO.
           05  WS-QTD-ENCERRADAS       PIC 9(08) VALUE ZERO.

       01  WS-CONTROLE-LOTE.
           05  WS-LOTE-HASH1           PIC S9(13)V99 VALUE ZERO.
           05  WS-LOTE-HASH2           PIC S9(13)V99 VALUE ZERO.

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAAMMDD        PIC 9(08).
           05  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               10  WS-DATA-AAAA        PIC 9(04).
               10  WS-DATA-MM          PIC 9(02).
               10  WS-DATA-DD          PIC 9(02).
       01  WS-DATA-FORMATADA           PIC X(10).

       01  WS-CABECALHO-1.
           05  FILLER                  PIC X(35)
                   VALUE "GERACAO DE INSTRUCOES PERMANENTES ".
           05  FILLER                  PIC X(06) VALUE "DATA: ".
           05  WS-CAB1-DATA            PIC X(10).

       01  WS-CABECALHO-2.
           05  FILLER                  PIC X(17)
                   VALUE "DATA DE NEGOCIO: ".
           05  WS-CAB2-DATA            PIC X(10).
           05  FILLER                  PIC X(08) VALUE "  LOTE: ".
           05  WS-CAB2-LOTE            PIC X(08).

       01  WS-CABECALHO-SECAO.
           05  WS-CSC-TITULO           PIC X(40).

       01  WS-LINHA-OCORRENCIA.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LOC-INSTRUCAO        PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LOC-VENCIMENTO       PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LOC-EFETIVA          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LOC-TRANS-ID         PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LOC-OPERACAO         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LOC-CENTRO-CUSTO     PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-LOC-NUMERO1          PIC -(8)9.99.

       01  WS-LINHA-TITULOS            PIC X(72) VALUE
               "  INSTR. NOMINAL  EFETIVA  TRANS-ID         O CCUSTO".

       01  WS-LINHA-TOTAL.
           05  WS-TOT-TITULO           PIC X(24).
           05  WS-TOT-VALOR            PIC ZZZZZZZ9.

000400     PROCEDURE DIVISION.
          MAIN.
              PERFORM LER-CARTAO-INSTRUCOES
              PERFORM CARREGA-CALENDARIO
              PERFORM CARREGA-PERIODOS
              PERFORM VERIFICA-DATA-NEGOCIO
              PERFORM ABRIR-ARQUIVOS
              PERFORM LER-INSTRUCAO
              PERFORM PROCESSA-INSTRUCOES UNTIL FIM-DAS-INSTRUCOES
              PERFORM GRAVA-TRAILER-LOTE
              PERFORM GRAVA-RELATORIO
              PERFORM FECHAR-ARQUIVOS
              MOVE WS-CODIGO-RETORNO TO RETURN-CODE
              STOP RUN.

           LER-CARTAO-INSTRUCOES.
               ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
               STRING WS-DATA-DD "/" WS-DATA-MM "/" WS-DATA-AAAA
                   DELIMITED BY SIZE INTO WS-DATA-FORMATADA
               OPEN INPUT CARD-FILE
               IF WS-CARD-STATUS = "00"
                   READ CARD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ISEL-DATA-NEGOCIO NUMERIC AND
                              ISEL-DATA-NEGOCIO > ZERO
                               IF FUNCTION INTEGER-OF-DATE
                                      (ISEL-DATA-NEGOCIO) > ZERO
                                   MOVE ISEL-DATA-NEGOCIO
                                       TO WS-DATA-NEGOCIO
                               ELSE
                                   DISPLAY "AVISO: DATA DE NEGOCIO"
                                       " INVALIDA NO CARTAOINS -"
                                       " VALE A DATA DO SISTEMA"
                               END-IF
                           END-IF
                   END-READ
                   CLOSE CARD-FILE
               ELSE
                   DISPLAY "AVISO: CARTAO CARTAOINS INDISPONIVEL -"
                       " FILE STATUS " WS-CARD-STATUS
               END-IF
               IF WS-DATA-NEGOCIO = ZERO
                   MOVE WS-DATA-AAAAMMDD TO WS-DATA-NEGOCIO
               END-IF
               STRING WS-NEG-DD "/" WS-NEG-MM "/" WS-NEG-AAAA
                   DELIMITED BY SIZE INTO WS-DATA-NEGOCIO-FORMATADA
               MOVE WS-DATA-NEGOCIO(3:6) TO WS-ILG-AAMMDD.

           CARREGA-CALENDARIO.
               OPEN INPUT CALEND-FILE
               IF WS-CALEND-STATUS = "00"
                   PERFORM UNTIL FIM-DO-CALENDARIO
                       READ CALEND-FILE
                           AT END
                               MOVE "S" TO WS-FIM-CALENDARIO
                           NOT AT END
                               IF WS-QTD-FERIADOS < 100
                                   ADD 1 TO WS-QTD-FERIADOS
                                   MOVE CAL-DATA TO
                                       WS-FER-DATA(WS-QTD-FERIADOS)
                               ELSE
                                   DISPLAY "AVISO: TABELA DE FERIADOS"
                                       " CHEIA - FERIADO IGNORADO"
                               END-IF
                       END-READ
                       IF WS-CALEND-STATUS NOT = "00" AND
                          WS-CALEND-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM CALENDARIO -"
                               " FILE STATUS " WS-CALEND-STATUS
                           MOVE "S" TO WS-FIM-CALENDARIO
                       END-IF
                   END-PERFORM
                   CLOSE CALEND-FILE
               ELSE
                   DISPLAY "AVISO: CALENDARIO INDISPONIVEL - FILE"
                       " STATUS " WS-CALEND-STATUS
                   DISPLAY "APENAS FINS DE SEMANA SERAO TRATADOS COMO"
                       " DIAS NAO UTEIS"
               END-IF.

           CARREGA-PERIODOS.
               OPEN INPUT PERIOD-FILE
               IF WS-PERIOD-STATUS = "00"
                   PERFORM UNTIL FIM-DOS-PERIODOS
                       READ PERIOD-FILE
                           AT END
                               MOVE "S" TO WS-FIM-PERIODOS
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
                           MOVE "S" TO WS-FIM-PERIODOS
                       END-IF
                   END-PERFORM
                   CLOSE PERIOD-FILE
               ELSE
                   DISPLAY "AVISO: CADASTRO PERIODENT INDISPONIVEL -"
                       " FILE STATUS " WS-PERIOD-STATUS
                   DISPLAY "TODOS OS PERIODOS SERAO TRATADOS COMO"
                       " ABERTOS"
               END-IF.

      *    O lote gerado leva a data de negocio como data de
      *    movimento; o CALCULADORACOBOL recusaria o lote inteiro
      *    num dia nao util ou num mes fechado, entao nada e gerado
      *    e o cadastro nao e regravado.
           VERIFICA-DATA-NEGOCIO.
               MOVE WS-DATA-NEGOCIO TO WS-DATA-VERIFICADA
               PERFORM VERIFICA-DIA-UTIL
               IF NOT DIA-UTIL
                   DISPLAY "ERRO: DATA DE NEGOCIO "
                       WS-DATA-NEGOCIO-FORMATADA
                       " NAO E DIA UTIL - NENHUM LOTE GERADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VERIFICA-PERIODO-FECHADO
               IF PERIODO-FECHADO
                   DISPLAY "ERRO: MES DA DATA DE NEGOCIO "
                       WS-DATA-NEGOCIO-FORMATADA
                       " FECHADO - NENHUM LOTE GERADO"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

           ABRIR-ARQUIVOS.
               OPEN INPUT INSTR-ENT-FILE
               IF WS-INSTR-ENT-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR"
                       " INSTRENT - FILE STATUS " WS-INSTR-ENT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT INSTR-SAI-FILE
               OPEN OUTPUT TRANS-FILE
               OPEN OUTPUT PRINT-FILE
               IF WS-INSTR-SAI-STATUS NOT = "00" OR
                  WS-TRANS-STATUS NOT = "00" OR
                  WS-PRINT-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR UM DOS"
                       " ARQUIVOS DE SAIDA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT HIST-MST-FILE
               IF WS-HIST-MST-STATUS = "00"
                   SET HIST-MST-ABERTO TO TRUE
               ELSE
                   DISPLAY "AVISO: HISTORICO HISTMST INDISPONIVEL -"
                       " FILE STATUS " WS-HIST-MST-STATUS
                   DISPLAY "OCORRENCIAS JA CONTABILIZADAS SERAO"
                       " BARRADAS NO CALCULADORACOBOL"
               END-IF
               PERFORM GRAVA-HEADER-LOTE
               MOVE WS-DATA-FORMATADA TO WS-CAB1-DATA
               MOVE WS-CABECALHO-1 TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE WS-DATA-NEGOCIO-FORMATADA TO WS-CAB2-DATA
               MOVE WS-ID-LOTE-GERADO TO WS-CAB2-LOTE
               MOVE WS-CABECALHO-2 TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

           GRAVA-HEADER-LOTE.
               MOVE SPACES TO TRANS-HEADER-RECORD
               MOVE "H" TO HDR-TIPO-REG
               MOVE WS-ID-LOTE-GERADO TO HDR-ID-LOTE
               MOVE "INSTPERM" TO HDR-ORIGEM
               MOVE WS-DATA-NEGOCIO TO HDR-DATA-MOVIMENTO
               WRITE TRANS-HEADER-RECORD.

           GRAVA-TRAILER-LOTE.
               MOVE SPACES TO TRANS-TRAILER-RECORD
               MOVE "T" TO TRL-TIPO-REG
               MOVE WS-QTD-GERADAS TO TRL-CONTAGEM
               MOVE WS-LOTE-HASH1 TO TRL-HASH-NUMERO1
               MOVE WS-LOTE-HASH2 TO TRL-HASH-NUMERO2
               WRITE TRANS-TRAILER-RECORD.

           LER-INSTRUCAO.
               READ INSTR-ENT-FILE
                   AT END
                       MOVE "S" TO WS-FIM-INSTRUCOES
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDAS
               END-READ
               IF WS-INSTR-ENT-STATUS NOT = "00" AND
                  WS-INSTR-ENT-STATUS NOT = "10"
                   DISPLAY "ERRO DE LEITURA EM INSTRENT - FILE"
                       " STATUS " WS-INSTR-ENT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *    Instrucao ativa: trata uma ocorrencia por vencimento ate
      *    a data de negocio (inclusive as atrasadas, de datas de
      *    negocio em que o gerador nao rodou), encerrando a
      *    instrucao quando o vencimento passa da data de fim. O
      *    registro sai sempre no INSTRSAI, tratado ou nao.
           PROCESSA-INSTRUCOES.
               EVALUATE TRUE
                   WHEN INS-SUSPENSA
                       ADD 1 TO WS-QTD-SUSPENSAS
                   WHEN INS-ENCERRADA
                       ADD 1 TO WS-QTD-ENCERRADAS
                   WHEN OTHER
                       PERFORM VALIDA-INSTRUCAO
                       IF NOT OCORRENCIA-INVALIDA
                           MOVE "N" TO WS-FIM-OCORRENCIAS
                           MOVE ZERO TO WS-QTD-OCORRENCIAS
                           PERFORM TRATA-OCORRENCIA
                               UNTIL FIM-DAS-OCORRENCIAS
                       END-IF
               END-EVALUATE
               MOVE INSTR-RECORD TO INSTR-SAI-RECORD
               WRITE INSTR-SAI-RECORD
               PERFORM LER-INSTRUCAO.

           VALIDA-INSTRUCAO.
               MOVE SPACES TO WS-SITUACAO-OCORRENCIA
               IF INS-PROXIMO-VENCTO NOT NUMERIC OR
                  INS-PROXIMO-VENCTO = ZERO
                   MOVE INS-DATA-INICIO TO INS-PROXIMO-VENCTO
               END-IF
               EVALUATE TRUE
                   WHEN NOT INS-ATIVA
                       SET OCORRENCIA-INVALIDA TO TRUE
                   WHEN NOT INS-FREQUENCIA-VALIDA
                       SET OCORRENCIA-INVALIDA TO TRUE
                   WHEN INS-NUMERO1 NOT NUMERIC OR
                        INS-NUMERO2 NOT NUMERIC
                       SET OCORRENCIA-INVALIDA TO TRUE
                   WHEN INS-DATA-INICIO NOT NUMERIC OR
                        INS-DATA-FIM NOT NUMERIC OR
                        INS-PROXIMO-VENCTO NOT NUMERIC
                       SET OCORRENCIA-INVALIDA TO TRUE
                   WHEN FUNCTION INTEGER-OF-DATE(INS-DATA-INICIO)
                            NOT > ZERO
                       SET OCORRENCIA-INVALIDA TO TRUE
                   WHEN FUNCTION INTEGER-OF-DATE(INS-PROXIMO-VENCTO)
                            NOT > ZERO
                       SET OCORRENCIA-INVALIDA TO TRUE
               END-EVALUATE
               IF OCORRENCIA-INVALIDA
                   MOVE INS-PROXIMO-VENCTO TO WS-DATA-EFETIVA
                   ADD 1 TO WS-QTD-INVALIDAS
                   PERFORM GUARDA-OCORRENCIA
                   MOVE 4 TO WS-CODIGO-RETORNO
               END-IF.

           TRATA-OCORRENCIA.
               IF INS-DATA-FIM > ZERO AND
                  INS-PROXIMO-VENCTO > INS-DATA-FIM
                   SET INS-ENCERRADA TO TRUE
                   SET OCORRENCIA-EXPIRADA TO TRUE
                   MOVE ZERO TO WS-DATA-EFETIVA
                   ADD 1 TO WS-QTD-EXPIRADAS
                   PERFORM GUARDA-OCORRENCIA
                   MOVE "S" TO WS-FIM-OCORRENCIAS
               ELSE
                   PERFORM CALCULA-DATA-EFETIVA
                   IF WS-DATA-EFETIVA > WS-DATA-NEGOCIO
                       MOVE "S" TO WS-FIM-OCORRENCIAS
                   ELSE
                       PERFORM GERA-OCORRENCIA
                       PERFORM AVANCA-VENCIMENTO
                       ADD 1 TO WS-QTD-OCORRENCIAS
                       IF WS-QTD-OCORRENCIAS >= 60
                           DISPLAY "AVISO: INSTRUCAO " INS-ID
                               " COM MAIS DE 60 VENCIMENTOS EM"
                               " ATRASO - RESTANTE FICA PARA A"
                               " PROXIMA EXECUCAO"
                           MOVE 4 TO WS-CODIGO-RETORNO
                           MOVE "S" TO WS-FIM-OCORRENCIAS
                       END-IF
                   END-IF
               END-IF.

      *    Ocorrencia vencida: pulada se o mes do vencimento efetivo
      *    ja esta fechado ou se o identificador ja consta do
      *    HISTMST; senao vira transacao no lote. Em todos os casos
      *    o vencimento avanca.
           GERA-OCORRENCIA.
               MOVE INS-ID TO WS-IDG-INSTRUCAO
               MOVE INS-PROXIMO-VENCTO TO WS-IDG-VENCIMENTO
               MOVE WS-DATA-EFETIVA TO WS-DATA-VERIFICADA
               PERFORM VERIFICA-PERIODO-FECHADO
               IF PERIODO-FECHADO
                   SET OCORRENCIA-MES-FECHADO TO TRUE
                   ADD 1 TO WS-QTD-MES-FECHADO
                   MOVE 4 TO WS-CODIGO-RETORNO
               ELSE
                   PERFORM VERIFICA-HISTORICO
                   IF ACHOU-HISTORICO
                       SET OCORRENCIA-JA-CONTABILIZADA TO TRUE
                       ADD 1 TO WS-QTD-JA-CONTABILIZADAS
                       MOVE 4 TO WS-CODIGO-RETORNO
                   ELSE
                       SET OCORRENCIA-GERADA TO TRUE
                       PERFORM GRAVA-TRANSACAO
                   END-IF
               END-IF
               PERFORM GUARDA-OCORRENCIA.

           VERIFICA-HISTORICO.
               MOVE "N" TO WS-ACHOU-HISTORICO
               IF HIST-MST-ABERTO
                   MOVE WS-ID-GERADO TO HIST-TRANS-ID
                   READ HIST-MST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET ACHOU-HISTORICO TO TRUE
                   END-READ
                   IF WS-HIST-MST-STATUS NOT = "00" AND
                      WS-HIST-MST-STATUS NOT = "23"
                       DISPLAY "ERRO DE LEITURA EM HISTMST - FILE"
                           " STATUS " WS-HIST-MST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

           GRAVA-TRANSACAO.
               MOVE SPACES TO TRANS-RECORD
               MOVE "D" TO TRANS-TIPO-REG
               MOVE WS-ID-GERADO TO TRANS-ID
               MOVE INS-NUMERO1 TO TRANS-NUMERO1
               MOVE INS-NUMERO2 TO TRANS-NUMERO2
               MOVE INS-OPERACAO TO TRANS-OPERACAO
               MOVE INS-CENTRO-CUSTO TO TRANS-CENTRO-CUSTO
               MOVE INS-MOEDA TO TRANS-MOEDA
               MOVE ZERO TO TRANS-RESSUBMISSOES
               WRITE TRANS-RECORD
               ADD 1 TO WS-QTD-GERADAS
               ADD 1 TO INS-QTD-GERADAS
               MOVE WS-DATA-NEGOCIO TO INS-ULTIMA-GERACAO
               ADD INS-NUMERO1 TO WS-LOTE-HASH1
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
               ADD INS-NUMERO2 TO WS-LOTE-HASH2
                   ON SIZE ERROR
                       CONTINUE
               END-ADD.

           GUARDA-OCORRENCIA.
               IF WS-QTD-TAB-OCORRENCIAS < 1000
                   ADD 1 TO WS-QTD-TAB-OCORRENCIAS
                   MOVE WS-QTD-TAB-OCORRENCIAS TO WS-IND-OCORRENCIA
                   MOVE WS-SITUACAO-OCORRENCIA
                       TO WS-OCR-SITUACAO(WS-IND-OCORRENCIA)
                   MOVE INS-ID TO WS-OCR-INSTRUCAO(WS-IND-OCORRENCIA)
                   MOVE INS-PROXIMO-VENCTO
                       TO WS-OCR-VENCIMENTO(WS-IND-OCORRENCIA)
                   MOVE WS-DATA-EFETIVA
                       TO WS-OCR-EFETIVA(WS-IND-OCORRENCIA)
                   IF OCORRENCIA-EXPIRADA OR OCORRENCIA-INVALIDA
                       MOVE SPACES TO WS-OCR-TRANS-ID(WS-IND-OCORRENCIA)
                   ELSE
                       MOVE WS-ID-GERADO
                           TO WS-OCR-TRANS-ID(WS-IND-OCORRENCIA)
                   END-IF
                   IF INS-NUMERO1 NUMERIC
                       MOVE INS-NUMERO1
                           TO WS-OCR-NUMERO1(WS-IND-OCORRENCIA)
                   ELSE
                       MOVE ZERO TO WS-OCR-NUMERO1(WS-IND-OCORRENCIA)
                   END-IF
                   MOVE INS-OPERACAO
                       TO WS-OCR-OPERACAO(WS-IND-OCORRENCIA)
                   MOVE INS-CENTRO-CUSTO
                       TO WS-OCR-CENTRO-CUSTO(WS-IND-OCORRENCIA)
               ELSE
                   DISPLAY "AVISO: TABELA DE OCORRENCIAS CHEIA -"
                       " INSTRUCAO " INS-ID " FORA DO RELATORIO"
               END-IF.

      *    Vencimento efetivo: o nominal, rolado para o dia util
      *    seguinte quando cai em fim de semana ou feriado.
           CALCULA-DATA-EFETIVA.
               MOVE INS-PROXIMO-VENCTO TO WS-DATA-VERIFICADA
               PERFORM VERIFICA-DIA-UTIL
               MOVE ZERO TO WS-DIAS-ROLADOS
               PERFORM UNTIL DIA-UTIL OR WS-DIAS-ROLADOS > 30
                   COMPUTE WS-DIA-VERIFICADO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-VERIFICADA)
                       + 1
                   COMPUTE WS-DATA-VERIFICADA =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-VERIFICADO)
                   ADD 1 TO WS-DIAS-ROLADOS
                   PERFORM VERIFICA-DIA-UTIL
               END-PERFORM
               MOVE WS-DATA-VERIFICADA TO WS-DATA-EFETIVA.

      *    Avanca o vencimento nominal: semanal e quinzenal em dias
      *    corridos; mensal, trimestral e anual em meses, no dia da
      *    data de inicio (ou no ultimo dia do mes, se for menor;
      *    o ultimo dia e a vespera do dia 1 do mes seguinte).
           AVANCA-VENCIMENTO.
               EVALUATE TRUE
                   WHEN INS-SEMANAL
                       COMPUTE WS-DIA-VERIFICADO =
                           FUNCTION INTEGER-OF-DATE(INS-PROXIMO-VENCTO)
                           + 7
                       COMPUTE INS-PROXIMO-VENCTO =
                           FUNCTION DATE-OF-INTEGER(WS-DIA-VERIFICADO)
                   WHEN INS-QUINZENAL
                       COMPUTE WS-DIA-VERIFICADO =
                           FUNCTION INTEGER-OF-DATE(INS-PROXIMO-VENCTO)
                           + 14
                       COMPUTE INS-PROXIMO-VENCTO =
                           FUNCTION DATE-OF-INTEGER(WS-DIA-VERIFICADO)
                   WHEN INS-MENSAL
                       MOVE 1 TO WS-MESES-AVANCO
                       PERFORM AVANCA-MESES
                   WHEN INS-TRIMESTRAL
                       MOVE 3 TO WS-MESES-AVANCO
                       PERFORM AVANCA-MESES
                   WHEN INS-ANUAL
                       MOVE 12 TO WS-MESES-AVANCO
                       PERFORM AVANCA-MESES
               END-EVALUATE.

           AVANCA-MESES.
               MOVE INS-PROXIMO-VENCTO TO WS-DATA-CALCULO
               MOVE INS-DATA-INICIO TO WS-DATA-INICIO-R
               COMPUTE WS-TOTAL-MESES =
                   WS-CAL-AAAA * 12 + WS-CAL-MM - 1 + WS-MESES-AVANCO
               DIVIDE WS-TOTAL-MESES BY 12
                   GIVING WS-CAL-AAAA
                   REMAINDER WS-CAL-MM
               ADD 1 TO WS-CAL-MM
               IF WS-CAL-MM = 12
                   MOVE 31 TO WS-ULTIMO-DIA-MES
               ELSE
                   COMPUTE WS-DATA-VERIFICADA =
                       WS-CAL-AAAA * 10000 + (WS-CAL-MM + 1) * 100 + 1
                   COMPUTE WS-DIA-VERIFICADO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-VERIFICADA) - 1
                   COMPUTE WS-DATA-VERIFICADA =
                       FUNCTION DATE-OF-INTEGER(WS-DIA-VERIFICADO)
                   MOVE WS-DATA-VERIFICADA(7:2) TO WS-ULTIMO-DIA-MES
               END-IF
               IF WS-INI-DD > WS-ULTIMO-DIA-MES
                   MOVE WS-ULTIMO-DIA-MES TO WS-CAL-DD
               ELSE
                   MOVE WS-INI-DD TO WS-CAL-DD
               END-IF
               MOVE WS-DATA-CALCULO TO INS-PROXIMO-VENCTO.

           VERIFICA-PERIODO-FECHADO.
               MOVE "N" TO WS-PERIODO-FECHADO
               DIVIDE WS-DATA-VERIFICADA BY 100
                   GIVING WS-MES-VERIFICADO
               PERFORM VARYING WS-IND-PERIODO FROM 1 BY 1
                       UNTIL WS-IND-PERIODO > WS-QTD-PERIODOS
                   IF WS-PRD-MES(WS-IND-PERIODO) = WS-MES-VERIFICADO
                      AND WS-PRD-STATUS(WS-IND-PERIODO) = "F"
                       SET PERIODO-FECHADO TO TRUE
                   END-IF
               END-PERFORM.

      *    Dia da semana a partir do numero de dias de
      *    INTEGER-OF-DATE: o dia 1 (01/01/1601) caiu numa segunda,
      *    logo resto 6 e sabado e resto 0 e domingo.
           VERIFICA-DIA-UTIL.
               MOVE "S" TO WS-EH-DIA-UTIL
               COMPUTE WS-DIA-VERIFICADO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-VERIFICADA)
               IF WS-DIA-VERIFICADO > ZERO
                   DIVIDE WS-DIA-VERIFICADO BY 7
                       GIVING WS-DIA-QUOCIENTE
                       REMAINDER WS-DIA-SEMANA
                   IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = ZERO
                       MOVE "N" TO WS-EH-DIA-UTIL
                   END-IF
               END-IF
               PERFORM VARYING WS-IND-FERIADO FROM 1 BY 1
                       UNTIL WS-IND-FERIADO > WS-QTD-FERIADOS
                   IF WS-FER-DATA(WS-IND-FERIADO) = WS-DATA-VERIFICADA
                       MOVE "N" TO WS-EH-DIA-UTIL
                   END-IF
               END-PERFORM.

           GRAVA-RELATORIO.
               MOVE "G" TO WS-SITUACAO-SECAO
               MOVE "TRANSACOES GERADAS" TO WS-CSC-TITULO
               PERFORM GRAVA-SECAO
               MOVE "E" TO WS-SITUACAO-SECAO
               MOVE "INSTRUCOES EXPIRADAS" TO WS-CSC-TITULO
               PERFORM GRAVA-SECAO
               MOVE "F" TO WS-SITUACAO-SECAO
               MOVE "PULADAS - MES FECHADO NO PERIODENT"
                   TO WS-CSC-TITULO
               PERFORM GRAVA-SECAO
               MOVE "H" TO WS-SITUACAO-SECAO
               MOVE "PULADAS - JA CONTABILIZADAS NO HISTMST"
                   TO WS-CSC-TITULO
               PERFORM GRAVA-SECAO
               MOVE "I" TO WS-SITUACAO-SECAO
               MOVE "INSTRUCOES INVALIDAS - NAO TRATADAS"
                   TO WS-CSC-TITULO
               PERFORM GRAVA-SECAO
               PERFORM GRAVA-TOTAIS.

           GRAVA-SECAO.
               MOVE WS-CABECALHO-SECAO TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE WS-LINHA-TITULOS TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE ZERO TO WS-QTD-SECAO
               PERFORM VARYING WS-IND-OCORRENCIA FROM 1 BY 1
                       UNTIL WS-IND-OCORRENCIA > WS-QTD-TAB-OCORRENCIAS
                   IF WS-OCR-SITUACAO(WS-IND-OCORRENCIA) =
                           WS-SITUACAO-SECAO
                       PERFORM GRAVA-LINHA-OCORRENCIA
                       ADD 1 TO WS-QTD-SECAO
                   END-IF
               END-PERFORM
               IF WS-QTD-SECAO = ZERO
                   MOVE "  NENHUMA" TO PRINT-RECORD
                   WRITE PRINT-RECORD
               END-IF
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD.

           GRAVA-LINHA-OCORRENCIA.
               MOVE WS-OCR-INSTRUCAO(WS-IND-OCORRENCIA)
                   TO WS-LOC-INSTRUCAO
               MOVE WS-OCR-VENCIMENTO(WS-IND-OCORRENCIA)
                   TO WS-LOC-VENCIMENTO
               MOVE WS-OCR-EFETIVA(WS-IND-OCORRENCIA) TO WS-LOC-EFETIVA
               MOVE WS-OCR-TRANS-ID(WS-IND-OCORRENCIA)
                   TO WS-LOC-TRANS-ID
               MOVE WS-OCR-OPERACAO(WS-IND-OCORRENCIA)
                   TO WS-LOC-OPERACAO
               MOVE WS-OCR-CENTRO-CUSTO(WS-IND-OCORRENCIA)
                   TO WS-LOC-CENTRO-CUSTO
               MOVE WS-OCR-NUMERO1(WS-IND-OCORRENCIA) TO WS-LOC-NUMERO1
               MOVE WS-LINHA-OCORRENCIA TO PRINT-RECORD
               WRITE PRINT-RECORD.

           GRAVA-TOTAIS.
               MOVE "INSTRUCOES LIDAS:       " TO WS-TOT-TITULO
               MOVE WS-QTD-LIDAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "TRANSACOES GERADAS:     " TO WS-TOT-TITULO
               MOVE WS-QTD-GERADAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "EXPIRADAS:              " TO WS-TOT-TITULO
               MOVE WS-QTD-EXPIRADAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "PULADAS MES FECHADO:    " TO WS-TOT-TITULO
               MOVE WS-QTD-MES-FECHADO TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "JA CONTABILIZADAS:      " TO WS-TOT-TITULO
               MOVE WS-QTD-JA-CONTABILIZADAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "INVALIDAS:              " TO WS-TOT-TITULO
               MOVE WS-QTD-INVALIDAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "SUSPENSAS:              " TO WS-TOT-TITULO
               MOVE WS-QTD-SUSPENSAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE "JA ENCERRADAS:          " TO WS-TOT-TITULO
               MOVE WS-QTD-ENCERRADAS TO WS-TOT-VALOR
               MOVE WS-LINHA-TOTAL TO PRINT-RECORD
               WRITE PRINT-RECORD
               DISPLAY "INSTRUCOES PERMANENTES " WS-DATA-NEGOCIO ": "
                   WS-QTD-GERADAS " GERADAS, " WS-QTD-EXPIRADAS
                   " EXPIRADAS".

           FECHAR-ARQUIVOS.
               CLOSE INSTR-ENT-FILE
               CLOSE INSTR-SAI-FILE
               CLOSE TRANS-FILE
               CLOSE PRINT-FILE
               IF HIST-MST-ABERTO
                   CLOSE HIST-MST-FILE
               END-IF.
