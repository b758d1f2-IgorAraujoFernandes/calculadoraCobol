000100     IDENTIFICATION DIVISION.
               PROGRAM-ID. CONSOLIDAFLUXOS.
000200     ENVIRONMENT DIVISION.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARM-FILE ASSIGN TO "PARMFILE"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-PARM-STATUS.

               SELECT FLUXO-CTL-FILE ASSIGN TO "FLUXOCTL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FLUXO-CTL-STATUS.

               SELECT FLUXO-SAI-FILE ASSIGN TO "FLUXOSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FLUXO-SAI-STATUS.

               SELECT RESULT-FX-FILE ASSIGN TO "RESULTFX"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RESULT-FX-STATUS.

               SELECT REJECT-FX-FILE ASSIGN TO "REJEITFX"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-REJECT-FX-STATUS.

               SELECT EXCEPTION-FX-FILE ASSIGN TO "EXCECFX"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPTION-FX-STATUS.

               SELECT GL-FX-FILE ASSIGN TO "INTERFFX"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GL-FX-STATUS.

               SELECT AUDIT-FX-FILE ASSIGN TO "AUDITFX"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FX-STATUS.

               SELECT LOTACE-FX-FILE ASSIGN TO "LOTACEFX"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LOTACE-FX-STATUS.

               SELECT LOTREC-FX-FILE ASSIGN TO "LOTRECFX"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LOTREC-FX-STATUS.

               SELECT APROV-FX-FILE ASSIGN TO "APROVFX"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-APROV-FX-STATUS.

               SELECT DUPL-FX-FILE ASSIGN TO "DUPLFX"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DUPL-FX-STATUS.

               SELECT ESTORNO-FX-FILE ASSIGN TO "ESTORNFX"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ESTORNO-FX-STATUS.

               SELECT HISTD-FX-FILE ASSIGN TO "HISTDFX"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HISTD-FX-STATUS.

               SELECT RESULT-FILE ASSIGN TO "RESULTOUT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RESULT-STATUS.

               SELECT REJECT-FILE ASSIGN TO "REJEITOS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-REJECT-STATUS.

               SELECT EXCEPTION-FILE ASSIGN TO "EXCECOES"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPTION-STATUS.

               SELECT GL-FILE ASSIGN TO "INTERFGL"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-GL-STATUS.

               SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

               SELECT LOTACE-FILE ASSIGN TO "LOTESACE"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LOTACE-STATUS.

               SELECT LOTREC-FILE ASSIGN TO "LOTESREC"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-LOTREC-STATUS.

               SELECT APROV-NOV-FILE ASSIGN TO "APROVNOV"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-APROV-NOV-STATUS.

               SELECT DUPL-FILE ASSIGN TO "RELDUPL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DUPL-STATUS.

               SELECT ESTORNO-FILE ASSIGN TO "ESTORNOS"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ESTORNO-STATUS.

               SELECT HISTD-ENT-FILE ASSIGN TO "HISTDENT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HISTD-ENT-STATUS.

               SELECT HISTD-SAI-FILE ASSIGN TO "HISTDSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-HISTD-SAI-STATUS.

               SELECT ORCAM-FILE ASSIGN TO "ORCAMENTO"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-ORCAM-STATUS.

               SELECT REALCC-ENT-FILE ASSIGN TO "REALCCENT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-REALCC-ENT-STATUS.

               SELECT REALCC-SAI-FILE ASSIGN TO "REALCCSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-REALCC-SAI-STATUS.

               SELECT RUNCTL-ENT-FILE ASSIGN TO "RUNCTLENT"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-ENT-STATUS.

               SELECT RUNCTL-SAI-FILE ASSIGN TO "RUNCTLSAI"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RUNCTL-SAI-STATUS.

               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-STATUS.

               SELECT CTRL-FILE ASSIGN TO "RELCTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTRL-STATUS.

000300     DATA DIVISION.

           FILE SECTION.

           FD  PARM-FILE
               RECORDING MODE IS F.
           COPY CBPARM.

           FD  FLUXO-CTL-FILE
               RECORDING MODE IS F.
           COPY CBFLUXO.

           FD  FLUXO-SAI-FILE
               RECORDING MODE IS F.
       01  FLUXO-SAI-RECORD            PIC X(174).

           FD  RESULT-FX-FILE
               RECORDING MODE IS F.
           COPY CBRESULT.

           FD  REJECT-FX-FILE
               RECORDING MODE IS F.
       01  REJECT-FX-RECORD            PIC X(149).

           FD  EXCEPTION-FX-FILE
               RECORDING MODE IS F.
       01  EXCEPTION-FX-RECORD         PIC X(80).

           FD  GL-FX-FILE
               RECORDING MODE IS F.
       01  GL-FX-RECORD                PIC X(74).

           FD  AUDIT-FX-FILE
               RECORDING MODE IS F.
       01  AUDIT-FX-RECORD             PIC X(69).

           FD  LOTACE-FX-FILE
               RECORDING MODE IS F.
           COPY CBLOTACE.

           FD  LOTREC-FX-FILE
               RECORDING MODE IS F.
           COPY CBLOTREC.

           FD  APROV-FX-FILE
               RECORDING MODE IS F.
       01  APROV-FX-RECORD             PIC X(240).

           FD  DUPL-FX-FILE
               RECORDING MODE IS F.
       01  DUPL-FX-RECORD              PIC X(80).

           FD  ESTORNO-FX-FILE
               RECORDING MODE IS F.
           COPY CBESTOR.

           FD  HISTD-FX-FILE
               RECORDING MODE IS F.
       01  HISTD-FX-RECORD             PIC X(112).

           FD  RESULT-FILE
               RECORDING MODE IS F.
       01  RESULT-SAI-RECORD           PIC X(64).

           FD  REJECT-FILE
               RECORDING MODE IS F.
       01  REJECT-SAI-RECORD           PIC X(149).

           FD  EXCEPTION-FILE
               RECORDING MODE IS F.
       01  EXCEPTION-RECORD            PIC X(80).

           FD  GL-FILE
               RECORDING MODE IS F.
       01  GL-SAI-RECORD               PIC X(74).

           FD  AUDIT-FILE
               RECORDING MODE IS F.
       01  AUDIT-SAI-RECORD            PIC X(69).

           FD  LOTACE-FILE
               RECORDING MODE IS F.
       01  LOTACE-SAI-RECORD           PIC X(32).

           FD  LOTREC-FILE
               RECORDING MODE IS F.
       01  LOTREC-SAI-RECORD           PIC X(80).

           FD  APROV-NOV-FILE
               RECORDING MODE IS F.
       01  APROV-NOV-RECORD            PIC X(240).

           FD  DUPL-FILE
               RECORDING MODE IS F.
       01  DUPL-RECORD                 PIC X(80).

           FD  ESTORNO-FILE
               RECORDING MODE IS F.
       01  ESTORNO-SAI-RECORD          PIC X(77).

           FD  HISTD-ENT-FILE
               RECORDING MODE IS F.
           COPY CBHISTD.

           FD  HISTD-SAI-FILE
               RECORDING MODE IS F.
       01  HISTD-SAI-RECORD            PIC X(112).

           FD  ORCAM-FILE
               RECORDING MODE IS F.
           COPY CBORCAM.

           FD  REALCC-ENT-FILE
               RECORDING MODE IS F.
           COPY CBREALCC.

           FD  REALCC-SAI-FILE
               RECORDING MODE IS F.
       01  REALCC-SAI-RECORD           PIC X(96).

           FD  RUNCTL-ENT-FILE
               RECORDING MODE IS F.
           COPY CBRUNCTL.

           FD  RUNCTL-SAI-FILE
               RECORDING MODE IS F.
       01  RUNCTL-SAI-RECORD           PIC X(10).

           FD  RUNLOG-FILE
               RECORDING MODE IS F.
           COPY CBRUNLOG.

           FD  CTRL-FILE
               RECORDING MODE IS F.
       01  CTRL-RECORD                 PIC X(80).

           WORKING-STORAGE SECTION.

       01  WS-STATUS-FLAGS.
           05  WS-PARM-STATUS          PIC X(02).
           05  WS-FLUXO-CTL-STATUS     PIC X(02).
           05  WS-FLUXO-SAI-STATUS     PIC X(02).
           05  WS-RESULT-FX-STATUS     PIC X(02).
           05  WS-REJECT-FX-STATUS     PIC X(02).
           05  WS-EXCEPTION-FX-STATUS  PIC X(02).
           05  WS-GL-FX-STATUS         PIC X(02).
           05  WS-AUDIT-FX-STATUS      PIC X(02).
           05  WS-LOTACE-FX-STATUS     PIC X(02).
           05  WS-LOTREC-FX-STATUS     PIC X(02).
           05  WS-APROV-FX-STATUS      PIC X(02).
           05  WS-DUPL-FX-STATUS       PIC X(02).
           05  WS-ESTORNO-FX-STATUS    PIC X(02).
           05  WS-HISTD-FX-STATUS      PIC X(02).
           05  WS-RESULT-STATUS        PIC X(02).
           05  WS-REJECT-STATUS        PIC X(02).
           05  WS-EXCEPTION-STATUS     PIC X(02).
           05  WS-GL-STATUS            PIC X(02).
           05  WS-AUDIT-STATUS         PIC X(02).
           05  WS-LOTACE-STATUS        PIC X(02).
           05  WS-LOTREC-STATUS        PIC X(02).
           05  WS-APROV-NOV-STATUS     PIC X(02).
           05  WS-DUPL-STATUS          PIC X(02).
           05  WS-ESTORNO-STATUS       PIC X(02).
           05  WS-HISTD-ENT-STATUS     PIC X(02).
           05  WS-HISTD-SAI-STATUS     PIC X(02).
           05  WS-ORCAM-STATUS         PIC X(02).
           05  WS-REALCC-ENT-STATUS    PIC X(02).
           05  WS-REALCC-SAI-STATUS    PIC X(02).
           05  WS-RUNCTL-ENT-STATUS    PIC X(02).
           05  WS-RUNCTL-SAI-STATUS    PIC X(02).
           05  WS-RUNLOG-STATUS        PIC X(02).
           05  WS-CTRL-STATUS          PIC X(02).
           05  WS-FIM-ARQUIVO          PIC X(01) VALUE "N".
               88  FIM-DO-ARQUIVO             VALUE "S".

       01  WS-CODIGO-RETORNO           PIC 9(02) VALUE ZERO.
       01  WS-OPERADOR-ID              PIC X(08) VALUE "BATCH".

       01  WS-CONTROLE-PARAMETROS.
           05  WS-TOTAL-ESPERADO       PIC S9(8)V99 VALUE ZERO.
           05  WS-PARM-CARREGADO       PIC X(01) VALUE "N".
               88  PARM-CARREGADO             VALUE "S".
           05  WS-MODO-EXECUCAO        PIC X(01) VALUE SPACES.
               88  MODO-SIMULACAO             VALUE "S".
           05  WS-DIFERENCA-CONTROLE   PIC S9(8)V99 VALUE ZERO.
           05  WS-HA-DISCREPANCIA      PIC X(01) VALUE "N".
               88  HA-DISCREPANCIA            VALUE "S".
           05  WS-ESTOURO-CONTROLE     PIC X(01) VALUE "N".
               88  ESTOURO-TOTAL-CONTROLE     VALUE "S".

      *    Plano da divisao (FLUXOCTL) e situacao de cada fluxo
      *    (FLUXOSAI). So consolida quando todos os fluxos planejados
      *    estao concluidos nesta divisao e no mesmo modo.
       01  WS-ID-DIVISAO               PIC X(14) VALUE SPACES.
       01  WS-QTD-FLUXOS               PIC 9(01) VALUE ZERO.
       01  WS-TABELA-FLUXOS.
           05  WS-FLUXO-TAB OCCURS 4 TIMES.
               10  WS-PLN-PLANEJADO    PIC X(01).
               10  WS-PLN-CONCLUIDO    PIC X(01).
               10  WS-PLN-MODO-DIVERGENTE
                                       PIC X(01).
               10  WS-PLN-LOTES        PIC 9(04).
               10  WS-PLN-REGISTROS    PIC 9(08).
               10  WS-PLN-SITUACAO     PIC X(174).
       01  WS-IND-FLUXO                PIC 9(01) VALUE ZERO.
       01  WS-FLUXOS-COMPLETOS         PIC X(01) VALUE "N".
           88  FLUXOS-COMPLETOS               VALUE "S".
       01  WS-FIM-FLUXOS               PIC X(01) VALUE "N".
           88  FIM-DOS-FLUXOS                 VALUE "S".
       01  WS-QTD-SITUACOES-IGNORADAS  PIC 9(04) VALUE ZERO.

       01  WS-ESTATISTICAS.
           05  WS-TS-INICIO            PIC X(14) VALUE SPACES.
           05  WS-TS-FIM               PIC X(14) VALUE SPACES.
           05  WS-QTD-LIDAS            PIC 9(08) VALUE ZERO.
           05  WS-QTD-VALIDAS          PIC 9(08) VALUE ZERO.
           05  WS-QTD-REJEITADAS       PIC 9(08) VALUE ZERO.
           05  WS-QTD-DUPLICADAS       PIC 9(08) VALUE ZERO.
           05  WS-QTD-EXCECOES         PIC 9(08) VALUE ZERO.
           05  WS-QTD-GL-GRAVADOS      PIC 9(08) VALUE ZERO.
           05  WS-QTD-SEM-MAPA         PIC 9(08) VALUE ZERO.
           05  WS-QTD-DIARIOS-GL       PIC 9(08) VALUE ZERO.
           05  WS-QTD-ESTORNOS         PIC 9(08) VALUE ZERO.
           05  WS-QTD-ESTORNOS-REJ     PIC 9(08) VALUE ZERO.
           05  WS-QTD-PEND-APROVACAO   PIC 9(08) VALUE ZERO.
           05  WS-QTD-LOTES-ACEITOS    PIC 9(04) VALUE ZERO.
           05  WS-QTD-LOTES-REJEITADOS PIC 9(04) VALUE ZERO.
           05  WS-TOTAL-CONTROLE       PIC S9(8)V99 VALUE ZERO.

      *    Registros gravados em cada saida consolidada.
       01  WS-CONTAGEM-JUNCAO.
           05  WS-JUN-RESULTADOS       PIC 9(08) VALUE ZERO.
           05  WS-JUN-REJEITOS         PIC 9(08) VALUE ZERO.
           05  WS-JUN-EXCECOES         PIC 9(08) VALUE ZERO.
           05  WS-JUN-INTERFGL         PIC 9(08) VALUE ZERO.
           05  WS-JUN-AUDITORIA        PIC 9(08) VALUE ZERO.
           05  WS-JUN-LOTES-ACEITOS    PIC 9(08) VALUE ZERO.
           05  WS-JUN-LOTES-RECUSADOS  PIC 9(08) VALUE ZERO.
           05  WS-JUN-APROVACOES       PIC 9(08) VALUE ZERO.
           05  WS-JUN-DUPLICADAS       PIC 9(08) VALUE ZERO.
           05  WS-JUN-ESTORNOS         PIC 9(08) VALUE ZERO.

      *    Nos relatorios dos fluxos o cabecalho ("RELATORIO...") e
      *    o aviso de simulacao ("***...") saem uma vez so.
       01  WS-LINHA-ANALISE.
           05  WS-LIN-PREFIXO-9        PIC X(09).
           05  FILLER                  PIC X(71).
       01  WS-LINHA-ANALISE-R REDEFINES WS-LINHA-ANALISE.
           05  WS-LIN-PREFIXO-3        PIC X(03).
           05  FILLER                  PIC X(77).
       01  WS-CABECALHO-GRAVADO        PIC X(01) VALUE "N".
           88  CABECALHO-GRAVADO              VALUE "S".
       01  WS-AVISO-GRAVADO            PIC X(01) VALUE "N".
           88  AVISO-GRAVADO                  VALUE "S".
       01  WS-QTD-LINHAS-DETALHE       PIC 9(08) VALUE ZERO.

      *    Lotes de cada fluxo, dos registros "L" do FLUXOSAI.
       01  WS-TABELA-LOTES.
           05  WS-QTD-LOTES            PIC 9(04) VALUE ZERO.
           05  WS-LOTE-TAB OCCURS 200 TIMES.
               10  WS-LOT-FLUXO        PIC 9(01).
               10  WS-LOT-ID           PIC X(08).
               10  WS-LOT-ORIGEM       PIC X(08).
               10  WS-LOT-DATA-MOV     PIC 9(08).
               10  WS-LOT-STATUS       PIC X(01).
                   88  LOTE-ACEITO            VALUE "A".
                   88  LOTE-REJEITADO         VALUE "R".
               10  WS-LOT-MOTIVO       PIC X(40).
               10  WS-LOT-QTD-LIDAS    PIC 9(08).
               10  WS-LOT-QTD-VALIDAS  PIC 9(08).
               10  WS-LOT-QTD-REJ      PIC 9(08).
       01  WS-IND-LOTE                 PIC 9(04) VALUE ZERO.
       01  WS-IND-LOTE-MANTIDO         PIC 9(04) VALUE ZERO.
       01  WS-FLUXO-CORRENTE           PIC 9(01) VALUE ZERO.
       01  WS-DATA-REF-DIARIO          PIC 9(08) VALUE ZERO.

       01  WS-CONTROLE-EXECUCAO.
           05  WS-QTD-RUNCTL           PIC 9(04) VALUE ZERO.
           05  WS-FIM-RUNCTL           PIC X(01) VALUE "N".
               88  FIM-DO-RUNCTL              VALUE "S".
           05  WS-RUNCTL-TAB OCCURS 400 TIMES.
               10  WS-RCT-DATA         PIC 9(08).
               10  WS-RCT-CALCULO      PIC X(01).
               10  WS-RCT-CONCILIACAO  PIC X(01).
       01  WS-IND-RUNCTL               PIC 9(04) VALUE ZERO.
       01  WS-IND-RUNCTL-ACHADO        PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-RUNCTL             PIC X(01) VALUE "N".
           88  ACHOU-RUNCTL                   VALUE "S".
       01  WS-DATA-VERIFICADA          PIC 9(08) VALUE ZERO.

       01  WS-CODIGOS-OP-DIA.
           05  FILLER                  PIC X(01) VALUE "A".
           05  FILLER                  PIC X(01) VALUE "S".
           05  FILLER                  PIC X(01) VALUE "M".
           05  FILLER                  PIC X(01) VALUE "D".
       01  WS-CODIGOS-OP-DIA-R REDEFINES WS-CODIGOS-OP-DIA.
           05  WS-DIA-OP-CODIGO        PIC X(01) OCCURS 4 TIMES.

      *    Totais do dia de todos os fluxos, somados por data de
      *    movimento a partir do HISTDSAI parcial de cada fluxo.
       01  WS-TOTAIS-DIA.
           05  WS-QTD-DATAS-DIA        PIC 9(04) VALUE ZERO.
           05  WS-DATA-DIA OCCURS 200 TIMES.
               10  WS-DTD-DATA         PIC 9(08).
               10  WS-DTD-CONSUMIDA    PIC X(01).
               10  WS-DTD-OP OCCURS 4 TIMES.
                   15  WS-DTD-OP-QTD   PIC 9(08).
                   15  WS-DTD-OP-VALOR PIC S9(10)V99.
       01  WS-IND-DIA-OP               PIC 9(02) VALUE ZERO.
       01  WS-IND-DATA-DIA             PIC 9(04) VALUE ZERO.
       01  WS-IND-DATA-ACHADA          PIC 9(04) VALUE ZERO.
       01  WS-ACHOU-DATA-DIA           PIC X(01) VALUE "N".
           88  ACHOU-DATA-DIA                 VALUE "S".
       01  WS-FIM-HISTD                PIC X(01) VALUE "N".
           88  FIM-DO-HISTD                   VALUE "S".

      *    Realizado da execucao por centro de custo e mes de
      *    movimento, apurado do RESULTOUT consolidado e confrontado
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
       01  WS-FIM-REALCC               PIC X(01) VALUE "N".
           88  FIM-DO-REALCC                  VALUE "S".
       01  WS-FIM-ORCAMENTO            PIC X(01) VALUE "N".
           88  FIM-DO-ORCAMENTO               VALUE "S".
       01  WS-REALIZADO-MES            PIC S9(12)V99 VALUE ZERO.
       01  WS-QTD-ACIMA-ORCAMENTO      PIC 9(08) VALUE ZERO.

       01  WS-DATA-SISTEMA.
           05  WS-DATA-AAAAMMDD        PIC 9(08).
           05  WS-DATA-AAAAMMDD-R REDEFINES WS-DATA-AAAAMMDD.
               10  WS-DATA-AAAA        PIC 9(04).
               10  WS-DATA-MM          PIC 9(02).
               10  WS-DATA-DD          PIC 9(02).
       01  WS-DATA-FORMATADA           PIC X(10).

       01  WS-HORA-SISTEMA             PIC 9(08).
       01  WS-HORA-SISTEMA-R REDEFINES WS-HORA-SISTEMA.
           05  WS-HORA-HHMMSS          PIC 9(06).
           05  WS-HORA-CENTESIMOS      PIC 9(02).

       01  WS-CTRL-CABECALHO.
           05  FILLER                  PIC X(33)
                   VALUE "RELATORIO DE CONTROLE DA EXECUCAO".
           05  FILLER                  PIC X(07) VALUE " DATA: ".
           05  WS-CTRL-DATA            PIC X(10).

       01  WS-CTRL-CONSOLIDACAO.
           05  FILLER                  PIC X(35)
                   VALUE "CONSOLIDACAO DE FLUXOS - DIVISAO: ".
           05  WS-CTRL-ID-DIVISAO      PIC X(14).
           05  FILLER                  PIC X(10) VALUE "  FLUXOS: ".
           05  WS-CTRL-QTD-FLUXOS      PIC 9(01).

       01  WS-CTRL-JANELA.
           05  FILLER                  PIC X(08) VALUE "INICIO: ".
           05  WS-CTRL-INICIO          PIC X(14).
           05  FILLER                  PIC X(06) VALUE " FIM: ".
           05  WS-CTRL-FIM             PIC X(14).

       01  WS-CTRL-OPERADOR.
           05  FILLER                  PIC X(10) VALUE "OPERADOR: ".
           05  WS-CTRL-OPER-ID         PIC X(08).

       01  WS-CTRL-PENDENTE            PIC X(47)
               VALUE "*** FLUXOS PENDENTES - NADA FOI CONSOLIDADO ***".

       01  WS-CTRL-LINHA.
           05  WS-CTRL-TITULO          PIC X(24).
           05  WS-CTRL-VALOR           PIC ZZZZZZZ9.

       01  WS-CTRL-LINHA-VALOR.
           05  WS-CTRL-TITULO-VALOR    PIC X(24).
           05  WS-CTRL-VALOR-MONETARIO PIC -(8)9.99.

       01  WS-CTRL-LINHA-ESTOURO       PIC X(44)
               VALUE "*** ESTOURO NO TOTAL DE CONTROLE - INVALIDO".

       01  WS-CTRL-CABECALHO-FLUXOS    PIC X(19)
               VALUE "SITUACAO DOS FLUXOS".

       01  WS-CTRL-LINHA-FLUXO.
           05  FILLER                  PIC X(06) VALUE "FLUXO ".
           05  WS-CFX-FLUXO            PIC 9(01).
           05  FILLER                  PIC X(08) VALUE " LOTES: ".
           05  WS-CFX-LOTES            PIC ZZZ9.
           05  FILLER                  PIC X(06) VALUE " REG: ".
           05  WS-CFX-REGISTROS        PIC ZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CFX-SITUACAO         PIC X(15).
           05  FILLER                  PIC X(05) VALUE " RC: ".
           05  WS-CFX-RC               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CFX-FIM              PIC X(14).

       01  WS-CTRL-CABECALHO-ARQUIVOS  PIC X(21)
               VALUE "ARQUIVOS CONSOLIDADOS".

       01  WS-CTRL-CABECALHO-LOTES     PIC X(15)
               VALUE "TOTAIS POR LOTE".

       01  WS-CTRL-LOTE-IDENT.
           05  FILLER                  PIC X(06) VALUE "LOTE: ".
           05  WS-CTL-ID-LOTE          PIC X(08).
           05  FILLER                  PIC X(09) VALUE " ORIGEM: ".
           05  WS-CTL-ORIGEM           PIC X(08).
           05  FILLER                  PIC X(13) VALUE " DATA MOVTO: ".
           05  WS-CTL-DATA-MOV         PIC 9(08).
           05  FILLER                  PIC X(11) VALUE " SITUACAO: ".
           05  WS-CTL-SITUACAO         PIC X(09).

       01  WS-CTRL-LOTE-CONTAGENS.
           05  FILLER                  PIC X(09) VALUE "  LIDAS: ".
           05  WS-CTL-LIDAS            PIC ZZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  VALIDAS: ".
           05  WS-CTL-VALIDAS          PIC ZZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE "  REJEITADAS: ".
           05  WS-CTL-REJEITADAS       PIC ZZZZZZZ9.

       01  WS-LOTEREJ-MOTIVO.
           05  FILLER                  PIC X(08) VALUE "MOTIVO: ".
           05  WS-LREJ-MOTIVO          PIC X(40).

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
           05  WS-CTRL-RC              PIC 9(02).

       01  WS-LINHA-SIMULACAO          PIC X(42)
               VALUE "*** SIMULACAO - NADA FOI CONTABILIZADO ***".

000400     PROCEDURE DIVISION.
          MAIN.
              PERFORM INICIA-ESTATISTICAS
              PERFORM LER-PARAMETROS
              PERFORM CARREGA-PLANO-FLUXOS
              PERFORM CARREGA-SITUACAO-FLUXOS
              PERFORM VERIFICA-FLUXOS
              IF FLUXOS-COMPLETOS
                  PERFORM ABRIR-ARQUIVOS
                  PERFORM JUNTA-SAIDAS
                  PERFORM FECHAR-ARQUIVOS
                  IF NOT MODO-SIMULACAO
                      PERFORM ATUALIZA-HISTORICO-DIARIO
                  END-IF
                  IF REALIZADO-APURADO
                      PERFORM ATUALIZA-REALIZADO-CCUSTO
                      PERFORM CARREGA-ORCAMENTO
                      PERFORM VERIFICA-ESTOURO-ORCAMENTO
                  END-IF
                  PERFORM RECONCILIA-TOTAIS
              ELSE
                  MOVE 8 TO WS-CODIGO-RETORNO
              END-IF
              PERFORM GRAVA-ESTATISTICAS
              MOVE WS-CODIGO-RETORNO TO RETURN-CODE
              STOP RUN.

           INICIA-ESTATISTICAS.
               ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
               STRING WS-DATA-DD "/" WS-DATA-MM "/" WS-DATA-AAAA
                   DELIMITED BY SIZE INTO WS-DATA-FORMATADA
               ACCEPT WS-OPERADOR-ID FROM ENVIRONMENT "USER"
               IF WS-OPERADOR-ID = SPACES
                   MOVE "BATCH" TO WS-OPERADOR-ID
               END-IF.

           LER-PARAMETROS.
               OPEN INPUT PARM-FILE
               IF WS-PARM-STATUS = "00"
                   READ PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PARM-TOTAL-CONTROLE-ESPERADO
                               TO WS-TOTAL-ESPERADO
                           SET PARM-CARREGADO TO TRUE
                   END-READ
                   CLOSE PARM-FILE
               ELSE
                   DISPLAY "AVISO: PARMFILE INDISPONIVEL - FILE STATUS "
                       WS-PARM-STATUS
               END-IF.

      *    Plano gravado pelo SEPARAFLUXOS: um registro por fluxo.
           CARREGA-PLANO-FLUXOS.
               PERFORM VARYING WS-IND-FLUXO FROM 1 BY 1
                       UNTIL WS-IND-FLUXO > 4
                   MOVE "N" TO WS-PLN-PLANEJADO(WS-IND-FLUXO)
                   MOVE "N" TO WS-PLN-CONCLUIDO(WS-IND-FLUXO)
                   MOVE "N" TO WS-PLN-MODO-DIVERGENTE(WS-IND-FLUXO)
                   MOVE ZERO TO WS-PLN-LOTES(WS-IND-FLUXO)
                   MOVE ZERO TO WS-PLN-REGISTROS(WS-IND-FLUXO)
                   MOVE SPACES TO WS-PLN-SITUACAO(WS-IND-FLUXO)
               END-PERFORM
               OPEN INPUT FLUXO-CTL-FILE
               IF WS-FLUXO-CTL-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: FLUXOCTL INDISPONIVEL - FILE"
                       " STATUS " WS-FLUXO-CTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-FIM-FLUXOS
               PERFORM UNTIL FIM-DOS-FLUXOS
                   READ FLUXO-CTL-FILE
                       AT END
                           MOVE "S" TO WS-FIM-FLUXOS
                       NOT AT END
                           IF FLX-PLANEJADO AND
                              FLX-NUMERO NUMERIC AND
                              FLX-NUMERO > ZERO AND
                              FLX-NUMERO <= 4
                               MOVE FLX-NUMERO TO WS-IND-FLUXO
                               IF WS-PLN-PLANEJADO(WS-IND-FLUXO)
                                       NOT = "S"
                                   ADD 1 TO WS-QTD-FLUXOS
                               END-IF
                               MOVE "S"
                                   TO WS-PLN-PLANEJADO(WS-IND-FLUXO)
                               MOVE FLX-QTD-LOTES
                                   TO WS-PLN-LOTES(WS-IND-FLUXO)
                               MOVE FLX-QTD-REGISTROS
                                   TO WS-PLN-REGISTROS(WS-IND-FLUXO)
                               MOVE FLX-ID-DIVISAO TO WS-ID-DIVISAO
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
               IF WS-QTD-FLUXOS = ZERO
                   DISPLAY "ERRO FATAL: FLUXOCTL SEM FLUXO PLANEJADO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *    FLUXOSAI traz a situacao final gravada por cada fluxo;
      *    situacoes de outra divisao (execucao anterior) nao contam.
           CARREGA-SITUACAO-FLUXOS.
               OPEN INPUT FLUXO-SAI-FILE
               IF WS-FLUXO-SAI-STATUS NOT = "00"
                   DISPLAY "AVISO: FLUXOSAI INDISPONIVEL - FILE STATUS "
                       WS-FLUXO-SAI-STATUS
               ELSE
                   MOVE "N" TO WS-FIM-FLUXOS
                   PERFORM UNTIL FIM-DOS-FLUXOS
                       READ FLUXO-SAI-FILE
                           AT END
                               MOVE "S" TO WS-FIM-FLUXOS
                           NOT AT END
                               PERFORM GUARDA-SITUACAO-FLUXO
                       END-READ
                       IF WS-FLUXO-SAI-STATUS NOT = "00" AND
                          WS-FLUXO-SAI-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM FLUXOSAI - FILE"
                               " STATUS " WS-FLUXO-SAI-STATUS
                           MOVE "S" TO WS-FIM-FLUXOS
                       END-IF
                   END-PERFORM
                   CLOSE FLUXO-SAI-FILE
               END-IF.

           GUARDA-SITUACAO-FLUXO.
               MOVE FLUXO-SAI-RECORD TO FLUXO-RECORD
               IF FLX-LOTE
                   PERFORM GUARDA-LOTE-FLUXO
               ELSE
                   MOVE ZERO TO WS-FLUXO-CORRENTE
                   PERFORM GUARDA-CONCLUSAO-FLUXO
               END-IF.

      *    Um fluxo reiniciado regrava o seu FLUXOSAI; se aparecer
      *    mais de uma conclusao do mesmo fluxo vale a ultima, com os
      *    lotes que vem logo depois dela.
           GUARDA-CONCLUSAO-FLUXO.
               IF FLX-CONCLUIDO AND
                  FLX-ID-DIVISAO = WS-ID-DIVISAO AND
                  FLX-NUMERO NUMERIC AND
                  FLX-NUMERO > ZERO AND
                  FLX-NUMERO <= 4
                   MOVE FLX-NUMERO TO WS-IND-FLUXO
                   IF WS-PLN-PLANEJADO(WS-IND-FLUXO) = "S"
                       MOVE "S" TO WS-PLN-CONCLUIDO(WS-IND-FLUXO)
                       MOVE FLUXO-SAI-RECORD
                           TO WS-PLN-SITUACAO(WS-IND-FLUXO)
                       MOVE WS-IND-FLUXO TO WS-FLUXO-CORRENTE
                       PERFORM DESCARTA-LOTES-FLUXO
                   ELSE
                       ADD 1 TO WS-QTD-SITUACOES-IGNORADAS
                   END-IF
               ELSE
                   ADD 1 TO WS-QTD-SITUACOES-IGNORADAS
               END-IF.

           DESCARTA-LOTES-FLUXO.
               MOVE ZERO TO WS-IND-LOTE-MANTIDO
               PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                       UNTIL WS-IND-LOTE > WS-QTD-LOTES
                   IF WS-LOT-FLUXO(WS-IND-LOTE) NOT = WS-FLUXO-CORRENTE
                       ADD 1 TO WS-IND-LOTE-MANTIDO
                       MOVE WS-LOTE-TAB(WS-IND-LOTE)
                           TO WS-LOTE-TAB(WS-IND-LOTE-MANTIDO)
                   END-IF
               END-PERFORM
               MOVE WS-IND-LOTE-MANTIDO TO WS-QTD-LOTES.

           GUARDA-LOTE-FLUXO.
               IF WS-FLUXO-CORRENTE > ZERO AND
                  FLX-NUMERO NUMERIC AND
                  FLX-NUMERO = WS-FLUXO-CORRENTE AND
                  FLX-ID-DIVISAO = WS-ID-DIVISAO
                   IF WS-QTD-LOTES < 200
                       ADD 1 TO WS-QTD-LOTES
                       MOVE WS-FLUXO-CORRENTE
                           TO WS-LOT-FLUXO(WS-QTD-LOTES)
                       MOVE FLL-ID-LOTE TO WS-LOT-ID(WS-QTD-LOTES)
                       MOVE FLL-ORIGEM TO WS-LOT-ORIGEM(WS-QTD-LOTES)
                       IF FLL-DATA-MOVIMENTO NUMERIC
                           MOVE FLL-DATA-MOVIMENTO
                               TO WS-LOT-DATA-MOV(WS-QTD-LOTES)
                       ELSE
                           MOVE ZERO TO WS-LOT-DATA-MOV(WS-QTD-LOTES)
                       END-IF
                       MOVE FLL-STATUS TO WS-LOT-STATUS(WS-QTD-LOTES)
                       MOVE FLL-MOTIVO TO WS-LOT-MOTIVO(WS-QTD-LOTES)
                       MOVE FLL-QTD-LIDAS
                           TO WS-LOT-QTD-LIDAS(WS-QTD-LOTES)
                       MOVE FLL-QTD-VALIDAS
                           TO WS-LOT-QTD-VALIDAS(WS-QTD-LOTES)
                       MOVE FLL-QTD-REJEITADAS
                           TO WS-LOT-QTD-REJ(WS-QTD-LOTES)
                   ELSE
                       DISPLAY "AVISO: TABELA DE LOTES CHEIA - LOTE "
                           FLL-ID-LOTE " FORA DO RELCTRL"
                   END-IF
               ELSE
                   ADD 1 TO WS-QTD-SITUACOES-IGNORADAS
               END-IF.

      *    Todos os fluxos planejados concluidos e no mesmo modo
      *    (real ou simulacao): soma as estatisticas e o total de
      *    controle. Faltando algum, nada e consolidado e os fluxos
      *    que terminaram ficam como estao ate o reinicio do que
      *    falhou.
           VERIFICA-FLUXOS.
               SET FLUXOS-COMPLETOS TO TRUE
               MOVE SPACES TO WS-MODO-EXECUCAO
               PERFORM VARYING WS-IND-FLUXO FROM 1 BY 1
                       UNTIL WS-IND-FLUXO > 4
                   IF WS-PLN-PLANEJADO(WS-IND-FLUXO) = "S"
                       IF WS-PLN-CONCLUIDO(WS-IND-FLUXO) = "S"
                           MOVE WS-PLN-SITUACAO(WS-IND-FLUXO)
                               TO FLUXO-RECORD
                           IF WS-MODO-EXECUCAO = SPACES
                               MOVE FLX-MODO-EXECUCAO
                                   TO WS-MODO-EXECUCAO
                           END-IF
                           IF FLX-MODO-EXECUCAO NOT = WS-MODO-EXECUCAO
                               MOVE "S" TO
                                   WS-PLN-MODO-DIVERGENTE(WS-IND-FLUXO)
                               MOVE "N" TO WS-FLUXOS-COMPLETOS
                               DISPLAY "FLUXO " WS-IND-FLUXO
                                   " EXECUTADO EM OUTRO MODO"
                           END-IF
                           PERFORM SOMA-SITUACAO-FLUXO
                       ELSE
                           MOVE "N" TO WS-FLUXOS-COMPLETOS
                           DISPLAY "FLUXO " WS-IND-FLUXO
                               " PENDENTE NA DIVISAO " WS-ID-DIVISAO
                       END-IF
                   END-IF
               END-PERFORM
               IF MODO-SIMULACAO
                   DISPLAY "CONSOLIDACAO EM MODO SIMULACAO -"
                       " GL, AUDITORIA E HISTORICO SUPRIMIDOS"
               END-IF
               IF NOT FLUXOS-COMPLETOS
                   DISPLAY "CONSOLIDACAO RECUSADA: REINICIE OS FLUXOS"
                       " PENDENTES E REPITA A CONSOLIDACAO"
               END-IF.

           SOMA-SITUACAO-FLUXO.
               ADD FLX-QTD-LIDAS TO WS-QTD-LIDAS
               ADD FLX-QTD-VALIDAS TO WS-QTD-VALIDAS
               ADD FLX-QTD-REJEITADAS TO WS-QTD-REJEITADAS
               ADD FLX-QTD-DUPLICADAS TO WS-QTD-DUPLICADAS
               ADD FLX-QTD-EXCECOES TO WS-QTD-EXCECOES
               ADD FLX-QTD-GL-GRAVADOS TO WS-QTD-GL-GRAVADOS
               ADD FLX-QTD-SEM-MAPA TO WS-QTD-SEM-MAPA
               ADD FLX-QTD-DIARIOS-GL TO WS-QTD-DIARIOS-GL
               ADD FLX-QTD-ESTORNOS TO WS-QTD-ESTORNOS
               ADD FLX-QTD-ESTORNOS-REJ TO WS-QTD-ESTORNOS-REJ
               ADD FLX-QTD-PEND-APROVACAO TO WS-QTD-PEND-APROVACAO
               ADD FLX-LOTES-ACEITOS TO WS-QTD-LOTES-ACEITOS
               ADD FLX-LOTES-REJEITADOS TO WS-QTD-LOTES-REJEITADOS
               ADD FLX-TOTAL-CONTROLE TO WS-TOTAL-CONTROLE
                   ON SIZE ERROR
                       SET ESTOURO-TOTAL-CONTROLE TO TRUE
               END-ADD
               IF FLX-HOUVE-ESTOURO
                   SET ESTOURO-TOTAL-CONTROLE TO TRUE
               END-IF
               IF FLX-CODIGO-RETORNO > WS-CODIGO-RETORNO
                   MOVE FLX-CODIGO-RETORNO TO WS-CODIGO-RETORNO
               END-IF
               IF WS-TS-INICIO = SPACES OR
                  FLX-TS-INICIO < WS-TS-INICIO
                   MOVE FLX-TS-INICIO TO WS-TS-INICIO
               END-IF.

           ABRIR-ARQUIVOS.
               OPEN INPUT RESULT-FX-FILE
               OPEN INPUT REJECT-FX-FILE
               OPEN INPUT EXCEPTION-FX-FILE
               OPEN INPUT LOTACE-FX-FILE
               OPEN INPUT LOTREC-FX-FILE
               OPEN INPUT APROV-FX-FILE
               OPEN INPUT DUPL-FX-FILE
               OPEN INPUT ESTORNO-FX-FILE
               IF MODO-SIMULACAO
                   MOVE "00" TO WS-GL-FX-STATUS
                   MOVE "00" TO WS-AUDIT-FX-STATUS
               ELSE
                   OPEN INPUT GL-FX-FILE
                   OPEN INPUT AUDIT-FX-FILE
               END-IF
               IF WS-RESULT-FX-STATUS NOT = "00" OR
                  WS-REJECT-FX-STATUS NOT = "00" OR
                  WS-EXCEPTION-FX-STATUS NOT = "00" OR
                  WS-LOTACE-FX-STATUS NOT = "00" OR
                  WS-LOTREC-FX-STATUS NOT = "00" OR
                  WS-APROV-FX-STATUS NOT = "00" OR
                  WS-DUPL-FX-STATUS NOT = "00" OR
                  WS-ESTORNO-FX-STATUS NOT = "00" OR
                  WS-GL-FX-STATUS NOT = "00" OR
                  WS-AUDIT-FX-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR UMA DAS"
                       " SAIDAS DOS FLUXOS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT RESULT-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT LOTACE-FILE
               OPEN OUTPUT LOTREC-FILE
               OPEN OUTPUT APROV-NOV-FILE
               OPEN OUTPUT DUPL-FILE
               OPEN OUTPUT ESTORNO-FILE
               IF MODO-SIMULACAO
                   MOVE "00" TO WS-GL-STATUS
                   MOVE "00" TO WS-AUDIT-STATUS
               ELSE
                   OPEN OUTPUT GL-FILE
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF WS-RESULT-STATUS NOT = "00" OR
                  WS-REJECT-STATUS NOT = "00" OR
                  WS-EXCEPTION-STATUS NOT = "00" OR
                  WS-LOTACE-STATUS NOT = "00" OR
                  WS-LOTREC-STATUS NOT = "00" OR
                  WS-APROV-NOV-STATUS NOT = "00" OR
                  WS-DUPL-STATUS NOT = "00" OR
                  WS-ESTORNO-STATUS NOT = "00" OR
                  WS-GL-STATUS NOT = "00" OR
                  WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "ERRO FATAL: NAO FOI POSSIVEL ABRIR UM DOS"
                       " ARQUIVOS DE SAIDA"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *    Junta as saidas dos fluxos na ordem dos fluxos. Em
      *    simulacao os fluxos nao gravam GL nem auditoria, e o
      *    INTERFGL e o AUDITLOG ficam como estao.
           JUNTA-SAIDAS.
               PERFORM JUNTA-RESULTADOS
               PERFORM JUNTA-REJEITOS
               PERFORM JUNTA-EXCECOES
               PERFORM JUNTA-LOTES-ACEITOS
               PERFORM JUNTA-LOTES-RECUSADOS
               PERFORM JUNTA-APROVACOES
               PERFORM JUNTA-DUPLICADAS
               PERFORM JUNTA-ESTORNOS
               IF NOT MODO-SIMULACAO
                   PERFORM JUNTA-INTERFACE-GL
                   PERFORM JUNTA-AUDITORIA
               END-IF.

      *    O realizado por centro de custo e apurado na mesma
      *    leitura dos resultados.
           JUNTA-RESULTADOS.
               MOVE ZERO TO WS-QTD-REALIZADO
               SET REALIZADO-APURADO TO TRUE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ RESULT-FX-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE RESULT-RECORD TO RESULT-SAI-RECORD
                           WRITE RESULT-SAI-RECORD
                           ADD 1 TO WS-JUN-RESULTADOS
                           PERFORM ACUMULA-REALIZADO
                   END-READ
                   IF WS-RESULT-FX-STATUS NOT = "00" AND
                      WS-RESULT-FX-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM RESULTFX - FILE"
                           " STATUS " WS-RESULT-FX-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM.

           JUNTA-REJEITOS.
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ REJECT-FX-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE REJECT-FX-RECORD TO REJECT-SAI-RECORD
                           WRITE REJECT-SAI-RECORD
                           ADD 1 TO WS-JUN-REJEITOS
                   END-READ
                   IF WS-REJECT-FX-STATUS NOT = "00" AND
                      WS-REJECT-FX-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM REJEITFX - FILE"
                           " STATUS " WS-REJECT-FX-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM.

           JUNTA-EXCECOES.
               MOVE "N" TO WS-CABECALHO-GRAVADO
               MOVE "N" TO WS-AVISO-GRAVADO
               MOVE ZERO TO WS-QTD-LINHAS-DETALHE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ EXCEPTION-FX-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE EXCEPTION-FX-RECORD
                               TO WS-LINHA-ANALISE
                           PERFORM ANALISA-LINHA-RELATORIO
                           IF WS-LINHA-ANALISE NOT = SPACES
                               MOVE WS-LINHA-ANALISE
                                   TO EXCEPTION-RECORD
                               WRITE EXCEPTION-RECORD
                           END-IF
                   END-READ
                   IF WS-EXCEPTION-FX-STATUS NOT = "00" AND
                      WS-EXCEPTION-FX-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM EXCECFX - FILE"
                           " STATUS " WS-EXCEPTION-FX-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               MOVE WS-QTD-LINHAS-DETALHE TO WS-JUN-EXCECOES.

      *    Cabecalho e aviso de simulacao so na primeira ocorrencia;
      *    as demais linhas (as de detalhe) sao contadas. Linha que
      *    nao deve ser copiada volta em branco.
           ANALISA-LINHA-RELATORIO.
               EVALUATE TRUE
                   WHEN WS-LIN-PREFIXO-9 = "RELATORIO"
                       IF CABECALHO-GRAVADO
                           MOVE SPACES TO WS-LINHA-ANALISE
                       ELSE
                           SET CABECALHO-GRAVADO TO TRUE
                       END-IF
                   WHEN WS-LIN-PREFIXO-3 = "***"
                       IF AVISO-GRAVADO
                           MOVE SPACES TO WS-LINHA-ANALISE
                       ELSE
                           SET AVISO-GRAVADO TO TRUE
                       END-IF
                   WHEN WS-LINHA-ANALISE = SPACES
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-QTD-LINHAS-DETALHE
               END-EVALUATE.

           JUNTA-LOTES-ACEITOS.
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ LOTACE-FX-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE LOTACE-RECORD TO LOTACE-SAI-RECORD
                           WRITE LOTACE-SAI-RECORD
                           ADD 1 TO WS-JUN-LOTES-ACEITOS
                           PERFORM GUARDA-DATA-REFERENCIA
                   END-READ
                   IF WS-LOTACE-FX-STATUS NOT = "00" AND
                      WS-LOTACE-FX-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM LOTACEFX - FILE"
                           " STATUS " WS-LOTACE-FX-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM.

      *    A data de referencia dos lotes sem data de movimento e a
      *    do primeiro lote aceito datado, como na execucao unica.
           GUARDA-DATA-REFERENCIA.
               IF WS-DATA-REF-DIARIO = ZERO AND
                  LAC-DATA-MOVIMENTO NUMERIC AND
                  LAC-DATA-MOVIMENTO > ZERO
                   MOVE LAC-DATA-MOVIMENTO TO WS-DATA-REF-DIARIO
               END-IF.

           JUNTA-LOTES-RECUSADOS.
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ LOTREC-FX-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE LOTREC-RECORD TO LOTREC-SAI-RECORD
                           WRITE LOTREC-SAI-RECORD
                           ADD 1 TO WS-JUN-LOTES-RECUSADOS
                   END-READ
                   IF WS-LOTREC-FX-STATUS NOT = "00" AND
                      WS-LOTREC-FX-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM LOTRECFX - FILE"
                           " STATUS " WS-LOTREC-FX-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM.

           JUNTA-APROVACOES.
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ APROV-FX-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE APROV-FX-RECORD TO APROV-NOV-RECORD
                           WRITE APROV-NOV-RECORD
                           ADD 1 TO WS-JUN-APROVACOES
                   END-READ
                   IF WS-APROV-FX-STATUS NOT = "00" AND
                      WS-APROV-FX-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM APROVFX - FILE"
                           " STATUS " WS-APROV-FX-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM.

           JUNTA-DUPLICADAS.
               MOVE "N" TO WS-CABECALHO-GRAVADO
               MOVE "N" TO WS-AVISO-GRAVADO
               MOVE ZERO TO WS-QTD-LINHAS-DETALHE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ DUPL-FX-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE DUPL-FX-RECORD TO WS-LINHA-ANALISE
                           PERFORM ANALISA-LINHA-RELATORIO
                           IF WS-LINHA-ANALISE NOT = SPACES
                               MOVE WS-LINHA-ANALISE TO DUPL-RECORD
                               WRITE DUPL-RECORD
                           END-IF
                   END-READ
                   IF WS-DUPL-FX-STATUS NOT = "00" AND
                      WS-DUPL-FX-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM DUPLFX - FILE"
                           " STATUS " WS-DUPL-FX-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               MOVE WS-QTD-LINHAS-DETALHE TO WS-JUN-DUPLICADAS.

           JUNTA-ESTORNOS.
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ ESTORNO-FX-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE ESTORNO-RECORD TO ESTORNO-SAI-RECORD
                           WRITE ESTORNO-SAI-RECORD
                           ADD 1 TO WS-JUN-ESTORNOS
                   END-READ
                   IF WS-ESTORNO-FX-STATUS NOT = "00" AND
                      WS-ESTORNO-FX-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM ESTORNFX - FILE"
                           " STATUS " WS-ESTORNO-FX-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM.

           JUNTA-INTERFACE-GL.
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ GL-FX-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE GL-FX-RECORD TO GL-SAI-RECORD
                           WRITE GL-SAI-RECORD
                           ADD 1 TO WS-JUN-INTERFGL
                   END-READ
                   IF WS-GL-FX-STATUS NOT = "00" AND
                      WS-GL-FX-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM INTERFFX - FILE"
                           " STATUS " WS-GL-FX-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM.

           JUNTA-AUDITORIA.
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-DO-ARQUIVO
                   READ AUDIT-FX-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           MOVE AUDIT-FX-RECORD TO AUDIT-SAI-RECORD
                           WRITE AUDIT-SAI-RECORD
                           ADD 1 TO WS-JUN-AUDITORIA
                   END-READ
                   IF WS-AUDIT-FX-STATUS NOT = "00" AND
                      WS-AUDIT-FX-STATUS NOT = "10"
                       DISPLAY "ERRO DE LEITURA EM AUDITFX - FILE"
                           " STATUS " WS-AUDIT-FX-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM.

           FECHAR-ARQUIVOS.
               CLOSE RESULT-FX-FILE
               CLOSE REJECT-FX-FILE
               CLOSE EXCEPTION-FX-FILE
               CLOSE LOTACE-FX-FILE
               CLOSE LOTREC-FX-FILE
               CLOSE APROV-FX-FILE
               CLOSE DUPL-FX-FILE
               CLOSE ESTORNO-FX-FILE
               CLOSE RESULT-FILE
               CLOSE REJECT-FILE
               CLOSE EXCEPTION-FILE
               CLOSE LOTACE-FILE
               CLOSE LOTREC-FILE
               CLOSE APROV-NOV-FILE
               CLOSE DUPL-FILE
               CLOSE ESTORNO-FILE
               IF NOT MODO-SIMULACAO
                   CLOSE GL-FX-FILE
                   CLOSE AUDIT-FX-FILE
                   CLOSE GL-FILE
                   CLOSE AUDIT-FILE
               END-IF.

      *    Soma os totais do dia gravados por cada fluxo no seu
      *    HISTDSAI e regrava o historico diario uma vez so, como o
      *    CALCULADORACOBOL faz numa execucao unica: registros
      *    existentes da mesma data sao somados; datas sem registro
      *    ganham um registro novo ao final.
           ATUALIZA-HISTORICO-DIARIO.
               PERFORM CARREGA-TOTAIS-FLUXOS
               OPEN OUTPUT HISTD-SAI-FILE
               IF WS-HISTD-SAI-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR HISTDSAI"
                       " - FILE STATUS " WS-HISTD-SAI-STATUS
               ELSE
                   MOVE "N" TO WS-FIM-HISTD
                   OPEN INPUT HISTD-ENT-FILE
                   IF WS-HISTD-ENT-STATUS = "00"
                       PERFORM UNTIL FIM-DO-HISTD
                           READ HISTD-ENT-FILE
                               AT END
                                   MOVE "S" TO WS-FIM-HISTD
                               NOT AT END
                                   PERFORM PROCURA-DATA-HISTD
                                   IF WS-IND-DATA-ACHADA > ZERO
                                       PERFORM SOMA-TOTAIS-DIA
                                       MOVE "S" TO WS-DTD-CONSUMIDA
                                           (WS-IND-DATA-ACHADA)
                                   END-IF
                                   MOVE HISTD-RECORD
                                       TO HISTD-SAI-RECORD
                                   WRITE HISTD-SAI-RECORD
                           END-READ
                           IF WS-HISTD-ENT-STATUS NOT = "00" AND
                              WS-HISTD-ENT-STATUS NOT = "10"
                               DISPLAY "ERRO DE LEITURA EM HISTDENT"
                                   " - FILE STATUS "
                                   WS-HISTD-ENT-STATUS
                               MOVE "S" TO WS-FIM-HISTD
                           END-IF
                       END-PERFORM
                       CLOSE HISTD-ENT-FILE
                   END-IF
                   PERFORM VARYING WS-IND-DATA-DIA FROM 1 BY 1
                           UNTIL WS-IND-DATA-DIA > WS-QTD-DATAS-DIA
                       IF WS-DTD-CONSUMIDA(WS-IND-DATA-DIA) NOT = "S"
                           MOVE WS-IND-DATA-DIA TO WS-IND-DATA-ACHADA
                           PERFORM MONTA-REGISTRO-DIA
                           MOVE HISTD-RECORD TO HISTD-SAI-RECORD
                           WRITE HISTD-SAI-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE HISTD-SAI-FILE
               END-IF.

           CARREGA-TOTAIS-FLUXOS.
               MOVE ZERO TO WS-QTD-DATAS-DIA
               OPEN INPUT HISTD-FX-FILE
               IF WS-HISTD-FX-STATUS NOT = "00"
                   DISPLAY "AVISO: HISTDFX INDISPONIVEL - FILE STATUS "
                       WS-HISTD-FX-STATUS
               ELSE
                   MOVE "N" TO WS-FIM-HISTD
                   PERFORM UNTIL FIM-DO-HISTD
                       READ HISTD-FX-FILE
                           AT END
                               MOVE "S" TO WS-FIM-HISTD
                           NOT AT END
                               MOVE HISTD-FX-RECORD TO HISTD-RECORD
                               PERFORM GUARDA-TOTAIS-FLUXO
                       END-READ
                       IF WS-HISTD-FX-STATUS NOT = "00" AND
                          WS-HISTD-FX-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM HISTDFX - FILE"
                               " STATUS " WS-HISTD-FX-STATUS
                           MOVE "S" TO WS-FIM-HISTD
                       END-IF
                   END-PERFORM
                   CLOSE HISTD-FX-FILE
               END-IF.

           GUARDA-TOTAIS-FLUXO.
               PERFORM PROCURA-DATA-HISTD
               IF WS-IND-DATA-ACHADA = ZERO
                   IF WS-QTD-DATAS-DIA < 200
                       ADD 1 TO WS-QTD-DATAS-DIA
                       MOVE WS-QTD-DATAS-DIA TO WS-IND-DATA-ACHADA
                       MOVE HISTD-DATA
                           TO WS-DTD-DATA(WS-IND-DATA-ACHADA)
                       MOVE "N" TO WS-DTD-CONSUMIDA(WS-IND-DATA-ACHADA)
                       PERFORM VARYING WS-IND-DIA-OP FROM 1 BY 1
                               UNTIL WS-IND-DIA-OP > 4
                           MOVE ZERO TO WS-DTD-OP-QTD
                               (WS-IND-DATA-ACHADA WS-IND-DIA-OP)
                           MOVE ZERO TO WS-DTD-OP-VALOR
                               (WS-IND-DATA-ACHADA WS-IND-DIA-OP)
                       END-PERFORM
                   ELSE
                       DISPLAY "AVISO: TABELA DE DATAS CHEIA - TOTAIS"
                           " DE " HISTD-DATA " IGNORADOS"
                   END-IF
               END-IF
               IF WS-IND-DATA-ACHADA > ZERO
                   PERFORM VARYING WS-IND-DIA-OP FROM 1 BY 1
                           UNTIL WS-IND-DIA-OP > 4
                       IF HISTD-OP-QTD(WS-IND-DIA-OP) NUMERIC
                           ADD HISTD-OP-QTD(WS-IND-DIA-OP)
                               TO WS-DTD-OP-QTD
                                   (WS-IND-DATA-ACHADA WS-IND-DIA-OP)
                       END-IF
                       IF HISTD-OP-VALOR(WS-IND-DIA-OP) NUMERIC
                           ADD HISTD-OP-VALOR(WS-IND-DIA-OP)
                               TO WS-DTD-OP-VALOR
                                   (WS-IND-DATA-ACHADA WS-IND-DIA-OP)
                               ON SIZE ERROR
                                   CONTINUE
                           END-ADD
                       END-IF
                   END-PERFORM
               END-IF.

           PROCURA-DATA-HISTD.
               MOVE "N" TO WS-ACHOU-DATA-DIA
               MOVE ZERO TO WS-IND-DATA-ACHADA
               PERFORM VARYING WS-IND-DATA-DIA FROM 1 BY 1
                       UNTIL WS-IND-DATA-DIA > WS-QTD-DATAS-DIA
                       OR ACHOU-DATA-DIA
                   IF WS-DTD-DATA(WS-IND-DATA-DIA) = HISTD-DATA
                       SET ACHOU-DATA-DIA TO TRUE
                       MOVE WS-IND-DATA-DIA TO WS-IND-DATA-ACHADA
                   END-IF
               END-PERFORM.

           SOMA-TOTAIS-DIA.
               PERFORM VARYING WS-IND-DIA-OP FROM 1 BY 1
                       UNTIL WS-IND-DIA-OP > 4
                   ADD WS-DTD-OP-QTD(WS-IND-DATA-ACHADA WS-IND-DIA-OP)
                       TO HISTD-OP-QTD(WS-IND-DIA-OP)
                   ADD WS-DTD-OP-VALOR
                           (WS-IND-DATA-ACHADA WS-IND-DIA-OP)
                       TO HISTD-OP-VALOR(WS-IND-DIA-OP)
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
                   ADD WS-DTD-OP-QTD(WS-IND-DATA-ACHADA WS-IND-DIA-OP)
                       TO HISTD-QTD-TOTAL
                   ADD WS-DTD-OP-VALOR
                           (WS-IND-DATA-ACHADA WS-IND-DIA-OP)
                       TO HISTD-VALOR-TOTAL
                       ON SIZE ERROR
                           CONTINUE
                   END-ADD
               END-PERFORM.

           MONTA-REGISTRO-DIA.
               MOVE WS-DTD-DATA(WS-IND-DATA-ACHADA) TO HISTD-DATA
               MOVE ZERO TO HISTD-QTD-TOTAL
               MOVE ZERO TO HISTD-VALOR-TOTAL
               PERFORM VARYING WS-IND-DIA-OP FROM 1 BY 1
                       UNTIL WS-IND-DIA-OP > 4
                   MOVE WS-DIA-OP-CODIGO(WS-IND-DIA-OP)
                       TO HISTD-OP-CODIGO(WS-IND-DIA-OP)
                   MOVE ZERO TO HISTD-OP-QTD(WS-IND-DIA-OP)
                   MOVE ZERO TO HISTD-OP-VALOR(WS-IND-DIA-OP)
               END-PERFORM
               PERFORM SOMA-TOTAIS-DIA.

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
      *    execucao real, regrava o REALCC somando o realizado de
      *    todos os fluxos: registros existentes do mesmo centro e
      *    mes sao somados; os demais ganham registro novo ao final.
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

      *    O total esperado do PARMFILE vale para o TRANSIN inteiro:
      *    so pode ser conferido com a soma de todos os fluxos.
           RECONCILIA-TOTAIS.
               IF PARM-CARREGADO
                   COMPUTE WS-DIFERENCA-CONTROLE =
                       WS-TOTAL-CONTROLE - WS-TOTAL-ESPERADO
                       ON SIZE ERROR
                           SET ESTOURO-TOTAL-CONTROLE TO TRUE
                   END-COMPUTE
                   IF WS-DIFERENCA-CONTROLE NOT = ZERO
                       SET HA-DISCREPANCIA TO TRUE
                   END-IF
               END-IF.

      *    Codigo de retorno: o maior entre os fluxos, subindo para 8
      *    na divergencia ou estouro do total de controle. O
      *    controle de execucao so e marcado com todos os fluxos
      *    concluidos limpos, em execucao real.
           GRAVA-ESTATISTICAS.
               ACCEPT WS-DATA-AAAAMMDD FROM DATE YYYYMMDD
               ACCEPT WS-HORA-SISTEMA FROM TIME
               STRING WS-DATA-AAAAMMDD WS-HORA-HHMMSS
                   DELIMITED BY SIZE INTO WS-TS-FIM
               IF FLUXOS-COMPLETOS
                   IF (HA-DISCREPANCIA OR ESTOURO-TOTAL-CONTROLE) AND
                      WS-CODIGO-RETORNO < 8
                       MOVE 8 TO WS-CODIGO-RETORNO
                   END-IF
                   IF NOT MODO-SIMULACAO AND
                      WS-QTD-LOTES-ACEITOS > ZERO AND
                      WS-CODIGO-RETORNO <= 4
                       PERFORM MARCA-CALCULO-CONCLUIDO
                   END-IF
               END-IF
               PERFORM GRAVA-RELATORIO-CONTROLE
               IF FLUXOS-COMPLETOS
                   PERFORM GRAVA-REGISTRO-RUNLOG
               END-IF.

           MARCA-CALCULO-CONCLUIDO.
               PERFORM CARREGA-CONTROLE-EXECUCAO
               IF WS-DATA-REF-DIARIO = ZERO
                   MOVE WS-DATA-AAAAMMDD TO WS-DATA-REF-DIARIO
               END-IF
               PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                       UNTIL WS-IND-LOTE > WS-QTD-LOTES
                   IF LOTE-ACEITO(WS-IND-LOTE)
                       IF WS-LOT-DATA-MOV(WS-IND-LOTE) > ZERO
                           MOVE WS-LOT-DATA-MOV(WS-IND-LOTE)
                               TO WS-DATA-VERIFICADA
                       ELSE
                           MOVE WS-DATA-REF-DIARIO
                               TO WS-DATA-VERIFICADA
                       END-IF
                       PERFORM MARCA-DATA-CALCULO
                   END-IF
               END-PERFORM
               PERFORM GRAVA-CONTROLE-EXECUCAO.

           CARREGA-CONTROLE-EXECUCAO.
               OPEN INPUT RUNCTL-ENT-FILE
               IF WS-RUNCTL-ENT-STATUS = "00"
                   PERFORM UNTIL FIM-DO-RUNCTL
                       READ RUNCTL-ENT-FILE
                           AT END
                               MOVE "S" TO WS-FIM-RUNCTL
                           NOT AT END
                               IF WS-QTD-RUNCTL < 400
                                   ADD 1 TO WS-QTD-RUNCTL
                                   MOVE RCTL-DATA TO
                                       WS-RCT-DATA(WS-QTD-RUNCTL)
                                   MOVE RCTL-CALCULO TO
                                       WS-RCT-CALCULO(WS-QTD-RUNCTL)
                                   MOVE RCTL-CONCILIACAO TO
                                      WS-RCT-CONCILIACAO(WS-QTD-RUNCTL)
                               ELSE
                                   DISPLAY "AVISO: TABELA DE CONTROLE"
                                       " DE EXECUCAO CHEIA - REGISTRO"
                                       " IGNORADO"
                               END-IF
                       END-READ
                       IF WS-RUNCTL-ENT-STATUS NOT = "00" AND
                          WS-RUNCTL-ENT-STATUS NOT = "10"
                           DISPLAY "ERRO DE LEITURA EM RUNCTLENT -"
                               " FILE STATUS " WS-RUNCTL-ENT-STATUS
                           MOVE "S" TO WS-FIM-RUNCTL
                       END-IF
                   END-PERFORM
                   CLOSE RUNCTL-ENT-FILE
               ELSE
                   DISPLAY "AVISO: CONTROLE RUNCTLENT INDISPONIVEL -"
                       " FILE STATUS " WS-RUNCTL-ENT-STATUS
                   DISPLAY "CONTROLE DE EXECUCAO INICIADO VAZIO"
               END-IF.

           PROCURA-RUNCTL.
               MOVE "N" TO WS-ACHOU-RUNCTL
               MOVE ZERO TO WS-IND-RUNCTL-ACHADO
               PERFORM VARYING WS-IND-RUNCTL FROM 1 BY 1
                       UNTIL WS-IND-RUNCTL > WS-QTD-RUNCTL
                       OR ACHOU-RUNCTL
                   IF WS-RCT-DATA(WS-IND-RUNCTL) = WS-DATA-VERIFICADA
                       SET ACHOU-RUNCTL TO TRUE
                       MOVE WS-IND-RUNCTL TO WS-IND-RUNCTL-ACHADO
                   END-IF
               END-PERFORM.

           MARCA-DATA-CALCULO.
               PERFORM PROCURA-RUNCTL
               IF ACHOU-RUNCTL
                   MOVE "S" TO WS-RCT-CALCULO(WS-IND-RUNCTL-ACHADO)
               ELSE
                   IF WS-QTD-RUNCTL < 400
                       ADD 1 TO WS-QTD-RUNCTL
                       MOVE WS-DATA-VERIFICADA
                           TO WS-RCT-DATA(WS-QTD-RUNCTL)
                       MOVE "S" TO WS-RCT-CALCULO(WS-QTD-RUNCTL)
                       MOVE "N" TO WS-RCT-CONCILIACAO(WS-QTD-RUNCTL)
                   ELSE
                       DISPLAY "AVISO: TABELA DE CONTROLE DE EXECUCAO"
                           " CHEIA - DATA NAO MARCADA"
                   END-IF
               END-IF.

           GRAVA-CONTROLE-EXECUCAO.
               OPEN OUTPUT RUNCTL-SAI-FILE
               IF WS-RUNCTL-SAI-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR RUNCTLSAI"
                       " - FILE STATUS " WS-RUNCTL-SAI-STATUS
               ELSE
                   PERFORM VARYING WS-IND-RUNCTL FROM 1 BY 1
                           UNTIL WS-IND-RUNCTL > WS-QTD-RUNCTL
                       MOVE WS-RCT-DATA(WS-IND-RUNCTL) TO RCTL-DATA
                       MOVE WS-RCT-CALCULO(WS-IND-RUNCTL)
                           TO RCTL-CALCULO
                       MOVE WS-RCT-CONCILIACAO(WS-IND-RUNCTL)
                           TO RCTL-CONCILIACAO
                       MOVE RCTL-RECORD TO RUNCTL-SAI-RECORD
                       WRITE RUNCTL-SAI-RECORD
                   END-PERFORM
                   CLOSE RUNCTL-SAI-FILE
               END-IF.

           GRAVA-RELATORIO-CONTROLE.
               OPEN OUTPUT CTRL-FILE
               IF WS-CTRL-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR RELCTRL"
                       " - FILE STATUS " WS-CTRL-STATUS
               ELSE
                   MOVE WS-DATA-FORMATADA TO WS-CTRL-DATA
                   MOVE WS-CTRL-CABECALHO TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   IF MODO-SIMULACAO
                       MOVE WS-LINHA-SIMULACAO TO CTRL-RECORD
                       WRITE CTRL-RECORD
                   END-IF
                   MOVE WS-ID-DIVISAO TO WS-CTRL-ID-DIVISAO
                   MOVE WS-QTD-FLUXOS TO WS-CTRL-QTD-FLUXOS
                   MOVE WS-CTRL-CONSOLIDACAO TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   MOVE WS-TS-INICIO TO WS-CTRL-INICIO
                   MOVE WS-TS-FIM TO WS-CTRL-FIM
                   MOVE WS-CTRL-JANELA TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   MOVE WS-OPERADOR-ID TO WS-CTRL-OPER-ID
                   MOVE WS-CTRL-OPERADOR TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   IF FLUXOS-COMPLETOS
                       PERFORM GRAVA-CTRL-CONSOLIDADO
                   ELSE
                       MOVE WS-CTRL-PENDENTE TO CTRL-RECORD
                       WRITE CTRL-RECORD
                   END-IF
                   MOVE SPACES TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   MOVE WS-CTRL-CABECALHO-FLUXOS TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   PERFORM VARYING WS-IND-FLUXO FROM 1 BY 1
                           UNTIL WS-IND-FLUXO > 4
                       IF WS-PLN-PLANEJADO(WS-IND-FLUXO) = "S"
                           PERFORM GRAVA-CTRL-LINHA-FLUXO
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   MOVE WS-CODIGO-RETORNO TO WS-CTRL-RC
                   MOVE WS-CTRL-LINHA-RC TO CTRL-RECORD
                   WRITE CTRL-RECORD
                   CLOSE CTRL-FILE
               END-IF.

           GRAVA-CTRL-CONSOLIDADO.
               MOVE "LOTES ACEITOS:          " TO WS-CTRL-TITULO
               MOVE WS-QTD-LOTES-ACEITOS TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "LOTES REJEITADOS:       " TO WS-CTRL-TITULO
               MOVE WS-QTD-LOTES-REJEITADOS TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "TRANSACOES LIDAS:       " TO WS-CTRL-TITULO
               MOVE WS-QTD-LIDAS TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "TRANSACOES VALIDAS:     " TO WS-CTRL-TITULO
               MOVE WS-QTD-VALIDAS TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "TRANSACOES REJEITADAS:  " TO WS-CTRL-TITULO
               MOVE WS-QTD-REJEITADAS TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "SENDO DUPLICADAS:       " TO WS-CTRL-TITULO
               MOVE WS-QTD-DUPLICADAS TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "EXCECOES DE CALCULO:    " TO WS-CTRL-TITULO
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
               WRITE CTRL-RECORD
               MOVE "LANCADOS EM SUSPENSE:   " TO WS-CTRL-TITULO
               MOVE WS-QTD-SEM-MAPA TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "DIARIOS GL GRAVADOS:    " TO WS-CTRL-TITULO
               MOVE WS-QTD-DIARIOS-GL TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "TOTAL DE CONTROLE:      " TO WS-CTRL-TITULO-VALOR
               MOVE WS-TOTAL-CONTROLE TO WS-CTRL-VALOR-MONETARIO
               MOVE WS-CTRL-LINHA-VALOR TO CTRL-RECORD
               WRITE CTRL-RECORD
               IF PARM-CARREGADO
                   MOVE "TOTAL ESPERADO:         "
                       TO WS-CTRL-TITULO-VALOR
                   MOVE WS-TOTAL-ESPERADO TO WS-CTRL-VALOR-MONETARIO
                   MOVE WS-CTRL-LINHA-VALOR TO CTRL-RECORD
                   WRITE CTRL-RECORD
               END-IF
               IF HA-DISCREPANCIA
                   MOVE "*** DIVERGENCIA:        "
                       TO WS-CTRL-TITULO-VALOR
                   MOVE WS-DIFERENCA-CONTROLE
                       TO WS-CTRL-VALOR-MONETARIO
                   MOVE WS-CTRL-LINHA-VALOR TO CTRL-RECORD
                   WRITE CTRL-RECORD
               END-IF
               IF ESTOURO-TOTAL-CONTROLE
                   MOVE WS-CTRL-LINHA-ESTOURO TO CTRL-RECORD
                   WRITE CTRL-RECORD
               END-IF
               MOVE SPACES TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE WS-CTRL-CABECALHO-ARQUIVOS TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "RESULTOUT:              " TO WS-CTRL-TITULO
               MOVE WS-JUN-RESULTADOS TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "REJEITOS:               " TO WS-CTRL-TITULO
               MOVE WS-JUN-REJEITOS TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "EXCECOES:               " TO WS-CTRL-TITULO
               MOVE WS-JUN-EXCECOES TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "INTERFGL:               " TO WS-CTRL-TITULO
               MOVE WS-JUN-INTERFGL TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "AUDITLOG:               " TO WS-CTRL-TITULO
               MOVE WS-JUN-AUDITORIA TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "LOTESACE:               " TO WS-CTRL-TITULO
               MOVE WS-JUN-LOTES-ACEITOS TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "LOTESREC:               " TO WS-CTRL-TITULO
               MOVE WS-JUN-LOTES-RECUSADOS TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "APROVNOV:               " TO WS-CTRL-TITULO
               MOVE WS-JUN-APROVACOES TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "RELDUPL:                " TO WS-CTRL-TITULO
               MOVE WS-JUN-DUPLICADAS TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE "ESTORNOS:               " TO WS-CTRL-TITULO
               MOVE WS-JUN-ESTORNOS TO WS-CTRL-VALOR
               MOVE WS-CTRL-LINHA TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE SPACES TO CTRL-RECORD
               WRITE CTRL-RECORD
               MOVE WS-CTRL-CABECALHO-LOTES TO CTRL-RECORD
               WRITE CTRL-RECORD
               PERFORM VARYING WS-IND-FLUXO FROM 1 BY 1
                       UNTIL WS-IND-FLUXO > 4
                   PERFORM VARYING WS-IND-LOTE FROM 1 BY 1
                           UNTIL WS-IND-LOTE > WS-QTD-LOTES
                       IF WS-LOT-FLUXO(WS-IND-LOTE) = WS-IND-FLUXO
                           PERFORM GRAVA-CTRL-LINHA-LOTE
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM GRAVA-CTRL-ESTORNOS
               IF REALIZADO-APURADO
                   PERFORM GRAVA-CTRL-ORCAMENTO
               END-IF.

           GRAVA-CTRL-LINHA-LOTE.
               MOVE WS-LOT-ID(WS-IND-LOTE) TO WS-CTL-ID-LOTE
               MOVE WS-LOT-ORIGEM(WS-IND-LOTE) TO WS-CTL-ORIGEM
               MOVE WS-LOT-DATA-MOV(WS-IND-LOTE) TO WS-CTL-DATA-MOV
               IF LOTE-ACEITO(WS-IND-LOTE)
                   MOVE "ACEITO" TO WS-CTL-SITUACAO
               ELSE
                   MOVE "REJEITADO" TO WS-CTL-SITUACAO
               END-IF
               MOVE WS-CTRL-LOTE-IDENT TO CTRL-RECORD
               WRITE CTRL-RECORD
               IF LOTE-ACEITO(WS-IND-LOTE)
                   MOVE WS-LOT-QTD-LIDAS(WS-IND-LOTE) TO WS-CTL-LIDAS
                   MOVE WS-LOT-QTD-VALIDAS(WS-IND-LOTE)
                       TO WS-CTL-VALIDAS
                   MOVE WS-LOT-QTD-REJ(WS-IND-LOTE)
                       TO WS-CTL-REJEITADAS
                   MOVE WS-CTRL-LOTE-CONTAGENS TO CTRL-RECORD
                   WRITE CTRL-RECORD
               ELSE
                   MOVE WS-LOT-MOTIVO(WS-IND-LOTE) TO WS-LREJ-MOTIVO
                   MOVE WS-LOTEREJ-MOTIVO TO CTRL-RECORD
                   WRITE CTRL-RECORD
               END-IF.

      *    Estornos de todos os fluxos, relidos do ESTORNOS
      *    consolidado como o CALCULADORACOBOL faz com o seu.
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
                               MOVE ESTORNO-SAI-RECORD
                                   TO ESTORNO-RECORD
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

           GRAVA-CTRL-LINHA-FLUXO.
               MOVE WS-IND-FLUXO TO WS-CFX-FLUXO
               MOVE WS-PLN-LOTES(WS-IND-FLUXO) TO WS-CFX-LOTES
               MOVE WS-PLN-REGISTROS(WS-IND-FLUXO) TO WS-CFX-REGISTROS
               IF WS-PLN-CONCLUIDO(WS-IND-FLUXO) = "S"
                   MOVE WS-PLN-SITUACAO(WS-IND-FLUXO) TO FLUXO-RECORD
                   MOVE FLX-CODIGO-RETORNO TO WS-CFX-RC
                   MOVE FLX-TS-FIM TO WS-CFX-FIM
                   IF WS-PLN-MODO-DIVERGENTE(WS-IND-FLUXO) = "S"
                       MOVE "MODO DIVERGENTE" TO WS-CFX-SITUACAO
                   ELSE
                       MOVE "CONCLUIDO" TO WS-CFX-SITUACAO
                   END-IF
               ELSE
                   MOVE "--" TO WS-CFX-RC
                   MOVE SPACES TO WS-CFX-FIM
                   MOVE "PENDENTE" TO WS-CFX-SITUACAO
               END-IF
               MOVE WS-CTRL-LINHA-FLUXO TO CTRL-RECORD
               WRITE CTRL-RECORD.

      *    Um unico registro de RUNLOG para a execucao em fluxos:
      *    inicio do primeiro fluxo, fim da consolidacao e a soma
      *    das estatisticas de todos os fluxos.
           GRAVA-REGISTRO-RUNLOG.
               OPEN EXTEND RUNLOG-FILE
               IF WS-RUNLOG-STATUS NOT = "00"
                   OPEN OUTPUT RUNLOG-FILE
               END-IF
               IF WS-RUNLOG-STATUS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR RUNLOG"
                       " - FILE STATUS " WS-RUNLOG-STATUS
               ELSE
                   MOVE WS-DATA-AAAAMMDD TO RUN-DATA-EXECUCAO
                   MOVE WS-TS-INICIO TO RUN-TIMESTAMP-INICIO
                   MOVE WS-TS-FIM TO RUN-TIMESTAMP-FIM
                   MOVE WS-QTD-LIDAS TO RUN-QTD-LIDAS
                   MOVE WS-QTD-VALIDAS TO RUN-QTD-VALIDAS
                   MOVE WS-QTD-REJEITADAS TO RUN-QTD-REJEITADAS
                   MOVE WS-QTD-DUPLICADAS TO RUN-QTD-DUPLICADAS
                   MOVE WS-QTD-EXCECOES TO RUN-QTD-EXCECOES
                   MOVE WS-QTD-GL-GRAVADOS TO RUN-QTD-GL-GRAVADOS
                   MOVE WS-QTD-SEM-MAPA TO RUN-QTD-SEM-MAPA
                   MOVE WS-CODIGO-RETORNO TO RUN-CODIGO-RETORNO
                   IF MODO-SIMULACAO
                       MOVE "S" TO RUN-MODO-EXECUCAO
                   ELSE
                       MOVE "P" TO RUN-MODO-EXECUCAO
                   END-IF
                   MOVE WS-OPERADOR-ID TO RUN-OPERADOR
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               END-IF.
