
           FD  PEND-SAI-FILE
               RECORDING MODE IS F.
       01  PEND-SAI-RECORD             PIC X(75).

           FD  BAIXA-FILE
               RECORDING MODE IS F.
       01  BAIXA-RECORD                PIC X(75).

           FD  PRINT-FILE
               RECORDING MODE IS F.

      *    Gera o registro de recarga no leiaute CBGLINT, incrementa
      *    o contador de reenvios e devolve o item ao arquivo de
      *    pendentes para a proxima conciliacao. A linha reenviada
      *    leva o diario e o numero de linha originais, para que a
      *    confirmacao do GL case com a pendencia.
           REENVIA-PENDENTE.
               MOVE "D" TO GL-TIPO-REG
               MOVE GLP-ID-DIARIO TO GL-ID-DIARIO
               MOVE GLP-LINHA-DIARIO TO GL-LINHA-DIARIO
               MOVE GLP-NATUREZA TO GL-NATUREZA
               MOVE GLP-TRANS-ID TO GL-TRANS-ID
               MOVE GLP-CONTA TO GL-CONTA-REFERENCIA
               MOVE GLP-VALOR TO GL-VALOR
               MOVE GLP-DATA-EXECUCAO TO GL-DATA-EXECUCAO
