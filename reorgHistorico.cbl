
           FD  HIST-ENT-FILE
               RECORDING MODE IS F.
       01  HIST-ENT-RECORD             PIC X(121).

           FD  HIST-NOVO-FILE.
       01  HISTN-RECORD.
           05  HISTN-TRANS-ID          PIC X(16).
           05  HISTN-DATA-PROCESSO     PIC 9(08).
           05  HISTN-LANCAMENTO        PIC X(97).

           FD  HIST-SAI-FILE
               RECORDING MODE IS F.
       01  HIST-SAI-RECORD             PIC X(121).

           FD  PRINT-FILE
               RECORDING MODE IS F.
       01  WS-HIST-REG.
           05  WS-HIST-REG-ID          PIC X(16).
           05  WS-HIST-REG-DATA        PIC 9(08).
           05  WS-HIST-REG-LANCAMENTO  PIC X(97).

       01  WS-DIAS-HISTORICO           PIC 9(03) VALUE 30.
       01  WS-DIA-CORRENTE             PIC S9(09) VALUE ZERO.
           GRAVA-REGISTRO-RETIDO.
               MOVE WS-HIST-REG-ID TO HISTN-TRANS-ID
               MOVE WS-HIST-REG-DATA TO HISTN-DATA-PROCESSO
               MOVE WS-HIST-REG-LANCAMENTO TO HISTN-LANCAMENTO
               WRITE HISTN-RECORD
                   INVALID KEY
                       ADD 1 TO WS-QTD-DUPLICADOS
