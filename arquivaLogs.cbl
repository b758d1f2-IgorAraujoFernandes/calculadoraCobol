
           FD  AUDIT-ARQ-FILE
               RECORDING MODE IS F.
       01  AUDIT-ARQ-RECORD            PIC X(69).

           FD  AUDIT-VIG-FILE
               RECORDING MODE IS F.
       01  AUDIT-VIG-RECORD            PIC X(69).

           FD  RUNLOG-FILE
               RECORDING MODE IS F.

           FD  HIST-PARC-FILE
               RECORDING MODE IS F.
       01  HIST-PARC-RECORD            PIC X(121).

           FD  HIST-PARC-SAI-FILE
               RECORDING MODE IS F.
       01  HIST-PARC-SAI-RECORD        PIC X(121).

           FD  ARQINV-FILE
               RECORDING MODE IS F.
       01  WS-HIST-REG.
           05  WS-HIST-REG-ID          PIC X(16).
           05  WS-HIST-REG-DATA        PIC 9(08).
           05  FILLER                  PIC X(97).
       01  WS-QTD-PARC-LIDOS           PIC 9(08) VALUE ZERO.
       01  WS-QTD-PARC-PURGADOS        PIC 9(08) VALUE ZERO.
       01  WS-QTD-PARC-MANTIDOS        PIC 9(08) VALUE ZERO.
