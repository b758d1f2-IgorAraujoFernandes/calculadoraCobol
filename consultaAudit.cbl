
           FD  ARQ-FILE
               RECORDING MODE IS F.
       01  ARQ-AUDIT-RECORD            PIC X(69).

           FD  CARD-FILE
               RECORDING MODE IS F.

           FD  EXTR-FILE
               RECORDING MODE IS F.
       01  EXTR-RECORD                 PIC X(69).

           FD  PRINT-FILE
               RECORDING MODE IS F.
