           05 SP-DAYS-TO-PAY  PIC 9(3).
           05 SP-DISC-PCT     PIC 9(2)V99.
           05 SP-DISC-DAYS    PIC 9(3).
           05 FILLER          PIC X(45).

       FD  AGING-REPORT RECORDING MODE F.
       01  AGING-REPORT-REC    PIC X(100).
