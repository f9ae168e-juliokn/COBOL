       FD BASE-IN RECORDING MODE F .
      *extrato limpo da ultima carga noturna, em ordem de ACCT-NO;
      *mesma area do layout ACCTFLDS
       01  BASE-IN-REC           PIC X(183) .

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           05 CH-IMAGE-TYPE     PIC X(1) .
           05 CH-OPERATOR-ID    PIC X(8) .
           05 CH-TIMESTAMP      PIC X(14) .
           05 CH-ACCT-IMAGE     PIC X(183) .

       FD POST-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo AcctPost
           05 JR-REF-SEQ        PIC 9(7) .
           05 FILLER            PIC X(2) .
           05 JR-REV-FLAG       PIC X(1) .
      *moeda, valor original e taxa do movimento convertido
           05 FILLER            PIC X(40) .

       FD PAY-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo POST-PAYMENT do LockBox
              10 WE-ACTION      PIC X(1).
              10 WE-ACCT-NO     PIC X(8).
              10 WE-AMOUNT      PIC S9(9)V99 COMP-3.
              10 WE-IMAGE       PIC X(183).

      *area de troca da ordenacao por troca de vizinhos
       01  WS-SWAP-ENTRY.
           05 WS-SW-ACTION      PIC X(1).
           05 WS-SW-ACCT-NO     PIC X(8).
           05 WS-SW-AMOUNT      PIC S9(9)V99 COMP-3.
           05 WS-SW-IMAGE       PIC X(183).
       01  WS-SORT-SWAPPED      PIC X(1) VALUE 'N'.

       01  WS-WORK-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
