           MOVE 'C'             TO PT-DC-CODE.
           MOVE WS-DEBIT-AMOUNT TO PT-AMOUNT.
           MOVE ZERO            TO PT-REF-SEQ.
           MOVE SPACES          TO PT-XFER-ACCT-NO.
           MOVE SPACES          TO PT-ORIG-CURRENCY.
           MOVE ZERO            TO PT-ORIG-AMOUNT.
           MOVE ZERO            TO PT-EFF-DATE.
           WRITE POST-TXN-REC.
           IF PTXO-FILE-STATUS NOT = '00'
              STRING 'WRITE PAY-TXN-OUT FAILED, STATUS '
