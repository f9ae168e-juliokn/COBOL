              05 PI-POL-CODE       PIC X(10).
              05 PI-BILL-DATE      PIC 9(8).
              05 PI-AMOUNT         PIC 9(7)V99.
      *pago ate aqui pelos cupons parciais do LockBox, no lugar do
      *antigo FILLER X(3) - o record passou de 30 para 36
              05 PI-PAID-AMOUNT    PIC 9(7)V99.

          FD  PREM-PAYMENT RECORDING MODE F.
      *pagamentos de premio casados por apolice e data da fatura

      *faixas do envelhecimento das faturas em aberto
          01  WS-AGE-DAYS        PIC S9(5) VALUE ZERO.
          01  WS-OPEN-BALANCE    PIC 9(7)V99 VALUE ZERO.
          01  WS-BUCKET-SUB      PIC 9(1) VALUE ZERO.
          01  WS-BUCKET-TABLE.
              05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
            MOVE POL-CODE      TO PI-POL-CODE.
            MOVE WS-TODAY-DATE TO PI-BILL-DATE.
            MOVE POL-PREMIUM   TO PI-AMOUNT.
            MOVE ZERO          TO PI-PAID-AMOUNT.
            WRITE PREM-INVOICE-REC.
            IF PINV-FILE-STATUS NOT = '00'
               STRING 'WRITE PREM-INVOICE FAILED, STATUS '
            END-IF.
            IF NOT PAY-FOUND
               ADD 1 TO WS-OPEN-COUNT
      *--------a fatura com pagamento parcial do LockBox envelhece
      *--------pelo saldo que falta
               MOVE PI-AMOUNT TO WS-OPEN-BALANCE
               IF PI-PAID-AMOUNT NUMERIC
                  SUBTRACT PI-PAID-AMOUNT FROM WS-OPEN-BALANCE
               END-IF
               COMPUTE WS-AGE-DAYS =
                  WS-TODAY-INTEGER
                  - FUNCTION INTEGER-OF-DATE (PI-BILL-DATE)
                     MOVE '90 PLUS ' TO OI-BUCKET
               END-EVALUATE
               ADD 1 TO WBK-COUNT (WS-BUCKET-SUB)
               ADD WS-OPEN-BALANCE TO WBK-TOTAL (WS-BUCKET-SUB)
               MOVE PI-POL-CODE  TO OI-POL-CODE
               MOVE PI-BILL-DATE TO OI-BILL-DATE
               MOVE WS-OPEN-BALANCE TO OI-AMOUNT
               MOVE WS-AGE-DAYS  TO OI-AGE-DAYS
               MOVE OPEN-ITEM-LINE TO REPORT-REC
               PERFORM GRAVA-LINHA
