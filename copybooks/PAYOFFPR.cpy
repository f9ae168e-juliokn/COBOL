      *-----------------------------------------------------------
      *copybook com o paragrafo da cotacao de quitacao; o programa
      *que faz COPY deste membro precisa ter feito COPY PAYOFF
      *antes, na WORKING-STORAGE SECTION
      *-----------------------------------------------------------
       CALC-PAYOFF.
      *juro por dia = taxa mensal x 12 / 365 sobre o saldo devedor
      *positivo, o mesmo criterio do CALC-FINANCE-CHARGE do
      *FileHandling; sem ciclo conhecido conta-se desde o ultimo
      *dia do mes anterior a quitacao
           IF PO-LAST-CYCLE-DATE = ZERO
              MOVE PO-PAYOFF-DATE TO PO-LAST-CYCLE-DATE
              MOVE 1 TO PO-CYCLE-DAY
              COMPUTE PO-LAST-CYCLE-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (PO-LAST-CYCLE-DATE) - 1)
           END-IF.
           COMPUTE PO-DAYS =
              FUNCTION INTEGER-OF-DATE (PO-PAYOFF-DATE)
            - FUNCTION INTEGER-OF-DATE (PO-LAST-CYCLE-DATE).
           IF PO-DAYS < ZERO
              MOVE ZERO TO PO-DAYS
           END-IF.
           IF PO-BALANCE > ZERO
              AND NOT PO-NO-INTEREST
              COMPUTE PO-PER-DIEM ROUNDED =
                 PO-BALANCE * PO-MONTHLY-RATE * 12 / 365
              COMPUTE PO-INTEREST ROUNDED = PO-PER-DIEM * PO-DAYS
           ELSE
              MOVE ZERO TO PO-PER-DIEM
              MOVE ZERO TO PO-INTEREST
           END-IF.
           COMPUTE PO-PAYOFF-AMOUNT =
              PO-BALANCE + PO-INTEREST + PO-OPEN-FEES.
