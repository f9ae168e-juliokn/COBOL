      *passo com RETURN-CODE 12, como o CSVBAL - e uma mudanca de
      *saldo do AcctMaint que pulou a esteira de transacoes aparece
      *aqui, nao na reclamacao do cliente.
      *Com os ciclos de faturamento espalhados pelo mes o MONTHEND
      *da noite (quando alocado) tambem e provado: os detalhes sao
      *somados por ME-BILL-CYCLE e impressos ciclo a ciclo, a soma
      *tem de bater com o trailer *METRLR* em contas, juro e saldo,
      *e nenhuma conta pode trazer ciclo fora da faixa fechada na
      *geracao - qualquer furo tambem termina com RETURN-CODE 12.

      *-----------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS YJRN-FILE-STATUS .
           SELECT CHG-JOURNAL ASSIGN TO CHGJRNL
               FILE STATUS IS CJRN-FILE-STATUS .
           SELECT MONTH-END-IN ASSIGN TO MONTHEND
               FILE STATUS IS MEND-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
           05 JR-REF-SEQ        PIC 9(7) .
           05 FILLER            PIC X(2) .
           05 JR-REV-FLAG       PIC X(1) .
      *moeda, valor original e taxa do movimento convertido
           05 FILLER            PIC X(40) .

       FD PAY-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo POST-PAYMENT do LockBox
           05 FILLER            PIC X(2) .
           05 CJ-TIMESTAMP      PIC X(14) .

       FD MONTH-END-IN RECORDING MODE F .
      *mesmo layout gravado pelo WRITE-MONTH-END-RECORD do
      *FileHandling, com o trailer do WRITE-MONTH-END-TRAILER
       01  MONTH-END-REC.
           05 ME-ACCT-NO        PIC X(8) .
           05 ME-CYCLE-DATE     PIC 9(8) .
           05 ME-BALANCE        PIC S9(7)V99 COMP-3 .
           05 ME-FIN-CHARGE     PIC S9(7)V99 COMP-3 .
           05 ME-BILL-CYCLE     PIC 9(2) .
           05 FILLER            PIC X(22) .

       01  MONTH-END-TRAILER.
           05 MT-TRAILER-TAG    PIC X(8) .
           05 MT-ACCT-COUNT     PIC 9(7) .
           05 MT-CHARGE-TOTAL   PIC S9(9)V99 COMP-3 .
           05 MT-BALANCE-TOTAL  PIC S9(9)V99 COMP-3 .
           05 MT-CYCLE-FROM     PIC 9(2) .
           05 MT-CYCLE-TO       PIC 9(2) .
           05 FILLER            PIC X(19) .

       WORKING-STORAGE SECTION.
       01  CTLH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  YJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  MEND-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-DIFFERENCE        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-ED         PIC $$,$$$,$$$,$$9.99-.

      *prova do MONTHEND da noite: totais dos detalhes por ciclo de
      *faturamento (posicao 1 = conta sem ciclo, n + 1 = ciclo n)
      *contra o trailer
       01  WS-MEND-PRESENT      PIC X(1) VALUE 'N'.
           88 MEND-PRESENT      VALUE 'Y'.
       01  WS-MEND-TRAILER      PIC X(1) VALUE 'N'.
           88 MEND-TRAILER-FOUND VALUE 'Y'.
       01  WS-MEND-MISMATCH     PIC X(1) VALUE 'N'.
           88 MEND-MISMATCH     VALUE 'Y'.
       01  WS-ME-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ME-CHARGE         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ME-BALANCE        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ME-OFF-CYCLE      PIC 9(7) VALUE ZERO.
       01  WS-TRLR-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-TRLR-CHARGE       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TRLR-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TRLR-FROM         PIC 9(2) VALUE ZERO.
       01  WS-TRLR-TO           PIC 9(2) VALUE ZERO.
       01  WS-BILL-SUB          PIC 9(2) VALUE ZERO.
       01  WS-BILL-CYCLE        PIC 9(2) VALUE ZERO.
       01  WS-BILL-TABLE.
           05 WS-BILL-ENTRY OCCURS 24 TIMES.
              10 WB-ACCT-COUNT  PIC 9(7).
              10 WB-BAL-TOTAL   PIC S9(11)V99 COMP-3.
              10 WB-CHG-TOTAL   PIC S9(11)V99 COMP-3.
       01  WS-CHARGE-ED         PIC $$,$$$,$$$,$$9.99-.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE; 12 e o codigo distinto da reconciliacao furada
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           PERFORM SUM-PAY-JOURNAL.
           PERFORM SUM-CHG-JOURNAL.
           PERFORM COMPARE-MOVEMENT.
           PERFORM PROVE-MONTH-END.
           PERFORM CLOSE-STOP.

       ABEND-RUN.
           MOVE WS-DIFFERENCE TO WS-AMOUNT-ED.
           DISPLAY 'DIFFERENCE:            ' WS-AMOUNT-ED.

       PROVE-MONTH-END.
      *geracao do MONTHEND desta noite, se houver fechamento de
      *ciclo: soma por ciclo e confere com o trailer
           INITIALIZE WS-BILL-TABLE.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT MONTH-END-IN.
           IF MEND-FILE-STATUS = '05' OR MEND-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF MEND-FILE-STATUS NOT = '00'
                 STRING 'OPEN MONTH-END-IN FAILED, STATUS '
                    MEND-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'Y' TO WS-MEND-PRESENT
              PERFORM READ-ME-REC
              PERFORM UNTIL GEN-EOF
                 IF ME-ACCT-NO = '*METRLR*'
                    MOVE 'Y' TO WS-MEND-TRAILER
                    MOVE MT-ACCT-COUNT    TO WS-TRLR-COUNT
                    MOVE MT-CHARGE-TOTAL  TO WS-TRLR-CHARGE
                    MOVE MT-BALANCE-TOTAL TO WS-TRLR-BALANCE
                    MOVE MT-CYCLE-FROM    TO WS-TRLR-FROM
                    MOVE MT-CYCLE-TO      TO WS-TRLR-TO
                 ELSE
                    PERFORM NOTE-ME-DETAIL
                 END-IF
                 PERFORM READ-ME-REC
              END-PERFORM
              CLOSE MONTH-END-IN
           END-IF.
      *-------noite sem fechamento de ciclo: a geracao sai vazia
           IF MEND-PRESENT
              AND (MEND-TRAILER-FOUND OR WS-ME-COUNT > ZERO)
              PERFORM COMPARE-MONTH-END
           ELSE
              DISPLAY 'NO MONTHEND TONIGHT, NO CYCLE PROOF'
           END-IF.

       NOTE-ME-DETAIL.
      *-------geracao anterior aos ciclos nao tem ME-BILL-CYCLE: a
      *-------conta entra como sem ciclo
           IF ME-BILL-CYCLE NUMERIC
              AND ME-BILL-CYCLE < 24
              MOVE ME-BILL-CYCLE TO WS-BILL-CYCLE
           ELSE
              MOVE ZERO TO WS-BILL-CYCLE
           END-IF.
           COMPUTE WS-BILL-SUB = WS-BILL-CYCLE + 1.
           ADD 1             TO WB-ACCT-COUNT (WS-BILL-SUB).
           ADD ME-BALANCE    TO WB-BAL-TOTAL (WS-BILL-SUB).
           ADD ME-FIN-CHARGE TO WB-CHG-TOTAL (WS-BILL-SUB).
           ADD 1             TO WS-ME-COUNT.
           ADD ME-BALANCE    TO WS-ME-BALANCE.
           ADD ME-FIN-CHARGE TO WS-ME-CHARGE.

       READ-ME-REC.
           READ MONTH-END-IN
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF MEND-FILE-STATUS NOT = '00'
              AND MEND-FILE-STATUS NOT = '10'
              STRING 'READ MONTH-END-IN FAILED, STATUS '
                 MEND-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       COMPARE-MONTH-END.
           DISPLAY 'MONTHEND BY BILLING CYCLE:'.
           PERFORM DISPLAY-ONE-BILL-CYCLE
              VARYING WS-BILL-SUB FROM 1 BY 1
              UNTIL WS-BILL-SUB > 24.
           MOVE WS-ME-BALANCE TO WS-AMOUNT-ED.
           MOVE WS-ME-CHARGE  TO WS-CHARGE-ED.
           DISPLAY 'DETAIL TOTAL    ACCTS ' WS-ME-COUNT
              ' BAL ' WS-AMOUNT-ED ' CHG ' WS-CHARGE-ED.
           MOVE WS-TRLR-BALANCE TO WS-AMOUNT-ED.
           MOVE WS-TRLR-CHARGE  TO WS-CHARGE-ED.
           DISPLAY 'TRAILER *METRLR* ACCTS ' WS-TRLR-COUNT
              ' BAL ' WS-AMOUNT-ED ' CHG ' WS-CHARGE-ED
              ' CYCLES ' WS-TRLR-FROM '-' WS-TRLR-TO.
           IF NOT MEND-TRAILER-FOUND
              DISPLAY 'MONTHEND HAS NO *METRLR* TRAILER'
              MOVE 'Y' TO WS-MEND-MISMATCH
           END-IF.
           IF WS-ME-COUNT NOT = WS-TRLR-COUNT
              OR WS-ME-BALANCE NOT = WS-TRLR-BALANCE
              OR WS-ME-CHARGE NOT = WS-TRLR-CHARGE
              MOVE 'Y' TO WS-MEND-MISMATCH
           END-IF.
           IF WS-ME-OFF-CYCLE > ZERO
              DISPLAY 'ACCOUNTS OUTSIDE THE CYCLES CLOSED: '
                 WS-ME-OFF-CYCLE
              MOVE 'Y' TO WS-MEND-MISMATCH
           END-IF.

       DISPLAY-ONE-BILL-CYCLE.
           IF WB-ACCT-COUNT (WS-BILL-SUB) > ZERO
              COMPUTE WS-BILL-CYCLE = WS-BILL-SUB - 1
              MOVE WB-BAL-TOTAL (WS-BILL-SUB) TO WS-AMOUNT-ED
              MOVE WB-CHG-TOTAL (WS-BILL-SUB) TO WS-CHARGE-ED
              DISPLAY 'CYCLE ' WS-BILL-CYCLE '        ACCTS '
                 WB-ACCT-COUNT (WS-BILL-SUB) ' BAL ' WS-AMOUNT-ED
                 ' CHG ' WS-CHARGE-ED
      *-------conta com ciclo so pode estar na geracao se o ciclo
      *-------dela esta na faixa fechada
              IF WS-BILL-CYCLE > ZERO
                 AND (WS-BILL-CYCLE < WS-TRLR-FROM
                      OR WS-BILL-CYCLE > WS-TRLR-TO)
                 ADD WB-ACCT-COUNT (WS-BILL-SUB) TO WS-ME-OFF-CYCLE
              END-IF
           END-IF.

       CLOSE-STOP.
           IF WS-DIFFERENCE NOT = ZERO
              DISPLAY 'BALRECON MISMATCH: MOVEMENT DOES NOT PROVE'
              DISPLAY 'BALRECON OK: MOVEMENT PROVES THE BALANCE'
              SET RC-NORMAL TO TRUE
           END-IF.
           IF MEND-MISMATCH
              DISPLAY 'BALRECON MISMATCH: MONTHEND DOES NOT PROVE'
              SET RC-OUT-OF-BALANCE TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
