      *O ciclo de cada record vem do proprio ME-CYCLE-DATE; o
      *trailer *METRLR* de cada geracao e pulado, os totais saem da
      *soma dos detalhes.
      *Com os ciclos de faturamento espalhados pelo mes cada noite
      *de fechamento grava uma geracao so com as contas do ciclo
      *dela: a serie passa a ser por mes de extrato (ano e mes do
      *ME-CYCLE-DATE), cada conta uma vez por mes, e o relatorio
      *ganha as linhas de carteira por mes e ciclo (ME-BILL-CYCLE),
      *com o delta contra o mesmo ciclo do mes anterior - o juro de
      *um ciclo so se compara com o mesmo ciclo.

      *-----------------------
       ENVIRONMENT DIVISION.
           05 ME-CYCLE-DATE     PIC 9(8) .
           05 ME-BALANCE        PIC S9(7)V99 COMP-3 .
           05 ME-FIN-CHARGE     PIC S9(7)V99 COMP-3 .
           05 ME-BILL-CYCLE     PIC 9(2) .
           05 FILLER            PIC X(22) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(110) .
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.

      *meses de extrato na ordem de chegada (geracoes concatenadas
      *da mais antiga para a mais recente), com os totais de
      *carteira; WCY-CYCLE-DATE guarda o ultimo fechamento do mes e
      *WCY-BILL os totais de cada ciclo de faturamento (posicao 1 =
      *conta sem ciclo, posicao n + 1 = ciclo n)
       01  WS-CYCLE-TABLE.
           05 WS-CYCLE-COUNT    PIC 9(2) VALUE ZERO.
           05 WS-CYCLE-ENTRY OCCURS 12 TIMES
              10 WCY-BAL-TOTAL  PIC S9(11)V99 COMP-3.
              10 WCY-CHG-TOTAL  PIC S9(11)V99 COMP-3.
              10 WCY-ACCT-COUNT PIC 9(7).
              10 WCY-BILL OCCURS 24 TIMES.
                 15 WCB-ACCT-COUNT PIC 9(7).
                 15 WCB-BAL-TOTAL  PIC S9(11)V99 COMP-3.
                 15 WCB-CHG-TOTAL  PIC S9(11)V99 COMP-3.
       01  WS-CYCLE-FOUND       PIC X(1) VALUE 'N'.
           88 CYCLE-FOUND       VALUE 'Y'.
       01  WS-CYCLE-SUB         PIC 9(2) VALUE ZERO.
       01  WS-BILL-SUB          PIC 9(2) VALUE ZERO.
       01  WS-PREV-SUB          PIC 9(2) VALUE ZERO.

      *contas alinhadas ciclo a ciclo
       01  WS-ACCT-TABLE.
           05 FILLER             PIC X(8)  VALUE '  VS PR '.
           05 CY-DELTA           PIC $$,$$$,$$$,$$9.99-.

       01  BILL-CYCLE-LINE.
           05 FILLER             PIC X(7)  VALUE 'MONTH: '.
           05 BC-MONTH           PIC 9999/99.
           05 FILLER             PIC X(5)  VALUE ' CYC '.
           05 BC-BILL-CYCLE      PIC 9(2).
           05 FILLER             PIC X(8)  VALUE ' ACCTS: '.
           05 BC-ACCT-COUNT      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(11) VALUE '  BALANCE: '.
           05 BC-BAL-TOTAL       PIC $$$,$$$,$$9.99-.
           05 FILLER             PIC X(10) VALUE '  CHARGE: '.
           05 BC-CHG-TOTAL       PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(7)  VALUE ' VS PR '.
           05 BC-DELTA           PIC $$$,$$$,$$9.99-.
           05 FILLER             PIC X(3)  VALUE SPACES.

       01  ACCT-LINE.
           05 AC-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           PERFORM OPEN-FILES.
           PERFORM LOAD-GENERATIONS.
           PERFORM REPORT-PORTFOLIO.
           PERFORM REPORT-BILL-CYCLES.
           PERFORM REPORT-ACCOUNTS.
           PERFORM CLOSE-STOP.

                 AT END MOVE 'N' TO WS-CYCLE-FOUND
                 WHEN CYX > WS-CYCLE-COUNT
                    MOVE 'N' TO WS-CYCLE-FOUND
                 WHEN WCY-CYCLE-DATE (CYX) (1:6) = ME-CYCLE-DATE (1:6)
                    MOVE 'Y' TO WS-CYCLE-FOUND
              END-SEARCH
           END-IF.
              MOVE ZERO TO WCY-BAL-TOTAL (CYX)
              MOVE ZERO TO WCY-CHG-TOTAL (CYX)
              MOVE ZERO TO WCY-ACCT-COUNT (CYX)
              PERFORM VARYING WS-BILL-SUB FROM 1 BY 1
                 UNTIL WS-BILL-SUB > 24
                 MOVE ZERO TO WCB-ACCT-COUNT (CYX, WS-BILL-SUB)
                 MOVE ZERO TO WCB-BAL-TOTAL (CYX, WS-BILL-SUB)
                 MOVE ZERO TO WCB-CHG-TOTAL (CYX, WS-BILL-SUB)
              END-PERFORM
           END-IF.
           IF ME-CYCLE-DATE > WCY-CYCLE-DATE (CYX)
              MOVE ME-CYCLE-DATE TO WCY-CYCLE-DATE (CYX)
           END-IF.
           SET WS-CYCLE-SUB TO CYX.
           ADD ME-BALANCE    TO WCY-BAL-TOTAL (CYX).
           ADD ME-FIN-CHARGE TO WCY-CHG-TOTAL (CYX).
           ADD 1             TO WCY-ACCT-COUNT (CYX).
      *-------geracao anterior aos ciclos nao tem ME-BILL-CYCLE: a
      *-------conta entra como sem ciclo
           IF ME-BILL-CYCLE NUMERIC
              AND ME-BILL-CYCLE < 24
              COMPUTE WS-BILL-SUB = ME-BILL-CYCLE + 1
           ELSE
              MOVE 1 TO WS-BILL-SUB
           END-IF.
           ADD 1             TO WCB-ACCT-COUNT (CYX, WS-BILL-SUB).
           ADD ME-BALANCE    TO WCB-BAL-TOTAL (CYX, WS-BILL-SUB).
           ADD ME-FIN-CHARGE TO WCB-CHG-TOTAL (CYX, WS-BILL-SUB).

       NOTE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND.
           PERFORM WRITE-REPORT-REC.
           MOVE WCY-BAL-TOTAL (CYX) TO WS-PREV-BAL-TOTAL.

       REPORT-BILL-CYCLES.
      *carteira por mes e ciclo de faturamento; o delta e contra o
      *mesmo ciclo no mes anterior da serie
           IF WS-CYCLE-COUNT > ZERO
              MOVE BLANK-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
              MOVE 'PORTFOLIO BY BILLING CYCLE' TO REPORT-REC
              PERFORM WRITE-REPORT-REC
              PERFORM REPORT-ONE-MONTH
                 VARYING CYX FROM 1 BY 1
                 UNTIL CYX > WS-CYCLE-COUNT
           END-IF.

       REPORT-ONE-MONTH.
           SET WS-CYCLE-SUB TO CYX.
           PERFORM REPORT-ONE-BILL-CYCLE
              VARYING WS-BILL-SUB FROM 1 BY 1
              UNTIL WS-BILL-SUB > 24.

       REPORT-ONE-BILL-CYCLE.
           IF WCB-ACCT-COUNT (WS-CYCLE-SUB, WS-BILL-SUB) > ZERO
              MOVE ZERO TO WS-DELTA
              IF WS-CYCLE-SUB > 1
                 COMPUTE WS-PREV-SUB = WS-CYCLE-SUB - 1
                 IF WCB-ACCT-COUNT (WS-PREV-SUB, WS-BILL-SUB) > ZERO
                    COMPUTE WS-DELTA =
                       WCB-BAL-TOTAL (WS-CYCLE-SUB, WS-BILL-SUB)
                       - WCB-BAL-TOTAL (WS-PREV-SUB, WS-BILL-SUB)
                 END-IF
              END-IF
              MOVE WCY-CYCLE-DATE (WS-CYCLE-SUB) (1:6) TO BC-MONTH
              COMPUTE BC-BILL-CYCLE = WS-BILL-SUB - 1
              MOVE WCB-ACCT-COUNT (WS-CYCLE-SUB, WS-BILL-SUB)
                 TO BC-ACCT-COUNT
              MOVE WCB-BAL-TOTAL (WS-CYCLE-SUB, WS-BILL-SUB)
                 TO BC-BAL-TOTAL
              MOVE WCB-CHG-TOTAL (WS-CYCLE-SUB, WS-BILL-SUB)
                 TO BC-CHG-TOTAL
              MOVE WS-DELTA TO BC-DELTA
              MOVE BILL-CYCLE-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       REPORT-ACCOUNTS.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
