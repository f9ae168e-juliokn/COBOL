      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. PmtTrack.
       AUTHOR. Julio Bittencourt.

      *Acompanhamento noturno do pagamento minimo: o AcctStmt grava
      *no PMTDUE o minimo e o vencimento de cada ciclo, e ate aqui
      *o unico sinal de atraso era o saldo negativo da noite. Este
      *passo abate do minimo os creditos da noite - pagamentos do
      *LockBox pelo PAYJRNL, creditos do AcctPost (inclusive os do
      *AutoPay, que entram por ele) pelo POSTJRNL - e, passado o
      *vencimento sem o minimo coberto, marca o record como vencido
      *('P'): e esse evento, e nao mais o sinal do saldo, que o
      *DelqNite envelhece e que dispara a multa LATE do FeeAsmt.
      *Roda depois do AcctPost e do LockBox e antes do DelqNite e
      *do FeeAsmt. O relatorio PMTRPT lista os vencidos da noite e
      *as contas que regularizaram.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PMT-DUE ASSIGN TO PMTDUE
               FILE STATUS IS PDUE-FILE-STATUS .
           SELECT POST-JOURNAL ASSIGN TO POSTJRNL
               FILE STATUS IS PJRN-FILE-STATUS .
           SELECT PAY-JOURNAL ASSIGN TO PAYJRNL
               FILE STATUS IS YJRN-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO PMTRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD PMT-DUE RECORDING MODE F .
      *layout compartilhado no copybook PMTDUE
           COPY PMTDUE.

       FD POST-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo AcctPost; o valor vem editado e o
      *NUMVAL-C devolve a magnitude
       01  JOURNAL-REC.
           05 JR-ACCT-NO        PIC X(8) .
           05 FILLER            PIC X(2) .
           05 JR-DC-CODE        PIC X(1) .
           05 FILLER            PIC X(2) .
           05 JR-AMOUNT         PIC X(14) .
           05 FILLER            PIC X(34) .
           05 JR-SEQ            PIC 9(7) .
           05 FILLER            PIC X(2) .
           05 JR-REF-SEQ        PIC 9(7) .
           05 FILLER            PIC X(2) .
           05 JR-REV-FLAG       PIC X(1) .
      *moeda, valor original e taxa do movimento convertido
           05 FILLER            PIC X(40) .

       FD PAY-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo POST-PAYMENT do LockBox
       01  PAY-JOURNAL-REC.
           05 PJ-ACCT-NO        PIC X(8) .
           05 FILLER            PIC X(2) .
           05 PJ-REMITTER       PIC X(20) .
           05 FILLER            PIC X(2) .
           05 PJ-AMOUNT         PIC X(13) .
           05 FILLER            PIC X(2) .
           05 PJ-NEW-BALANCE    PIC X(14) .
           05 FILLER            PIC X(2) .
           05 PJ-TIMESTAMP      PIC X(14) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       WORKING-STORAGE SECTION.
       01  PDUE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  YJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-PDUE-EOF          PIC X(1) VALUE 'N'.
           88 PDUE-EOF          VALUE 'Y'.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.

      *pagamentos minimos em memoria, regravados inteiros no fim
       01  WS-PDUE-TABLE.
           05 WS-PDUE-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PDUE-ENTRY OCCURS 1000 TIMES
                 INDEXED BY PDX.
              10 WP-ACCT-NO     PIC X(8).
              10 WP-CYCLE-DATE  PIC 9(8).
              10 WP-DUE-DATE    PIC 9(8).
              10 WP-MIN-DUE     PIC S9(7)V99 COMP-3.
              10 WP-PAST-DUE    PIC S9(7)V99 COMP-3.
              10 WP-PAID-AMOUNT PIC S9(7)V99 COMP-3.
              10 WP-STATUS      PIC X(1).
              10 WP-MISS-DATE   PIC 9(8).
              10 WP-FIRST-MISS  PIC 9(8).
       01  WS-PDUE-FOUND        PIC X(1) VALUE 'N'.
           88 PDUE-FOUND        VALUE 'Y'.

       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CREDIT-ACCT       PIC X(8) VALUE SPACES.
       01  WS-CREDIT-AMOUNT     PIC S9(7)V99 COMP-3 VALUE ZERO.

      *contadores de controle da execucao
       01  WS-CREDIT-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-CREDIT-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-UNMATCHED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-NEW-PAST-DUE      PIC 9(7) VALUE ZERO.
       01  WS-MET-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-CURED-COUNT       PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-ZERO-RECORDS   VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  DETAIL-LINE.
           05 DT-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ACTION          PIC X(10).
           05 FILLER             PIC X(6)  VALUE ' DUE: '.
           05 DT-DUE-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(6)  VALUE ' MIN: '.
           05 DT-MIN-DUE         PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(7)  VALUE ' PAID: '.
           05 DT-PAID-AMOUNT     PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(24) VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER             PIC X(15) VALUE 'CREDITS READ: '.
           05 TL-CREDIT-COUNT    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE '  NEW PAST: '.
           05 TL-NEW-PAST-DUE    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(8)  VALUE '  MET: '.
           05 TL-MET-COUNT       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE '  CURED: '.
           05 TL-CURED-COUNT     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(27) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-PMT-DUE.
           PERFORM APPLY-POST-CREDITS.
           PERFORM APPLY-PAY-CREDITS.
           PERFORM EVALUATE-DUE-DATES.
           PERFORM REWRITE-PMT-DUE.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'MINIMUM PAYMENT TRACKING' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'PMTTRACK ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-PMT-DUE.
      *sem o PMTDUE alocado ainda nao houve fechamento de extrato:
      *nada a acompanhar, o passo termina com RC 4
           OPEN INPUT PMT-DUE.
           IF PDUE-FILE-STATUS = '05' OR PDUE-FILE-STATUS = '35'
              MOVE 'Y' TO WS-PDUE-EOF
           ELSE
              IF PDUE-FILE-STATUS NOT = '00'
                 STRING 'OPEN PMT-DUE FAILED, STATUS '
                    PDUE-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-PDUE-REC
              PERFORM UNTIL PDUE-EOF OR WS-PDUE-COUNT = 1000
                 ADD 1 TO WS-PDUE-COUNT
                 SET PDX TO WS-PDUE-COUNT
                 MOVE PD-ACCT-NO         TO WP-ACCT-NO (PDX)
                 MOVE PD-CYCLE-DATE      TO WP-CYCLE-DATE (PDX)
                 MOVE PD-DUE-DATE        TO WP-DUE-DATE (PDX)
                 MOVE PD-MIN-DUE         TO WP-MIN-DUE (PDX)
                 MOVE PD-PAST-DUE-AMT    TO WP-PAST-DUE (PDX)
                 MOVE PD-PAID-AMOUNT     TO WP-PAID-AMOUNT (PDX)
                 MOVE PD-STATUS          TO WP-STATUS (PDX)
                 MOVE PD-MISS-DATE       TO WP-MISS-DATE (PDX)
                 MOVE PD-FIRST-MISS-DATE TO WP-FIRST-MISS (PDX)
                 PERFORM READ-PDUE-REC
              END-PERFORM
              CLOSE PMT-DUE
              IF NOT PDUE-EOF
                 STRING 'PMT-DUE TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-PDUE-REC.
           READ PMT-DUE
           AT END MOVE 'Y' TO WS-PDUE-EOF
           END-READ.
           IF PDUE-FILE-STATUS NOT = '00'
              AND PDUE-FILE-STATUS NOT = '10'
              STRING 'READ PMT-DUE FAILED, STATUS '
                 PDUE-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       APPLY-POST-CREDITS.
      *credito da noite abate o minimo; a copia re-gravada de um
      *credito estornado (JR-REV-FLAG 'R' com o codigo original
      *'C') devolve o abatimento. Debito e o proprio record de
      *estorno ('R') nao contam como pagamento
      *isencao de tarifa (credito com flag 'W') nao e pagamento,
      *nem o ajuste de juros do valor retroativo (flag 'I')
           OPEN INPUT POST-JOURNAL.
           IF PJRN-FILE-STATUS NOT = '05'
              AND PJRN-FILE-STATUS NOT = '35'
              IF PJRN-FILE-STATUS NOT = '00'
                 STRING 'OPEN POST-JOURNAL FAILED, STATUS '
                    PJRN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-POST-JOURNAL
              PERFORM UNTIL GEN-EOF
                 IF JR-DC-CODE = 'C' AND JR-REV-FLAG NOT = 'W'
                    AND JR-REV-FLAG NOT = 'I'
                    PERFORM APPLY-POST-CREDIT
                 END-IF
                 PERFORM READ-POST-JOURNAL
              END-PERFORM
              CLOSE POST-JOURNAL
           END-IF.

       APPLY-POST-CREDIT.
           MOVE JR-ACCT-NO TO WS-CREDIT-ACCT.
           COMPUTE WS-CREDIT-AMOUNT = FUNCTION NUMVAL-C (JR-AMOUNT).
           IF JR-REV-FLAG = 'R'
              COMPUTE WS-CREDIT-AMOUNT = ZERO - WS-CREDIT-AMOUNT
           END-IF.
           PERFORM APPLY-ONE-CREDIT.

       READ-POST-JOURNAL.
           READ POST-JOURNAL
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF PJRN-FILE-STATUS NOT = '00'
              AND PJRN-FILE-STATUS NOT = '10'
              STRING 'READ POST-JOURNAL FAILED, STATUS '
                 PJRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       APPLY-PAY-CREDITS.
      *cada pagamento aplicado pelo LockBox (ou liberado do suspenso
      *pelo SusPaid, mesmo layout) abate o minimo da conta
           OPEN INPUT PAY-JOURNAL.
           IF YJRN-FILE-STATUS NOT = '05'
              AND YJRN-FILE-STATUS NOT = '35'
              IF YJRN-FILE-STATUS NOT = '00'
                 STRING 'OPEN PAY-JOURNAL FAILED, STATUS '
                    YJRN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-PAY-JOURNAL
              PERFORM UNTIL GEN-EOF
                 MOVE PJ-ACCT-NO TO WS-CREDIT-ACCT
                 COMPUTE WS-CREDIT-AMOUNT =
                    FUNCTION NUMVAL-C (PJ-AMOUNT)
                 PERFORM APPLY-ONE-CREDIT
                 PERFORM READ-PAY-JOURNAL
              END-PERFORM
              CLOSE PAY-JOURNAL
           END-IF.

       READ-PAY-JOURNAL.
           READ PAY-JOURNAL
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF YJRN-FILE-STATUS NOT = '00'
              AND YJRN-FILE-STATUS NOT = '10'
              STRING 'READ PAY-JOURNAL FAILED, STATUS '
                 YJRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       APPLY-ONE-CREDIT.
      *conta sem record de minimo (ainda nao fechou ciclo) so conta
      *como credito nao casado
           ADD 1 TO WS-CREDIT-COUNT.
           ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL.
           PERFORM FIND-PMT-DUE.
           IF PDUE-FOUND
              ADD WS-CREDIT-AMOUNT TO WP-PAID-AMOUNT (PDX)
           ELSE
              ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.

       FIND-PMT-DUE.
           MOVE 'N' TO WS-PDUE-FOUND.
           IF WS-PDUE-COUNT > ZERO
              SET PDX TO 1
              SEARCH WS-PDUE-ENTRY
                 AT END MOVE 'N' TO WS-PDUE-FOUND
                 WHEN PDX > WS-PDUE-COUNT
                    MOVE 'N' TO WS-PDUE-FOUND
                 WHEN WP-ACCT-NO (PDX) = WS-CREDIT-ACCT
                    MOVE 'Y' TO WS-PDUE-FOUND
              END-SEARCH
           END-IF.

       EVALUATE-DUE-DATES.
           IF WS-PDUE-COUNT > ZERO
              PERFORM EVALUATE-ONE-PMT-DUE
                 VARYING PDX FROM 1 BY 1
                 UNTIL PDX > WS-PDUE-COUNT
           END-IF.
           MOVE WS-CREDIT-COUNT TO TL-CREDIT-COUNT.
           MOVE WS-NEW-PAST-DUE TO TL-NEW-PAST-DUE.
           MOVE WS-MET-COUNT    TO TL-MET-COUNT.
           MOVE WS-CURED-COUNT  TO TL-CURED-COUNT.
           MOVE TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       EVALUATE-ONE-PMT-DUE.
      *minimo coberto encerra o ciclo (e cura o atraso trazido);
      *vencimento passado sem o minimo - e ainda nao declarado
      *neste ciclo - e o evento de atraso da noite; atrasado do
      *ciclo anterior pago antes do vencimento novo volta a conta
      *para em aberto
           EVALUATE TRUE
              WHEN WP-STATUS (PDX) = 'M'
                 CONTINUE
              WHEN WP-PAID-AMOUNT (PDX) >= WP-MIN-DUE (PDX)
                 MOVE 'M'  TO WP-STATUS (PDX)
                 MOVE ZERO TO WP-FIRST-MISS (PDX)
                 ADD 1 TO WS-MET-COUNT
                 MOVE 'MIN MET   ' TO DT-ACTION
                 PERFORM WRITE-DETAIL-LINE
              WHEN WS-TODAY-DATE > WP-DUE-DATE (PDX)
                 AND WP-MISS-DATE (PDX) < WP-DUE-DATE (PDX)
                 MOVE 'P' TO WP-STATUS (PDX)
                 MOVE WS-TODAY-DATE TO WP-MISS-DATE (PDX)
                 IF WP-FIRST-MISS (PDX) = ZERO
                    MOVE WP-DUE-DATE (PDX) TO WP-FIRST-MISS (PDX)
                 END-IF
                 ADD 1 TO WS-NEW-PAST-DUE
                 MOVE 'PAST DUE  ' TO DT-ACTION
                 PERFORM WRITE-DETAIL-LINE
              WHEN WP-STATUS (PDX) = 'P'
                 AND WS-TODAY-DATE NOT > WP-DUE-DATE (PDX)
                 AND WP-PAID-AMOUNT (PDX) >= WP-PAST-DUE (PDX)
                 MOVE 'O'  TO WP-STATUS (PDX)
                 MOVE ZERO TO WP-FIRST-MISS (PDX)
                 ADD 1 TO WS-CURED-COUNT
                 MOVE 'CURED     ' TO DT-ACTION
                 PERFORM WRITE-DETAIL-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       WRITE-DETAIL-LINE.
           MOVE WP-ACCT-NO (PDX)     TO DT-ACCT-NO.
           MOVE WP-DUE-DATE (PDX)    TO DT-DUE-DATE.
           MOVE WP-MIN-DUE (PDX)     TO DT-MIN-DUE.
           MOVE WP-PAID-AMOUNT (PDX) TO DT-PAID-AMOUNT.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       REWRITE-PMT-DUE.
      *sem record carregado o PMTDUE nao e criado aqui - quem abre
      *o primeiro ciclo e o AcctStmt
           IF WS-PDUE-COUNT > ZERO
              OPEN OUTPUT PMT-DUE
              IF PDUE-FILE-STATUS NOT = '00'
                 STRING 'OPEN OUTPUT PMT-DUE FAILED, STATUS '
                    PDUE-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM WRITE-ONE-PMT-DUE
                 VARYING PDX FROM 1 BY 1
                 UNTIL PDX > WS-PDUE-COUNT
              CLOSE PMT-DUE
           END-IF.

       WRITE-ONE-PMT-DUE.
           MOVE SPACES                TO PMT-DUE-REC.
           MOVE WP-ACCT-NO (PDX)      TO PD-ACCT-NO.
           MOVE WP-CYCLE-DATE (PDX)   TO PD-CYCLE-DATE.
           MOVE WP-DUE-DATE (PDX)     TO PD-DUE-DATE.
           MOVE WP-MIN-DUE (PDX)      TO PD-MIN-DUE.
           MOVE WP-PAST-DUE (PDX)     TO PD-PAST-DUE-AMT.
           MOVE WP-PAID-AMOUNT (PDX)  TO PD-PAID-AMOUNT.
           MOVE WP-STATUS (PDX)       TO PD-STATUS.
           MOVE WP-MISS-DATE (PDX)    TO PD-MISS-DATE.
           MOVE WP-FIRST-MISS (PDX)   TO PD-FIRST-MISS-DATE.
           WRITE PMT-DUE-REC.
           IF PDUE-FILE-STATUS NOT = '00'
              STRING 'WRITE PMT-DUE FAILED, STATUS '
                 PDUE-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-REPORT-REC.
           WRITE REPORT-REC.
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'WRITE REPORT-LINE FAILED, STATUS '
                 RPT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.

       CLOSE-STOP.
           DISPLAY 'CREDITS APPLIED: ' WS-CREDIT-COUNT
              '  UNMATCHED: ' WS-UNMATCHED-COUNT
              '  NEW PAST DUE: ' WS-NEW-PAST-DUE.
           CLOSE REPORT-LINE .
           IF WS-PDUE-COUNT = ZERO
              SET RC-ZERO-RECORDS TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'PMTTRACK'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de vencidos da
      *noite e o RETURN-CODE devolvido ao scheduler
           MOVE 'PMTTRACK'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-NEW-PAST-DUE      TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
