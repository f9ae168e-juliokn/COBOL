      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. PlanMon.
       AUTHOR. Julio Bittencourt.

      *Acompanhamento noturno dos planos de pagamento: a promessa do
      *PROMISES so guarda um valor e uma data, e o acordo "tanto por
      *mes durante tantos meses" obrigava o cobrador a redigitar a
      *promessa todo mes. O plano do REPLANS (montado no CollWork)
      *e casado aqui com os creditos da noite - pagamentos do
      *LockBox pelo PAYJRNL e creditos do AcctPost (inclusive os do
      *AutoPay) pelo POSTJRNL, a mesma regra do PmtTrack. Credito
      *que cobre a parcela conta a parcela como paga e avanca o
      *vencimento pela periodicidade; vencimento passado sem a
      *parcela conta uma parcela perdida (ela vai para o fim do
      *plano). Perdidas no limite do PLANPARM quebram o plano: a
      *conta volta para a fila COLLQ como 'N' e sai no relatorio de
      *planos quebrados PLANRPT. Enquanto o plano esta em vigor o
      *CollLtr segura a carta e o FeeAsmt nao cobra a multa LATE.
      *Roda depois do AcctPost e do LockBox e antes do CollQBld,
      *para a situacao 'N' seguir no carry-over da fila.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO REPLANS
               FILE STATUS IS PLAN-FILE-STATUS .
           SELECT PLAN-PARM ASSIGN TO PLANPARM
               FILE STATUS IS PLNP-FILE-STATUS .
           SELECT POST-JOURNAL ASSIGN TO POSTJRNL
               FILE STATUS IS PJRN-FILE-STATUS .
           SELECT PAY-JOURNAL ASSIGN TO PAYJRNL
               FILE STATUS IS YJRN-FILE-STATUS .
           SELECT COLL-QUEUE ASSIGN TO COLLQ
               FILE STATUS IS COLQ-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO PLANRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD PLAN-FILE RECORDING MODE F .
      *layout compartilhado no copybook REPLAN
           COPY REPLAN.

       FD PLAN-PARM RECORDING MODE F .
      *record unico opcional: quantas parcelas perdidas quebram o
      *plano
       01  PLAN-PARM-REC.
           05 PL-MAX-MISSED     PIC 9(2) .
           05 FILLER            PIC X(78) .

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

       FD COLL-QUEUE RECORDING MODE F .
      *layout compartilhado no copybook COLLQUE
           COPY COLLQUE.

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       WORKING-STORAGE SECTION.
       01  PLAN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PLNP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  YJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  COLQ-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-PLAN-EOF          PIC X(1) VALUE 'N'.
           88 PLAN-EOF          VALUE 'Y'.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-COLQ-EOF          PIC X(1) VALUE 'N'.
           88 COLQ-EOF          VALUE 'Y'.

      *parcelas perdidas que quebram o plano; sem PLANPARM no job
      *vale o default compilado
       01  WS-MAX-MISSED        PIC 9(2) VALUE 2.

      *planos em memoria, regravados inteiros no fim
       01  WS-PLAN-TABLE.
           05 WS-PLAN-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PLAN-ENTRY OCCURS 1000 TIMES
                 INDEXED BY PLX.
              10 WL-ACCT-NO     PIC X(8).
              10 WL-INST-COUNT  PIC 9(3).
              10 WL-INST-AMOUNT PIC 9(7)V99.
              10 WL-FREQUENCY   PIC X(1).
              10 WL-START-DATE  PIC 9(8).
              10 WL-OPERATOR    PIC X(8).
              10 WL-STATUS      PIC X(1).
              10 WL-PAID-COUNT  PIC 9(3).
              10 WL-MISSED-COUNT PIC 9(3).
              10 WL-NEXT-DUE    PIC 9(8).
              10 WL-PAID-TO-DATE PIC S9(7)V99.
              10 WL-BROKEN-DATE PIC 9(8).
       01  WS-PLAN-FOUND        PIC X(1) VALUE 'N'.
           88 PLAN-FOUND        VALUE 'Y'.

      *fila de cobranca em memoria, so carregada e regravada quando
      *algum plano quebrou na noite
       01  WS-QUEUE-TABLE.
           05 WS-QUEUE-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-QUEUE-ENTRY OCCURS 1000 TIMES
                 INDEXED BY QX.
              10 WQ-ACCT-NO     PIC X(8).
              10 WQ-COLLECTOR   PIC X(8).
              10 WQ-STATUS      PIC X(1).
              10 WQ-LAST-ACTION PIC 9(8).
              10 WQ-FIRST-QUEUED PIC 9(8).
              10 WQ-BALANCE     PIC S9(7)V99.
       01  WS-QUEUE-FOUND       PIC X(1) VALUE 'N'.
           88 QUEUE-FOUND       VALUE 'Y'.

       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CREDIT-ACCT       PIC X(8) VALUE SPACES.
       01  WS-CREDIT-AMOUNT     PIC S9(7)V99 COMP-3 VALUE ZERO.

      *avanco do vencimento: semanal e quinzenal por inteiro de
      *data; mensal no mesmo dia da primeira parcela, recuado para
      *o ultimo dia do mes quando o mes e mais curto
       01  WS-WORK-INTEGER      PIC S9(9) VALUE ZERO.
       01  WS-WORK-DATE         PIC 9(8) VALUE ZERO.
       01  WS-DATE-PARTS REDEFINES WS-WORK-DATE.
           05 WS-DT-YEAR        PIC 9(4).
           05 WS-DT-MONTH       PIC 9(2).
           05 WS-DT-DAY         PIC 9(2).
       01  WS-EOM-DATE          PIC 9(8) VALUE ZERO.
       01  WS-EOM-PARTS REDEFINES WS-EOM-DATE.
           05 WS-EOM-YEAR       PIC 9(4).
           05 WS-EOM-MONTH      PIC 9(2).
           05 WS-EOM-DAY        PIC 9(2).
       01  WS-PLAN-DAY          PIC 9(2) VALUE ZERO.

      *contadores de controle da execucao
       01  WS-CREDIT-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-KEPT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-MISSED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-COMPLETED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-BROKEN-COUNT      PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-BROKEN-FOUND   VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  DETAIL-LINE.
           05 DT-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-INST-AMOUNT     PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(2)  VALUE ' X'.
           05 DT-INST-COUNT      PIC ZZ9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 DT-FREQUENCY       PIC X(1).
           05 FILLER             PIC X(7)  VALUE '  PAID '.
           05 DT-PAID-COUNT      PIC ZZ9.
           05 FILLER             PIC X(9)  VALUE '  MISSED '.
           05 DT-MISSED-COUNT    PIC ZZ9.
           05 FILLER             PIC X(8)  VALUE '  SINCE '.
           05 DT-START-DATE      PIC 9999/99/99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-OPERATOR        PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(13)
              VALUE '*BROKEN PLAN*'.
           05 FILLER             PIC X(5)  VALUE SPACES.

       01  TRAILER-LINE.
           05 FILLER             PIC X(9)  VALUE 'KEPT: '.
           05 TRAILER-KEPT       PIC ZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE '  MISSED: '.
           05 TRAILER-MISSED     PIC ZZ,ZZ9.
           05 FILLER             PIC X(13) VALUE '  COMPLETED: '.
           05 TRAILER-COMPLETED  PIC ZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE '  BROKEN: '.
           05 TRAILER-BROKEN     PIC ZZ,ZZ9.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM READ-PLAN-PARM.
           PERFORM LOAD-PLANS.
           PERFORM APPLY-POST-CREDITS.
           PERFORM APPLY-PAY-CREDITS.
           PERFORM CHECK-PLANS.
           PERFORM REQUEUE-BROKEN-PLANS.
           PERFORM REWRITE-PLANS.
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
           MOVE 'BROKEN REPAYMENT PLAN REPORT' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'PLANMON ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-PLAN-PARM.
      *record de regra opcional: sem PLANPARM no job vale o default
      *compilado de duas parcelas perdidas
           OPEN INPUT PLAN-PARM.
           IF PLNP-FILE-STATUS = '00'
              READ PLAN-PARM
              IF PLNP-FILE-STATUS = '00'
                 AND PL-MAX-MISSED NUMERIC
                 AND PL-MAX-MISSED > ZERO
                 MOVE PL-MAX-MISSED TO WS-MAX-MISSED
              END-IF
              CLOSE PLAN-PARM
           END-IF.

       LOAD-PLANS.
      *sem o REPLANS alocado ainda nao ha plano montado: o passo
      *so imprime o relatorio vazio
           OPEN INPUT PLAN-FILE.
           IF PLAN-FILE-STATUS = '05' OR PLAN-FILE-STATUS = '35'
              MOVE 'Y' TO WS-PLAN-EOF
           ELSE
              IF PLAN-FILE-STATUS NOT = '00'
                 STRING 'OPEN PLAN-FILE FAILED, STATUS '
                    PLAN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-PLAN-REC
              PERFORM UNTIL PLAN-EOF OR WS-PLAN-COUNT = 1000
                 ADD 1 TO WS-PLAN-COUNT
                 SET PLX TO WS-PLAN-COUNT
                 MOVE RP-ACCT-NO       TO WL-ACCT-NO (PLX)
                 MOVE RP-INST-COUNT    TO WL-INST-COUNT (PLX)
                 MOVE RP-INST-AMOUNT   TO WL-INST-AMOUNT (PLX)
                 MOVE RP-FREQUENCY     TO WL-FREQUENCY (PLX)
                 MOVE RP-START-DATE    TO WL-START-DATE (PLX)
                 MOVE RP-OPERATOR-ID   TO WL-OPERATOR (PLX)
                 MOVE RP-STATUS        TO WL-STATUS (PLX)
                 MOVE RP-PAID-COUNT    TO WL-PAID-COUNT (PLX)
                 MOVE RP-MISSED-COUNT  TO WL-MISSED-COUNT (PLX)
                 MOVE RP-NEXT-DUE-DATE TO WL-NEXT-DUE (PLX)
                 MOVE RP-PAID-TO-DATE  TO WL-PAID-TO-DATE (PLX)
                 MOVE RP-BROKEN-DATE   TO WL-BROKEN-DATE (PLX)
                 PERFORM READ-PLAN-REC
              END-PERFORM
              CLOSE PLAN-FILE
              IF NOT PLAN-EOF
                 STRING 'PLAN TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-PLAN-REC.
           READ PLAN-FILE
           AT END MOVE 'Y' TO WS-PLAN-EOF
           END-READ.
           IF PLAN-FILE-STATUS NOT = '00'
              AND PLAN-FILE-STATUS NOT = '10'
              STRING 'READ PLAN-FILE FAILED, STATUS '
                 PLAN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       APPLY-POST-CREDITS.
      *credito da noite abate a parcela; a copia re-gravada de um
      *credito estornado (JR-REV-FLAG 'R' com o codigo original
      *'C') devolve o abatimento, como no PmtTrack
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
      *so o plano em vigor da conta recebe o credito; conta sem
      *plano nao interessa a este passo
           PERFORM FIND-ACTIVE-PLAN.
           IF PLAN-FOUND
              ADD 1 TO WS-CREDIT-COUNT
              ADD WS-CREDIT-AMOUNT TO WL-PAID-TO-DATE (PLX)
           END-IF.

       FIND-ACTIVE-PLAN.
           MOVE 'N' TO WS-PLAN-FOUND.
           IF WS-PLAN-COUNT > ZERO
              SET PLX TO 1
              SEARCH WS-PLAN-ENTRY
                 AT END MOVE 'N' TO WS-PLAN-FOUND
                 WHEN PLX > WS-PLAN-COUNT
                    MOVE 'N' TO WS-PLAN-FOUND
                 WHEN WL-ACCT-NO (PLX) = WS-CREDIT-ACCT
                    AND WL-STATUS (PLX) = 'A'
                    MOVE 'Y' TO WS-PLAN-FOUND
              END-SEARCH
           END-IF.

       CHECK-PLANS.
           IF WS-PLAN-COUNT > ZERO
              PERFORM CHECK-ONE-PLAN
                 VARYING PLX FROM 1 BY 1
                 UNTIL PLX > WS-PLAN-COUNT
           END-IF.
           MOVE WS-KEPT-COUNT      TO TRAILER-KEPT.
           MOVE WS-MISSED-COUNT    TO TRAILER-MISSED.
           MOVE WS-COMPLETED-COUNT TO TRAILER-COMPLETED.
           MOVE WS-BROKEN-COUNT    TO TRAILER-BROKEN.
           MOVE TRAILER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       CHECK-ONE-PLAN.
      *o credito acumulado paga quantas parcelas cobrir (pagamento
      *adiantado vale para as seguintes); depois, vencimento ja
      *passado sem a parcela coberta e uma parcela perdida - o
      *credito parcial fica acumulado para a proxima
           IF WL-STATUS (PLX) = 'A'
              AND WL-INST-AMOUNT (PLX) > ZERO
              PERFORM KEEP-ONE-INSTALLMENT
                 UNTIL WL-STATUS (PLX) NOT = 'A'
                    OR WL-PAID-TO-DATE (PLX) < WL-INST-AMOUNT (PLX)
              IF WL-STATUS (PLX) = 'A'
                 AND WS-TODAY-DATE > WL-NEXT-DUE (PLX)
                 PERFORM MISS-ONE-INSTALLMENT
              END-IF
           END-IF.

       KEEP-ONE-INSTALLMENT.
           SUBTRACT WL-INST-AMOUNT (PLX) FROM WL-PAID-TO-DATE (PLX).
           ADD 1 TO WL-PAID-COUNT (PLX).
           ADD 1 TO WS-KEPT-COUNT.
           IF WL-PAID-COUNT (PLX) >= WL-INST-COUNT (PLX)
              MOVE 'C' TO WL-STATUS (PLX)
              ADD 1 TO WS-COMPLETED-COUNT
           ELSE
              PERFORM ADVANCE-DUE-DATE
           END-IF.

       MISS-ONE-INSTALLMENT.
           ADD 1 TO WL-MISSED-COUNT (PLX).
           ADD 1 TO WS-MISSED-COUNT.
           IF WL-MISSED-COUNT (PLX) >= WS-MAX-MISSED
              MOVE 'B' TO WL-STATUS (PLX)
              MOVE WS-TODAY-DATE TO WL-BROKEN-DATE (PLX)
              ADD 1 TO WS-BROKEN-COUNT
              PERFORM WRITE-BROKEN-LINE
           ELSE
              PERFORM ADVANCE-DUE-DATE
           END-IF.

       ADVANCE-DUE-DATE.
           EVALUATE WL-FREQUENCY (PLX)
              WHEN 'W'
                 COMPUTE WS-WORK-INTEGER =
                    FUNCTION INTEGER-OF-DATE (WL-NEXT-DUE (PLX)) + 7
                 COMPUTE WL-NEXT-DUE (PLX) =
                    FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
              WHEN 'B'
                 COMPUTE WS-WORK-INTEGER =
                    FUNCTION INTEGER-OF-DATE (WL-NEXT-DUE (PLX)) + 14
                 COMPUTE WL-NEXT-DUE (PLX) =
                    FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
              WHEN OTHER
                 PERFORM ADVANCE-ONE-MONTH
           END-EVALUATE.

       ADVANCE-ONE-MONTH.
      *mes seguinte no dia da primeira parcela; dia 29 a 31 em mes
      *mais curto cai no ultimo dia do mes
           MOVE WL-NEXT-DUE (PLX) TO WS-WORK-DATE.
           MOVE WL-START-DATE (PLX) (7:2) TO WS-PLAN-DAY.
           IF WS-DT-MONTH = 12
              MOVE 1 TO WS-DT-MONTH
              ADD 1 TO WS-DT-YEAR
           ELSE
              ADD 1 TO WS-DT-MONTH
           END-IF.
           MOVE WS-WORK-DATE TO WS-EOM-DATE.
           MOVE 1 TO WS-EOM-DAY.
           IF WS-EOM-MONTH = 12
              MOVE 1 TO WS-EOM-MONTH
              ADD 1 TO WS-EOM-YEAR
           ELSE
              ADD 1 TO WS-EOM-MONTH
           END-IF.
           COMPUTE WS-WORK-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-EOM-DATE) - 1.
           COMPUTE WS-EOM-DATE =
              FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
           IF WS-PLAN-DAY > WS-EOM-DAY
              MOVE WS-EOM-DAY TO WS-DT-DAY
           ELSE
              MOVE WS-PLAN-DAY TO WS-DT-DAY
           END-IF.
           MOVE WS-WORK-DATE TO WL-NEXT-DUE (PLX).

       WRITE-BROKEN-LINE.
           MOVE WL-ACCT-NO (PLX)      TO DT-ACCT-NO.
           MOVE WL-INST-AMOUNT (PLX)  TO DT-INST-AMOUNT.
           MOVE WL-INST-COUNT (PLX)   TO DT-INST-COUNT.
           MOVE WL-FREQUENCY (PLX)    TO DT-FREQUENCY.
           MOVE WL-PAID-COUNT (PLX)   TO DT-PAID-COUNT.
           MOVE WL-MISSED-COUNT (PLX) TO DT-MISSED-COUNT.
           MOVE WL-START-DATE (PLX)   TO DT-START-DATE.
           MOVE WL-OPERATOR (PLX)     TO DT-OPERATOR.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       REQUEUE-BROKEN-PLANS.
      *plano quebrado devolve a conta a fila como 'N', com a acao
      *carimbada hoje; conta que ja saiu da fila entra de novo com
      *o cobrador que fechou o plano (o CollQBld confirma ou tira
      *na remontagem da noite, pelo DELQLINE)
           IF WS-BROKEN-COUNT > ZERO
              PERFORM LOAD-COLL-QUEUE
              PERFORM REQUEUE-ONE-PLAN
                 VARYING PLX FROM 1 BY 1
                 UNTIL PLX > WS-PLAN-COUNT
              PERFORM REWRITE-COLL-QUEUE
           END-IF.

       LOAD-COLL-QUEUE.
           OPEN INPUT COLL-QUEUE.
           IF COLQ-FILE-STATUS = '05' OR COLQ-FILE-STATUS = '35'
              MOVE 'Y' TO WS-COLQ-EOF
           ELSE
              IF COLQ-FILE-STATUS NOT = '00'
                 STRING 'OPEN COLL-QUEUE FAILED, STATUS '
                    COLQ-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-COLQ-REC
              PERFORM UNTIL COLQ-EOF OR WS-QUEUE-COUNT = 1000
                 ADD 1 TO WS-QUEUE-COUNT
                 SET QX TO WS-QUEUE-COUNT
                 MOVE CQ-ACCT-NO      TO WQ-ACCT-NO (QX)
                 MOVE CQ-COLLECTOR    TO WQ-COLLECTOR (QX)
                 MOVE CQ-STATUS       TO WQ-STATUS (QX)
                 MOVE CQ-LAST-ACTION  TO WQ-LAST-ACTION (QX)
                 MOVE CQ-FIRST-QUEUED TO WQ-FIRST-QUEUED (QX)
                 MOVE CQ-BALANCE      TO WQ-BALANCE (QX)
                 PERFORM READ-COLQ-REC
              END-PERFORM
              CLOSE COLL-QUEUE
              IF NOT COLQ-EOF
                 STRING 'QUEUE TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-COLQ-REC.
           READ COLL-QUEUE
           AT END MOVE 'Y' TO WS-COLQ-EOF
           END-READ.
           IF COLQ-FILE-STATUS NOT = '00'
              AND COLQ-FILE-STATUS NOT = '10'
              STRING 'READ COLL-QUEUE FAILED, STATUS '
                 COLQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REQUEUE-ONE-PLAN.
           IF WL-STATUS (PLX) = 'B'
              AND WL-BROKEN-DATE (PLX) = WS-TODAY-DATE
              PERFORM FIND-QUEUE-ITEM
              IF NOT QUEUE-FOUND
                 IF WS-QUEUE-COUNT = 1000
                    STRING 'QUEUE TABLE FULL AT 1000 ENTRIES'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-QUEUE-COUNT
                 SET QX TO WS-QUEUE-COUNT
                 MOVE WL-ACCT-NO (PLX)  TO WQ-ACCT-NO (QX)
                 MOVE WL-OPERATOR (PLX) TO WQ-COLLECTOR (QX)
                 MOVE WS-TODAY-DATE     TO WQ-FIRST-QUEUED (QX)
                 MOVE ZERO              TO WQ-BALANCE (QX)
              END-IF
              MOVE 'N'           TO WQ-STATUS (QX)
              MOVE WS-TODAY-DATE TO WQ-LAST-ACTION (QX)
           END-IF.

       FIND-QUEUE-ITEM.
           MOVE 'N' TO WS-QUEUE-FOUND.
           IF WS-QUEUE-COUNT > ZERO
              SET QX TO 1
              SEARCH WS-QUEUE-ENTRY
                 AT END MOVE 'N' TO WS-QUEUE-FOUND
                 WHEN QX > WS-QUEUE-COUNT
                    MOVE 'N' TO WS-QUEUE-FOUND
                 WHEN WQ-ACCT-NO (QX) = WL-ACCT-NO (PLX)
                    MOVE 'Y' TO WS-QUEUE-FOUND
              END-SEARCH
           END-IF.

       REWRITE-COLL-QUEUE.
           OPEN OUTPUT COLL-QUEUE.
           IF COLQ-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT COLL-QUEUE FAILED, STATUS '
                 COLQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM WRITE-ONE-QUEUE-ITEM
              VARYING QX FROM 1 BY 1
              UNTIL QX > WS-QUEUE-COUNT.
           CLOSE COLL-QUEUE.

       WRITE-ONE-QUEUE-ITEM.
           MOVE WQ-ACCT-NO (QX)      TO CQ-ACCT-NO.
           MOVE WQ-COLLECTOR (QX)    TO CQ-COLLECTOR.
           MOVE WQ-STATUS (QX)       TO CQ-STATUS.
           MOVE WQ-LAST-ACTION (QX)  TO CQ-LAST-ACTION.
           MOVE WQ-FIRST-QUEUED (QX) TO CQ-FIRST-QUEUED.
           MOVE WQ-BALANCE (QX)      TO CQ-BALANCE.
           WRITE COLL-QUEUE-REC.
           IF COLQ-FILE-STATUS NOT = '00'
              STRING 'WRITE COLL-QUEUE FAILED, STATUS '
                 COLQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REWRITE-PLANS.
      *sem plano carregado o REPLANS nao e criado aqui - quem monta
      *o primeiro plano e o CollWork
           IF WS-PLAN-COUNT > ZERO
              OPEN OUTPUT PLAN-FILE
              IF PLAN-FILE-STATUS NOT = '00'
                 STRING 'OPEN OUTPUT PLAN-FILE FAILED, STATUS '
                    PLAN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM WRITE-ONE-PLAN
                 VARYING PLX FROM 1 BY 1
                 UNTIL PLX > WS-PLAN-COUNT
              CLOSE PLAN-FILE
           END-IF.

       WRITE-ONE-PLAN.
           MOVE SPACES                 TO REPAY-PLAN-REC.
           MOVE WL-ACCT-NO (PLX)       TO RP-ACCT-NO.
           MOVE WL-INST-COUNT (PLX)    TO RP-INST-COUNT.
           MOVE WL-INST-AMOUNT (PLX)   TO RP-INST-AMOUNT.
           MOVE WL-FREQUENCY (PLX)     TO RP-FREQUENCY.
           MOVE WL-START-DATE (PLX)    TO RP-START-DATE.
           MOVE WL-OPERATOR (PLX)      TO RP-OPERATOR-ID.
           MOVE WL-STATUS (PLX)        TO RP-STATUS.
           MOVE WL-PAID-COUNT (PLX)    TO RP-PAID-COUNT.
           MOVE WL-MISSED-COUNT (PLX)  TO RP-MISSED-COUNT.
           MOVE WL-NEXT-DUE (PLX)      TO RP-NEXT-DUE-DATE.
           MOVE WL-PAID-TO-DATE (PLX)  TO RP-PAID-TO-DATE.
           MOVE WL-BROKEN-DATE (PLX)   TO RP-BROKEN-DATE.
           WRITE REPAY-PLAN-REC.
           IF PLAN-FILE-STATUS NOT = '00'
              STRING 'WRITE PLAN-FILE FAILED, STATUS '
                 PLAN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
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
           DISPLAY 'PLAN CREDITS APPLIED: ' WS-CREDIT-COUNT
              '  INSTALLMENTS KEPT: ' WS-KEPT-COUNT
              '  BROKEN PLANS: ' WS-BROKEN-COUNT.
           CLOSE REPORT-LINE .
           IF WS-BROKEN-COUNT > ZERO
              SET RC-BROKEN-FOUND TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'PLANMON '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de planos
      *quebrados e o RETURN-CODE devolvido ao scheduler
           MOVE 'PLANMON '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-BROKEN-COUNT      TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
