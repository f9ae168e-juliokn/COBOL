      *PSTTXN do AcctPost), que e quem de fato mexe no saldo. O
      *diario de tarifas FEEJRNL sai por conta, para os encartes de
      *extrato.
      *Com o PMTDUE alocado a multa de atraso deixa de olhar o sinal
      *do saldo: dispara uma vez, na noite em que o PmtTrack marcou
      *o minimo do ciclo como vencido sem pagamento.
      *Conta com plano de pagamento em vigor no REPLANS nao leva a
      *multa de atraso enquanto o PlanMon nao quebrar o plano.

      *-----------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS FTXN-FILE-STATUS .
           SELECT FEE-JOURNAL ASSIGN TO FEEJRNL
               FILE STATUS IS FJRN-FILE-STATUS .
           SELECT PMT-DUE ASSIGN TO PMTDUE
               FILE STATUS IS PDUE-FILE-STATUS .
           SELECT PLAN-FILE ASSIGN TO REPLANS
               FILE STATUS IS PLAN-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
           COPY ACCTFLDS.

       FD FEE-SCHEDULE RECORDING MODE F .
      *tabela de tarifas mantida pela operacao; layout compartilhado
      *no copybook FEESCHED
           COPY FEESCHED.

       FD FEE-TXN-OUT RECORDING MODE F .
      *layout compartilhado no copybook PSTTXN: a tarifa entra no
           05 FILLER            PIC X(2) .
           05 FJ-ASSESS-DATE    PIC 9(8) .

       FD PMT-DUE RECORDING MODE F .
      *pagamento minimo do ciclo mantido pelo PmtTrack; layout
      *compartilhado no copybook PMTDUE
           COPY PMTDUE.
       FD PLAN-FILE RECORDING MODE F .
      *planos de pagamento da cobranca; layout compartilhado no
      *copybook REPLAN
           COPY REPLAN.

       WORKING-STORAGE SECTION.
       01  LASTREC              PIC X(1) VALUE 'N'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
              10 WF-METHOD      PIC X(1).
              10 WF-VALUE       PIC 9(7)V99.
              10 WF-TRIGGER     PIC X(4).
              10 WF-EFF-DATE    PIC 9(8).

      *vigencia das linhas do FEESCHED, compartilhada via copybook
           COPY TERMDATE.
       01  WS-FEE-FOUND         PIC X(1) VALUE 'N'.
           88 FEE-FOUND         VALUE 'Y'.
       01  WS-FEE-REFUSED       PIC 9(3) VALUE ZERO.

      *a anuidade e cobrada no mes de aniversario do ciclo da conta;
      *ACCTFLDS nao guarda data de abertura, entao o mes de ciclo e
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-FEE-AMOUNT        PIC S9(7)V99 COMP-3 VALUE ZERO.

      *contas cujo minimo venceu sem pagamento nesta noite (evento
      *de atraso do PmtTrack); sem o PMTDUE alocado a multa LATE
      *segue o criterio do saldo negativo
       01  PDUE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PDUE-EOF          PIC X(1) VALUE 'N'.
           88 PDUE-EOF          VALUE 'Y'.
       01  WS-PDUE-PRESENT      PIC X(1) VALUE 'N'.
           88 PDUE-PRESENT      VALUE 'Y'.
       01  WS-LATE-TABLE.
           05 WS-LATE-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-LATE-ACCT-NO   PIC X(8) OCCURS 1000 TIMES
                 INDEXED BY LTX.
       01  WS-LATE-FOUND        PIC X(1) VALUE 'N'.
           88 LATE-FOUND        VALUE 'Y'.

      *contas com plano de pagamento em vigor: a multa LATE fica
      *suspensa enquanto o plano esta em dia
       01  PLAN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PLAN-EOF          PIC X(1) VALUE 'N'.
           88 PLAN-EOF          VALUE 'Y'.
       01  WS-PLAN-TABLE.
           05 WS-PLAN-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PLAN-ACCT-NO   PIC X(8) OCCURS 1000 TIMES
                 INDEXED BY PLX.
       01  WS-PLAN-FOUND        PIC X(1) VALUE 'N'.
           88 PLAN-FOUND        VALUE 'Y'.

      *contadores de controle da execucao
       01  WS-REC-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-FEE-TXN-COUNT     PIC 9(7) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-ZERO-RECORDS   VALUE 4.
           88 RC-IO-ERROR       VALUE 8.
           88 RC-RERUN-REFUSED  VALUE 20.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma RUNLOG
           COPY RUNLPRM.

      *área de parâmetros trocada com o subprograma BUSDATE
           COPY BUSDPRM.

       01  TRAILER-LINE.
           05 FILLER             PIC X(16) VALUE 'ACCOUNTS READ: '.
           05 TRAILER-REC-COUNT  PIC ZZZ,ZZ9.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM LOAD-LATE-EVENTS.
           PERFORM LOAD-ACTIVE-PLANS.
           PERFORM READ-NEXT-RECORD.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM RUN-CONTROL-START.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
      *a falha
           DISPLAY 'FEEASMT ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           SET RUNL-FN-FAILED TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
                 SCHED-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE WS-TODAY-DATE TO WS-TERMS-TODAY.
           PERFORM READ-SCHED-REC
              PERFORM UNTIL SCHED-EOF
              PERFORM LOAD-ONE-FEE-ROW
              PERFORM READ-SCHED-REC
              END-PERFORM
           .
              PERFORM ABEND-RUN
           END-IF.

       LOAD-ONE-FEE-ROW.
      *das linhas em vigor do mesmo codigo vale a de vigencia mais
      *recente; a tarifa pendente so e cobrada a partir do dia da
      *vigencia, e a digitada sem o prazo de aviso ao cliente e
      *RECUSADA
           IF FS-EFF-DATE NUMERIC
              MOVE FS-EFF-DATE TO WS-TERMS-EFF-DATE
           ELSE
              MOVE ZERO TO WS-TERMS-EFF-DATE
           END-IF.
           IF FS-ENTERED-DATE NUMERIC
              MOVE FS-ENTERED-DATE TO WS-TERMS-ENTERED-DATE
           ELSE
              MOVE ZERO TO WS-TERMS-ENTERED-DATE
           END-IF.
           PERFORM CLASSIFY-TERMS-ROW.
           EVALUATE TRUE
              WHEN TERMS-REFUSED
                 ADD 1 TO WS-FEE-REFUSED
                 DISPLAY 'FEE SCHEDULE ROW REFUSED SHORT NOTICE: '
                    FS-FEE-CODE
              WHEN TERMS-PENDING
                 CONTINUE
              WHEN OTHER
                 PERFORM KEEP-FEE-ROW
           END-EVALUATE.

       KEEP-FEE-ROW.
           MOVE 'N' TO WS-FEE-FOUND.
           IF WS-FEE-COUNT > ZERO
              SET FEX TO 1
              SEARCH WS-FEE-ENTRY
                 AT END MOVE 'N' TO WS-FEE-FOUND
                 WHEN FEX > WS-FEE-COUNT
                    MOVE 'N' TO WS-FEE-FOUND
                 WHEN WF-FEE-CODE (FEX) = FS-FEE-CODE
                    MOVE 'Y' TO WS-FEE-FOUND
              END-SEARCH
           END-IF.
           IF FEE-FOUND
              IF WS-TERMS-EFF-DATE NOT < WF-EFF-DATE (FEX)
                 MOVE FS-METHOD         TO WF-METHOD (FEX)
                 MOVE FS-VALUE          TO WF-VALUE (FEX)
                 MOVE FS-TRIGGER        TO WF-TRIGGER (FEX)
                 MOVE WS-TERMS-EFF-DATE TO WF-EFF-DATE (FEX)
              END-IF
           ELSE
              IF WS-FEE-COUNT < 20
                 ADD 1 TO WS-FEE-COUNT
                 SET FEX TO WS-FEE-COUNT
                 MOVE FS-FEE-CODE       TO WF-FEE-CODE (FEX)
                 MOVE FS-METHOD         TO WF-METHOD (FEX)
                 MOVE FS-VALUE          TO WF-VALUE (FEX)
                 MOVE FS-TRIGGER        TO WF-TRIGGER (FEX)
                 MOVE WS-TERMS-EFF-DATE TO WF-EFF-DATE (FEX)
              END-IF
           END-IF.

      *paragrafo CLASSIFY-TERMS-ROW, compartilhado via copybook
           COPY TERMDTPR.

       READ-SCHED-REC.
           READ FEE-SCHEDULE
           AT END MOVE 'Y' TO WS-SCHED-EOF
              PERFORM ABEND-RUN
           END-IF.

       LOAD-LATE-EVENTS.
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
              MOVE 'Y' TO WS-PDUE-PRESENT
              PERFORM READ-PDUE-REC
              PERFORM UNTIL PDUE-EOF
                 IF PD-ST-PAST-DUE
                    AND PD-MISS-DATE = WS-TODAY-DATE
                    IF WS-LATE-COUNT = 1000
                       STRING 'LATE TABLE FULL AT 1000 ENTRIES'
                          DELIMITED BY SIZE INTO WS-ABEND-TEXT
                       PERFORM ABEND-RUN
                    END-IF
                    ADD 1 TO WS-LATE-COUNT
                    SET LTX TO WS-LATE-COUNT
                    MOVE PD-ACCT-NO TO WS-LATE-ACCT-NO (LTX)
                 END-IF
                 PERFORM READ-PDUE-REC
              END-PERFORM
              CLOSE PMT-DUE
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

       FIND-LATE-EVENT.
           MOVE 'N' TO WS-LATE-FOUND.
           IF WS-LATE-COUNT > ZERO
              SET LTX TO 1
              SEARCH WS-LATE-ACCT-NO
                 AT END MOVE 'N' TO WS-LATE-FOUND
                 WHEN LTX > WS-LATE-COUNT
                    MOVE 'N' TO WS-LATE-FOUND
                 WHEN WS-LATE-ACCT-NO (LTX) = ACCT-NO
                    MOVE 'Y' TO WS-LATE-FOUND
              END-SEARCH
           END-IF.

       LOAD-ACTIVE-PLANS.
      *sem o REPLANS alocado nenhuma multa fica suspensa
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
              PERFORM UNTIL PLAN-EOF
                 IF RP-ST-ACTIVE
                    IF WS-PLAN-COUNT = 1000
                       STRING 'PLAN TABLE FULL AT 1000 ENTRIES'
                          DELIMITED BY SIZE INTO WS-ABEND-TEXT
                       PERFORM ABEND-RUN
                    END-IF
                    ADD 1 TO WS-PLAN-COUNT
                    SET PLX TO WS-PLAN-COUNT
                    MOVE RP-ACCT-NO TO WS-PLAN-ACCT-NO (PLX)
                 END-IF
                 PERFORM READ-PLAN-REC
              END-PERFORM
              CLOSE PLAN-FILE
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

       FIND-ACTIVE-PLAN.
           MOVE 'N' TO WS-PLAN-FOUND.
           IF WS-PLAN-COUNT > ZERO
              SET PLX TO 1
              SEARCH WS-PLAN-ACCT-NO
                 AT END MOVE 'N' TO WS-PLAN-FOUND
                 WHEN PLX > WS-PLAN-COUNT
                    MOVE 'N' TO WS-PLAN-FOUND
                 WHEN WS-PLAN-ACCT-NO (PLX) = ACCT-NO
                    MOVE 'Y' TO WS-PLAN-FOUND
              END-SEARCH
           END-IF.

       READ-NEXT-RECORD.
           PERFORM READ-RECORD
              PERFORM UNTIL LASTREC = 'Y'
                    PERFORM ASSESS-FEE
                 END-IF
              WHEN WF-TRIGGER (FEX) = 'LATE'
      *----------minimo vencido sem pagamento nesta noite; sem o
      *----------PMTDUE, mesmo criterio de atraso do DELQLINE;
      *----------plano de pagamento em vigor suspende a multa
                 PERFORM FIND-ACTIVE-PLAN
                 IF PLAN-FOUND
                    CONTINUE
                 ELSE
                    IF PDUE-PRESENT
                       PERFORM FIND-LATE-EVENT
                       IF LATE-FOUND
                          PERFORM ASSESS-FEE
                       END-IF
                    ELSE
                       IF ACCT-BALANCE < ZERO
                          PERFORM ASSESS-FEE
                       END-IF
                    END-IF
                 END-IF
              WHEN WF-TRIGGER (FEX) = 'ANNL'
                 IF WS-RUN-MONTH = WS-ANNIV-MONTH
           MOVE 'D'           TO PT-DC-CODE.
           MOVE WS-FEE-AMOUNT TO PT-AMOUNT.
           MOVE ZERO          TO PT-REF-SEQ.
           MOVE SPACES        TO PT-XFER-ACCT-NO.
           MOVE SPACES        TO PT-ORIG-CURRENCY.
           MOVE ZERO          TO PT-ORIG-AMOUNT.
           MOVE ZERO          TO PT-EFF-DATE.
           WRITE POST-TXN-REC.
           IF FTXN-FILE-STATUS NOT = '00'
              STRING 'WRITE FEE-TXN-OUT FAILED, STATUS '
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           SET RUNL-FN-COMPLETE TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
           MOVE WS-FEE-TXN-COUNT     TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       GET-BUSINESS-DATE.
      *a data-movimento vem do controle BUSDTCTL, nao do relogio -
      *o trabalho que passa da meia-noite continua na data da noite;
      *controle nao avancado pelo DateRoll para o passo
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-DATE-INVALID
              MOVE BUSD-MESSAGE TO WS-ABEND-TEXT
              MOVE BUSD-BUSINESS-DATE TO RUNL-BUSINESS-DATE
              PERFORM ABEND-RUN
           END-IF.
           IF BUSD-PRIOR-RERUN
              DISPLAY 'FEEASMT ' BUSD-MESSAGE
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE (5:2) TO WS-RUN-MONTH.

       RUN-CONTROL-START.
      *registra o inicio no controle de execucao RUNCTL; passo de
      *postagem que ja terminou nesta data-movimento nao roda de
      *novo sem override do operador no RUNOVRD - para aqui, antes
      *de abrir qualquer arquivo
           MOVE 'FEEASMT '     TO RUNL-STEP-NAME.
           SET RUNL-FN-START   TO TRUE.
           MOVE BUSD-BUSINESS-DATE TO RUNL-BUSINESS-DATE.
           MOVE ZERO           TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
           IF RUNL-RUN-BLOCKED
              DISPLAY 'FEEASMT RERUN REFUSED FOR BUSINESS DATE '
                 RUNL-BUSINESS-DATE ': ' RUNL-MESSAGE
              SET RC-RERUN-REFUSED TO TRUE
              PERFORM AUDIT-LOG-END
              MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUNL-MESSAGE NOT = SPACES
              DISPLAY 'FEEASMT ' RUNL-MESSAGE
           END-IF.

       RUN-CONTROL-END.
      *registra o fim no controle de execucao - C ou F conforme quem
      *chamou - com o RETURN-CODE devolvido ao scheduler
           MOVE 'FEEASMT '           TO RUNL-STEP-NAME.
           MOVE WS-FINAL-RETURN-CODE TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
