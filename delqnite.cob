      *DELQAGE agrupa nas faixas 30/60/90/120+ com contagem e total
      *por faixa; o CollLtr escolhe a severidade da carta pela
      *faixa daqui, nao mais pela profundidade do saldo.
      *Com o PMTDUE alocado, inadimplente e a conta cujo minimo do
      *ciclo venceu sem pagamento (situacao 'P' marcada pelo
      *PmtTrack) e a idade conta do vencimento do minimo mais
      *antigo em aberto; sem ele vale o saldo negativo da noite,
      *como sempre foi.

      *-----------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS DELH-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO DELQAGE
               FILE STATUS IS RPT-FILE-STATUS .
           SELECT PMT-DUE ASSIGN TO PMTDUE
               FILE STATUS IS PDUE-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       FD PMT-DUE RECORDING MODE F .
      *pagamento minimo do ciclo mantido pelo PmtTrack; layout
      *compartilhado no copybook PMTDUE
           COPY PMTDUE.

       WORKING-STORAGE SECTION.
       01  LASTREC              PIC X(1) VALUE 'N'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INTEGER     PIC S9(9) VALUE ZERO.

      *contas com minimo vencido, carregadas do PMTDUE com o
      *vencimento mais antigo em aberto; a data de inicio do atraso
      *da conta corrente vem daqui (ou e hoje, no criterio do saldo)
       01  PDUE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PDUE-EOF          PIC X(1) VALUE 'N'.
           88 PDUE-EOF          VALUE 'Y'.
       01  WS-PDUE-PRESENT      PIC X(1) VALUE 'N'.
           88 PDUE-PRESENT      VALUE 'Y'.
       01  WS-PAST-TABLE.
           05 WS-PAST-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PAST-ENTRY OCCURS 1000 TIMES
                 INDEXED BY PSX.
              10 WPS-ACCT-NO    PIC X(8).
              10 WPS-FIRST-MISS PIC 9(8).
       01  WS-PAST-FOUND        PIC X(1) VALUE 'N'.
           88 PAST-FOUND        VALUE 'Y'.
       01  WS-DELQ-START-DATE   PIC 9(8) VALUE ZERO.

      *faixas de envelhecimento: 1 = ate 29 dias, 2 = 30-59,
      *3 = 60-89, 4 = 90-119, 5 = 120 ou mais
       01  WS-BUCKET-SUB        PIC 9(1) VALUE ZERO.
      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma BUSDATE
           COPY BUSDPRM.

       01  DETAIL-LINE.
           05 DT-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-HISTORY.
           PERFORM LOAD-PAST-DUE.
           PERFORM SCAN-ACCOUNTS.
           PERFORM REPORT-AGING.
           PERFORM REWRITE-HISTORY.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM GET-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           OPEN INPUT ACCT-REC .
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       GET-BUSINESS-DATE.
      *a data-movimento vem do controle BUSDTCTL, nao do relogio -
      *rodando depois da meia-noite o envelhecimento nao ganha um
      *dia a mais; controle nao avancado pelo DateRoll para o passo
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-DATE-INVALID
              MOVE BUSD-MESSAGE TO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF BUSD-PRIOR-RERUN
              DISPLAY 'DELQNITE ' BUSD-MESSAGE
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-TODAY-DATE.

       LOAD-HISTORY.
           OPEN INPUT DELQ-HIST.
           IF DELH-FILE-STATUS = '05' OR DELH-FILE-STATUS = '35'
              PERFORM ABEND-RUN
           END-IF.

       LOAD-PAST-DUE.
      *so os minimos vencidos interessam; sem o dataset alocado o
      *criterio continua sendo o saldo negativo
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
                    IF WS-PAST-COUNT = 1000
                       STRING 'PAST-DUE TABLE FULL AT 1000 ENTRIES'
                          DELIMITED BY SIZE INTO WS-ABEND-TEXT
                       PERFORM ABEND-RUN
                    END-IF
                    ADD 1 TO WS-PAST-COUNT
                    SET PSX TO WS-PAST-COUNT
                    MOVE PD-ACCT-NO         TO WPS-ACCT-NO (PSX)
                    MOVE PD-FIRST-MISS-DATE TO WPS-FIRST-MISS (PSX)
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

       SCAN-ACCOUNTS.
           PERFORM READ-RECORD
              PERFORM UNTIL LASTREC = 'Y'
              IF PDUE-PRESENT
                 PERFORM FIND-PAST-DUE
                 IF PAST-FOUND
                    MOVE WPS-FIRST-MISS (PSX) TO WS-DELQ-START-DATE
                    PERFORM NOTE-DELINQUENT
                 END-IF
              ELSE
                 IF ACCT-BALANCE < ZERO
                    MOVE WS-TODAY-DATE TO WS-DELQ-START-DATE
                    PERFORM NOTE-DELINQUENT
                 END-IF
              END-IF
              PERFORM READ-RECORD
              END-PERFORM
           .
           CLOSE ACCT-REC.

       FIND-PAST-DUE.
           MOVE 'N' TO WS-PAST-FOUND.
           IF WS-PAST-COUNT > ZERO
              SET PSX TO 1
              SEARCH WS-PAST-ENTRY
                 AT END MOVE 'N' TO WS-PAST-FOUND
                 WHEN PSX > WS-PAST-COUNT
                    MOVE 'N' TO WS-PAST-FOUND
                 WHEN WPS-ACCT-NO (PSX) = ACCT-NO
                    MOVE 'Y' TO WS-PAST-FOUND
              END-SEARCH
           END-IF.

       READ-RECORD.
      *passagem sequencial pelo arquivo indexado, na ordem da chave
      *ACCT-NO, igual ao READ-RECORD do FileHandling
           END-IF.
           IF NOT HIST-FOUND
      *-------primeira noite no vermelho: abre o historico com a
      *-------data de inicio do atraso (hoje, no criterio do saldo)
              IF WS-HIST-COUNT = 1000
                 STRING 'HISTORY TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
              END-IF
              ADD 1 TO WS-HIST-COUNT
              SET DHX TO WS-HIST-COUNT
              MOVE ACCT-NO            TO WH-ACCT-NO (DHX)
              MOVE WS-DELQ-START-DATE TO WH-FIRST-NEG (DHX)
              ADD 1 TO WS-NEW-COUNT
           END-IF.
      *no criterio do minimo a idade vem sempre do vencimento mais
      *antigo em aberto que o PmtTrack guardou
           IF PDUE-PRESENT
              MOVE WS-DELQ-START-DATE TO WH-FIRST-NEG (DHX)
           END-IF.
           MOVE 'Y' TO WH-STILL-NEG (DHX).
           MOVE ACCT-BALANCE TO WH-BALANCE (DHX).
           COMPUTE WH-DAYS (DHX) =
