      *posicionado para envelope de janela. A severidade escala o
      *gabarito usado conforme a profundidade do saldo negativo, e
      *no final sai um resumo de contagem por USA-STATE para a
      *postagem. Com o HHKEY do HouseHld no job, as cartas do mesmo
      *titular no mesmo domicilio saem juntas num envelope so, no
      *fim da rodada; carta de cobranca nao vai no envelope de outra
      *pessoa, e conta conjunta segue em envelope proprio.

      *-----------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS LTR-FILE-STATUS .
           SELECT PROMISE-FILE ASSIGN TO PROMISES
               FILE STATUS IS PROM-FILE-STATUS .
           SELECT PLAN-FILE ASSIGN TO REPLANS
               FILE STATUS IS PLAN-FILE-STATUS .
           SELECT CO-HOLDER-FILE ASSIGN TO COHOLDER
               FILE STATUS IS COH-FILE-STATUS .
           SELECT DELQ-HIST ASSIGN TO DELQHIST
               FILE STATUS IS DELH-FILE-STATUS .
           SELECT HOUSE-KEY-FILE ASSIGN TO HHKEY
               FILE STATUS IS HHK-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *PROMISE
           COPY PROMISE.

       FD PLAN-FILE RECORDING MODE F .
      *planos de pagamento montados no CollWork; conta com plano em
      *vigor (nao quebrado nem concluido) tambem nao recebe carta;
      *layout compartilhado no copybook REPLAN
           COPY REPLAN.

       FD CO-HOLDER-FILE RECORDING MODE F .
      *co-titulares da conta conjunta, mantidos pelo CoHldMnt; cada
      *um ganha sua linha no bloco de envelope; layout compartilhado
      *DELQHIST
           COPY DELQHIST.

       FD HOUSE-KEY-FILE RECORDING MODE F .
      *domicilios formados pelo HouseHld; layout compartilhado no
      *copybook HHKEY
           COPY HHKEY.

       WORKING-STORAGE SECTION.
       01  DELQ-FILE-STATUS     PIC X(2) VALUE '00'.
       01  TMPL-FILE-STATUS     PIC X(2) VALUE '00'.
                 INDEXED BY PHX.
       01  WS-PROM-HELD         PIC X(1) VALUE 'N'.
           88 PROMISE-HELD      VALUE 'Y'.

      *contas com plano de pagamento em vigor: as cartas ficam
      *seguradas enquanto o PlanMon nao quebrar o plano
       01  PLAN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PLAN-EOF          PIC X(1) VALUE 'N'.
           88 PLAN-EOF          VALUE 'Y'.
       01  WS-PLAN-HOLD-TABLE.
           05 WS-PLAN-HOLD-COUNT PIC 9(4) VALUE ZERO.
           05 WS-PLAN-HOLD-ACCT  PIC X(8) OCCURS 1000 TIMES
                 INDEXED BY PLX.
       01  WS-PLAN-HELD         PIC X(1) VALUE 'N'.
           88 PLAN-HELD         VALUE 'Y'.
       01  WS-PLAN-HELD-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-MAIL-HELD-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
              10 WC-LAST-NAME   PIC X(20).
              10 WC-FIRST-NAME  PIC X(15).

      *contas com mais de uma conta do mesmo titular no domicilio,
      *carregadas do HHKEY; sem o dataset cada carta tem o seu
      *envelope, como sempre foi
       01  HHK-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-HHK-EOF           PIC X(1) VALUE 'N'.
           88 HHK-EOF           VALUE 'Y'.
       01  WS-HHK-TABLE.
           05 WS-HHK-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-HHK-ENTRY OCCURS 3000 TIMES
                 INDEXED BY HKX.
              10 WK-ACCT-NO     PIC X(8).
              10 WK-PERSON-KEY  PIC X(8).
       01  WS-HHK-FOUND         PIC X(1) VALUE 'N'.
           88 HHK-FOUND         VALUE 'Y'.
       01  WS-COH-FOUND         PIC X(1) VALUE 'N'.
           88 COH-FOUND         VALUE 'Y'.

      *cartas seguradas para o envelope do titular, escritas no fim
      *da rodada agrupadas pela chave do titular
       01  WS-ENV-TABLE.
           05 WS-ENV-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-ENV-ENTRY OCCURS 1000 TIMES
                 INDEXED BY ENX EMX.
              10 WE-PERSON-KEY  PIC X(8).
              10 WE-ACCT-NO     PIC X(8).
              10 WE-SEVERITY    PIC X(1).
              10 WE-BALANCE     PIC S9(7)V99 COMP-3.
              10 WE-LAST-NAME   PIC X(20).
              10 WE-FIRST-NAME  PIC X(15).
              10 WE-STREET-ADDR PIC X(25).
              10 WE-CITY-COUNTY PIC X(20).
              10 WE-USA-STATE   PIC X(15).
              10 WE-ZIP-CODE    PIC X(5).
              10 WE-DONE        PIC X(1).
       01  WS-ENV-SAVED-COUNT   PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           05 FILLER             PIC X(36) VALUE SPACES.

       01  PAGE-BREAK-LINE       PIC X(80) VALUE ALL '='.
      *separa as cartas que dividem o mesmo envelope
       01  DOC-BREAK-LINE        PIC X(80) VALUE ALL '-'.
       01  BLANK-LINE            PIC X(80) VALUE SPACES.

       01  STATE-SUMMARY-LINE.
           PERFORM OPEN-FILES.
           PERFORM LOAD-TEMPLATE.
           PERFORM LOAD-ACTIVE-PROMISES.
           PERFORM LOAD-ACTIVE-PLANS.
           PERFORM LOAD-COHOLDERS.
           PERFORM LOAD-DELQ-AGES.
           PERFORM LOAD-HOUSE-KEYS.
           PERFORM GENERATE-LETTERS.
           PERFORM WRITE-SHARED-ENVELOPES.
           PERFORM WRITE-STATE-SUMMARY.
           PERFORM CLOSE-STOP.

              PERFORM ABEND-RUN
           END-IF.

       LOAD-ACTIVE-PLANS.
      *so o plano em vigor segura a carta; plano quebrado devolve a
      *conta ao fluxo normal; sem o dataset REPLANS nada muda
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
                    AND WS-PLAN-HOLD-COUNT < 1000
                    ADD 1 TO WS-PLAN-HOLD-COUNT
                    SET PLX TO WS-PLAN-HOLD-COUNT
                    MOVE RP-ACCT-NO TO WS-PLAN-HOLD-ACCT (PLX)
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

       LOAD-COHOLDERS.
      *carrega os co-titulares do COHOLDER para o bloco de envelope
           OPEN INPUT CO-HOLDER-FILE.
              END-SEARCH
           END-IF.

       CHECK-PLAN-HOLD.
           MOVE 'N' TO WS-PLAN-HELD.
           IF WS-PLAN-HOLD-COUNT > ZERO
              SET PLX TO 1
              SEARCH WS-PLAN-HOLD-ACCT
                 AT END MOVE 'N' TO WS-PLAN-HELD
                 WHEN PLX > WS-PLAN-HOLD-COUNT
                    MOVE 'N' TO WS-PLAN-HELD
                 WHEN WS-PLAN-HOLD-ACCT (PLX) = DQ-ACCT-NO
                    MOVE 'Y' TO WS-PLAN-HELD
              END-SEARCH
           END-IF.

       GENERATE-LETTERS.
           PERFORM READ-DELINQ-REC
              PERFORM UNTIL DELQ-EOF
              PERFORM CHECK-PROMISE-HOLD
              PERFORM CHECK-PLAN-HOLD
      *-------correio devolvendo: carta nao sai ate a agencia
      *-------conseguir endereco bom (lista de trabalho do BadAddr)
              EVALUATE TRUE
                    ADD 1 TO WS-MAIL-HELD-COUNT
                 WHEN PROMISE-HELD
                    ADD 1 TO WS-SUPPRESSED-COUNT
                 WHEN PLAN-HELD
                    ADD 1 TO WS-PLAN-HELD-COUNT
                 WHEN OTHER
                    PERFORM CHECK-SHARED-ENVELOPE
                    IF HHK-FOUND
                       PERFORM SAVE-ENVELOPE-LETTER
                    ELSE
                       PERFORM WRITE-ONE-LETTER
                    END-IF
              END-EVALUATE
              PERFORM READ-DELINQ-REC
              END-PERFORM
           .
           DISPLAY 'LETTERS HELD FOR ACTIVE PROMISES: '
              WS-SUPPRESSED-COUNT.
           DISPLAY 'LETTERS HELD FOR REPAYMENT PLANS: '
              WS-PLAN-HELD-COUNT.
           DISPLAY 'LETTERS HELD FOR RETURNED MAIL: '
              WS-MAIL-HELD-COUNT.

           PERFORM WRITE-LETTER-REC.
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE DQ-ACCT-NO       TO AM-ACCT-NO.
           MOVE WS-BALANCE-DUE   TO AM-AMOUNT.
           PERFORM WRITE-LETTER-BODY.
           MOVE PAGE-BREAK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.

       WRITE-LETTER-BODY.
      *----linhas do gabarito da severidade escolhida, na ordem do
      *----arquivo, e a linha de valor ja montada
           PERFORM WRITE-TEMPLATE-LINES
              VARYING TMX FROM 1 BY 1
              UNTIL TMX > WS-TMPL-COUNT.
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE AMOUNT-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.

       LOAD-HOUSE-KEYS.
      *so interessam as contas cujo titular tem outra conta no
      *mesmo domicilio; endereco sujo nunca divide envelope
           OPEN INPUT HOUSE-KEY-FILE.
           IF HHK-FILE-STATUS = '05' OR HHK-FILE-STATUS = '35'
              MOVE 'Y' TO WS-HHK-EOF
           ELSE
              IF HHK-FILE-STATUS NOT = '00'
                 STRING 'OPEN HOUSE-KEY-FILE FAILED, STATUS '
                    HHK-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-HHK-REC
              PERFORM UNTIL HHK-EOF OR WS-HHK-COUNT = 3000
                 IF HK-MATCHED AND HK-PERSON-SIZE > 1
                    ADD 1 TO WS-HHK-COUNT
                    SET HKX TO WS-HHK-COUNT
                    MOVE HK-ACCT-NO    TO WK-ACCT-NO (HKX)
                    MOVE HK-PERSON-KEY TO WK-PERSON-KEY (HKX)
                 END-IF
                 PERFORM READ-HHK-REC
              END-PERFORM
              CLOSE HOUSE-KEY-FILE
           END-IF.

       READ-HHK-REC.
           READ HOUSE-KEY-FILE
           AT END MOVE 'Y' TO WS-HHK-EOF
           END-READ.
           IF HHK-FILE-STATUS NOT = '00'
              AND HHK-FILE-STATUS NOT = '10'
              STRING 'READ HOUSE-KEY-FILE FAILED, STATUS '
                 HHK-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CHECK-SHARED-ENVELOPE.
      *a carta espera o envelope do titular quando ele tem outra
      *conta no domicilio, a conta nao e conjunta e ainda cabe na
      *tabela; senao sai sozinha na hora
           MOVE 'N' TO WS-HHK-FOUND.
           IF WS-HHK-COUNT > ZERO AND WS-ENV-COUNT < 1000
              SET HKX TO 1
              SEARCH WS-HHK-ENTRY
                 AT END MOVE 'N' TO WS-HHK-FOUND
                 WHEN HKX > WS-HHK-COUNT
                    MOVE 'N' TO WS-HHK-FOUND
                 WHEN WK-ACCT-NO (HKX) = DQ-ACCT-NO
                    MOVE 'Y' TO WS-HHK-FOUND
              END-SEARCH
           END-IF.
           IF HHK-FOUND AND WS-COH-COUNT > ZERO
              MOVE 'N' TO WS-COH-FOUND
              SET COX TO 1
              SEARCH WS-COH-ENTRY
                 AT END MOVE 'N' TO WS-COH-FOUND
                 WHEN COX > WS-COH-COUNT
                    MOVE 'N' TO WS-COH-FOUND
                 WHEN WC-ACCT-NO (COX) = DQ-ACCT-NO
                    MOVE 'Y' TO WS-COH-FOUND
              END-SEARCH
              IF COH-FOUND
                 MOVE 'N' TO WS-HHK-FOUND
              END-IF
           END-IF.

       SAVE-ENVELOPE-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           PERFORM SELECT-SEVERITY.
           PERFORM COUNT-STATE.
           ADD 1 TO WS-ENV-COUNT.
           SET ENX TO WS-ENV-COUNT.
           MOVE WK-PERSON-KEY (HKX) TO WE-PERSON-KEY (ENX).
           MOVE DQ-ACCT-NO          TO WE-ACCT-NO (ENX).
           MOVE WS-SEVERITY         TO WE-SEVERITY (ENX).
           MOVE WS-BALANCE-DUE      TO WE-BALANCE (ENX).
           MOVE DQ-LAST-NAME        TO WE-LAST-NAME (ENX).
           MOVE DQ-FIRST-NAME       TO WE-FIRST-NAME (ENX).
           MOVE DQ-STREET-ADDR      TO WE-STREET-ADDR (ENX).
           MOVE DQ-CITY-COUNTY      TO WE-CITY-COUNTY (ENX).
           MOVE DQ-USA-STATE        TO WE-USA-STATE (ENX).
           MOVE DQ-ZIP-CODE         TO WE-ZIP-CODE (ENX).
           MOVE 'N'                 TO WE-DONE (ENX).

       WRITE-SHARED-ENVELOPES.
      *um envelope por titular: bloco de endereco da primeira carta
      *e, em seguida, todas as cartas dele separadas por tracejado
           IF WS-ENV-COUNT > ZERO
              PERFORM WRITE-ONE-ENVELOPE
                 VARYING ENX FROM 1 BY 1
                 UNTIL ENX > WS-ENV-COUNT
           END-IF.
           DISPLAY 'ENVELOPES SAVED BY HOUSEHOLDING: '
              WS-ENV-SAVED-COUNT.

       WRITE-ONE-ENVELOPE.
           IF WE-DONE (ENX) = 'N'
              MOVE BLANK-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
              PERFORM WRITE-LETTER-REC
              PERFORM WRITE-LETTER-REC
              MOVE WE-FIRST-NAME (ENX)  TO NL-FIRST-NAME
              MOVE WE-LAST-NAME (ENX)   TO NL-LAST-NAME
              MOVE NAME-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
              MOVE WE-STREET-ADDR (ENX) TO AL-STREET-ADDR
              MOVE ADDR-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
              MOVE WE-CITY-COUNTY (ENX) TO CL-CITY-COUNTY
              MOVE WE-USA-STATE (ENX)   TO CL-USA-STATE
              MOVE WE-ZIP-CODE (ENX)    TO CL-ZIP-CODE
              MOVE CITY-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
              PERFORM WRITE-ENVELOPE-LETTER
                 VARYING EMX FROM ENX BY 1
                 UNTIL EMX > WS-ENV-COUNT
              MOVE PAGE-BREAK-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
           END-IF.

       WRITE-ENVELOPE-LETTER.
           IF WE-DONE (EMX) = 'N'
              AND WE-PERSON-KEY (EMX) = WE-PERSON-KEY (ENX)
              IF EMX NOT = ENX
                 ADD 1 TO WS-ENV-SAVED-COUNT
                 MOVE DOC-BREAK-LINE TO LETTER-REC
                 PERFORM WRITE-LETTER-REC
              END-IF
              MOVE BLANK-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
              MOVE WE-SEVERITY (EMX) TO WS-SEVERITY
              MOVE WE-ACCT-NO (EMX)  TO AM-ACCT-NO
              MOVE WE-BALANCE (EMX)  TO AM-AMOUNT
              PERFORM WRITE-LETTER-BODY
              MOVE 'Y' TO WE-DONE (EMX)
           END-IF.

       LOAD-DELQ-AGES.
      *dias de inadimplencia por conta, do historico do DelqNite;
