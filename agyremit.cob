      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. AgyRemit.
       AUTHOR. Julio Bittencourt.

      *Remessa mensal da agencia de cobranca externa: o arquivo
      *AGYREM traz o que a agencia recebeu das contas colocadas pelo
      *AgyPlace ('C', bruto e comissao dela) e as contas que ela
      *devolveu ou que a casa chamou de volta ('R'). O trailer e
      *conferido contra os detalhes ANTES de aplicar qualquer coisa,
      *como o AcctPost faz com o PSTTXN - remessa truncada e
      *recusada inteira. Cada recebimento sai da divida pelo bruto:
      *conta baixada ('Z') ganha a recuperacao 'R' no CHGOFF, como
      *o LockBox faz; conta viva recebe o credito no layout PSTTXN
      *(dataset AGYPSTO, concatenado no PSTTXN do AcctPost). A
      *comissao da agencia vai para o razao AGYCOMM, separada do
      *bruto. Conta devolvida volta para a fila COLLQ como 'N' (com
      *o cobrador que tinha o item quando foi colocada) e a
      *colocacao vira 'R' no inventario AGYPLAC. O relatorio fecha
      *com a amarracao do inventario: colocadas antes da remessa -
      *devolvidas = colocadas depois, e o recebido bruto, comissao
      *e liquido.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-IN ASSIGN TO AGYREM
               FILE STATUS IS REM-FILE-STATUS .
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT PLACE-FILE ASSIGN TO AGYPLAC
               FILE STATUS IS PLAC-FILE-STATUS .
           SELECT COLL-QUEUE ASSIGN TO COLLQ
               FILE STATUS IS COLQ-FILE-STATUS .
           SELECT CHGOFF-FILE ASSIGN TO CHGOFF
               FILE STATUS IS CHGO-FILE-STATUS .
           SELECT COMM-LEDGER ASSIGN TO AGYCOMM
               FILE STATUS IS COMM-FILE-STATUS .
           SELECT REMIT-TXN-OUT ASSIGN TO AGYPSTO
               FILE STATUS IS RTXO-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO AGYRRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD REMIT-IN RECORDING MODE F .
      *layout fixo combinado com a agencia: tipo de record na
      *primeira posicao ('H' header, 'C' recebimento, 'R' conta
      *devolvida, 'T' trailer com a contagem de detalhes e a soma
      *dos brutos)
       01  REMIT-HEADER-REC.
           05 RH-REC-TYPE       PIC X(1) .
           05 RH-AGENCY-ID      PIC X(8) .
           05 RH-REMIT-DATE     PIC 9(8) .
           05 FILLER            PIC X(63) .

       01  REMIT-DETAIL-REC.
           05 RD-REC-TYPE       PIC X(1) .
             88 RD-COLLECTION       VALUE 'C'.
             88 RD-RETURN           VALUE 'R'.
           05 RD-ACCT-NO        PIC X(8) .
           05 RD-TXN-DATE       PIC 9(8) .
           05 RD-GROSS          PIC S9(7)V99 .
           05 RD-COMMISSION     PIC S9(7)V99 .
           05 RD-RETURN-REASON  PIC X(2) .
           05 FILLER            PIC X(43) .

       01  REMIT-TRAILER-REC.
           05 RT-REC-TYPE       PIC X(1) .
           05 RT-DETAIL-COUNT   PIC 9(7) .
           05 RT-GROSS-TOTAL    PIC S9(11)V99 .
           05 FILLER            PIC X(59) .

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD PLACE-FILE RECORDING MODE F .
      *inventario de colocacoes; layout compartilhado no copybook
      *AGYPLAC
           COPY AGYPLAC.

       FD COLL-QUEUE RECORDING MODE F .
      *layout compartilhado no copybook COLLQUE
           COPY COLLQUE.

       FD CHGOFF-FILE RECORDING MODE F .
      *recuperacoes de conta baixada vao para o razao subsidiario,
      *nao para o saldo vivo; layout compartilhado no copybook
      *CHGOFF
           COPY CHGOFF.

       FD COMM-LEDGER RECORDING MODE F .
      *layout compartilhado no copybook AGYCOMM
           COPY AGYCOMM.

       FD REMIT-TXN-OUT RECORDING MODE F .
      *credito do recebimento de conta viva, para a esteira de
      *postagem; layout compartilhado no copybook PSTTXN
           COPY PSTTXN.

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       WORKING-STORAGE SECTION.
       01  REM-FILE-STATUS      PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PLAC-FILE-STATUS     PIC X(2) VALUE '00'.
       01  COLQ-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CHGO-FILE-STATUS     PIC X(2) VALUE '00'.
       01  COMM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RTXO-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.

       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-AGENCY-ID         PIC X(8) VALUE SPACES.
       01  WS-REMIT-DATE        PIC 9(8) VALUE ZERO.
       01  WS-HEADER-SEEN       PIC X(1) VALUE 'N'.
           88 HEADER-SEEN       VALUE 'Y'.
       01  WS-TRAILER-SEEN      PIC X(1) VALUE 'N'.
           88 TRAILER-SEEN      VALUE 'Y'.
       01  WS-TRL-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-TRL-GROSS         PIC S9(11)V99 VALUE ZERO.
       01  WS-NET-AMOUNT        PIC S9(7)V99 VALUE ZERO.
       01  WS-ACCT-FOUND        PIC X(1) VALUE 'N'.
           88 ACCT-FOUND        VALUE 'Y'.

      *detalhes da remessa, guardados na primeira passada para a
      *conferencia do trailer antes de aplicar
       01  WS-REMIT-TABLE.
           05 WS-REMIT-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-REMIT-ENTRY OCCURS 3000 TIMES
                 INDEXED BY RMX.
              10 WR-REC-TYPE    PIC X(1).
              10 WR-ACCT-NO     PIC X(8).
              10 WR-TXN-DATE    PIC 9(8).
              10 WR-GROSS       PIC S9(7)V99.
              10 WR-COMMISSION  PIC S9(7)V99.
              10 WR-RETURN-REASON PIC X(2).
       01  WS-READ-GROSS        PIC S9(11)V99 VALUE ZERO.

      *inventario inteiro em memoria, regravado no final com os
      *acumulados e as devolucoes desta remessa
       01  WS-PLACE-TABLE.
           05 WS-PLACE-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-PLACE-ENTRY PIC X(80) OCCURS 5000 TIMES
                 INDEXED BY PLX.
       01  WS-PLACE-FOUND       PIC X(1) VALUE 'N'.
           88 PLACE-FOUND       VALUE 'Y'.
       01  WS-PLACE-ACTIVE      PIC X(1) VALUE 'N'.
           88 PLACE-ACTIVE      VALUE 'Y'.
       01  WS-PLACE-SUB         PIC 9(4) VALUE ZERO.

      *fila inteira em memoria, regravada no final com as contas
      *devolvidas de volta ao trabalho dos cobradores
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
       01  WS-QUEUE-CHANGED     PIC X(1) VALUE 'N'.
           88 QUEUE-CHANGED     VALUE 'Y'.

      *amarracao do inventario: antes da remessa, devolvidas,
      *depois, e as colocadas no mes (informativo)
       01  WS-BEFORE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-BEFORE-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-MONTH-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-MONTH-BALANCE     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-RETURN-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-RETURN-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-AFTER-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-AFTER-BALANCE     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-AFTER-COLLECTED   PIC S9(9)V99 COMP-3 VALUE ZERO.

      *recebimentos desta remessa
       01  WS-COLLECT-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-GROSS-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-COMM-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-NET-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-RECOVERY-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CREDIT-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-EXCEPTION-COUNT   PIC 9(5) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-EXCEPTIONS     VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  DETAIL-LINE.
           05 DT-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ACTION          PIC X(24).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-GROSS           PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-COMMISSION      PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-NET             PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(18) VALUE SPACES.

       01  TIE-LINE.
           05 TI-LABEL           PIC X(34).
           05 TI-COUNT           PIC ZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TI-AMOUNT          PIC $$$,$$$,$$$,$$9.99-.
           05 FILLER             PIC X(39) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-REMITTANCE.
           PERFORM CHECK-TRAILER.
           PERFORM LOAD-PLACEMENTS.
           PERFORM LOAD-COLL-QUEUE.
           PERFORM OPEN-OUTPUTS.
           IF WS-REMIT-COUNT > ZERO
              PERFORM APPLY-REMIT-ITEM
                 VARYING RMX FROM 1 BY 1
                 UNTIL RMX > WS-REMIT-COUNT
           END-IF.
           PERFORM REWRITE-PLACEMENTS.
           IF QUEUE-CHANGED
              PERFORM REWRITE-COLL-QUEUE
           END-IF.
           PERFORM WRITE-TIE-OUT.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           OPEN INPUT REMIT-IN .
           IF REM-FILE-STATUS NOT = '00'
              STRING 'OPEN REMIT-IN FAILED, STATUS ' REM-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'COLLECTION AGENCY REMITTANCE AND PLACEMENT INVENTORY'
              TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'AGYREMIT ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-REMITTANCE.
      *primeira passada: guarda os detalhes e soma os brutos para
      *a conferencia do trailer; nada e aplicado ainda
           MOVE 'N' TO WS-GEN-EOF.
           PERFORM READ-REMIT-REC.
           PERFORM UNTIL GEN-EOF
              EVALUATE RH-REC-TYPE
                 WHEN 'H'
                    MOVE 'Y' TO WS-HEADER-SEEN
                    MOVE RH-AGENCY-ID  TO WS-AGENCY-ID
                    MOVE RH-REMIT-DATE TO WS-REMIT-DATE
                 WHEN 'T'
                    MOVE 'Y' TO WS-TRAILER-SEEN
                    MOVE RT-DETAIL-COUNT TO WS-TRL-COUNT
                    MOVE RT-GROSS-TOTAL  TO WS-TRL-GROSS
                 WHEN 'C'
                 WHEN 'R'
                    PERFORM STORE-REMIT-DETAIL
                 WHEN OTHER
                    STRING 'INVALID REMITTANCE RECORD TYPE '
                       RH-REC-TYPE DELIMITED BY SIZE
                       INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
              END-EVALUATE
              PERFORM READ-REMIT-REC
           END-PERFORM.
           CLOSE REMIT-IN.

       READ-REMIT-REC.
           READ REMIT-IN
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF REM-FILE-STATUS NOT = '00'
              AND REM-FILE-STATUS NOT = '10'
              STRING 'READ REMIT-IN FAILED, STATUS '
                 REM-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       STORE-REMIT-DETAIL.
           IF WS-REMIT-COUNT = 3000
              STRING 'REMITTANCE TABLE FULL AT 3000'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-REMIT-COUNT.
           SET RMX TO WS-REMIT-COUNT.
           MOVE RD-REC-TYPE      TO WR-REC-TYPE (RMX).
           MOVE RD-ACCT-NO       TO WR-ACCT-NO (RMX).
           MOVE RD-TXN-DATE      TO WR-TXN-DATE (RMX).
           MOVE RD-RETURN-REASON TO WR-RETURN-REASON (RMX).
           IF RD-COLLECTION
              MOVE RD-GROSS      TO WR-GROSS (RMX)
              MOVE RD-COMMISSION TO WR-COMMISSION (RMX)
              ADD RD-GROSS TO WS-READ-GROSS
           ELSE
              MOVE ZERO TO WR-GROSS (RMX)
              MOVE ZERO TO WR-COMMISSION (RMX)
           END-IF.

       CHECK-TRAILER.
      *remessa sem header/trailer ou com contagem/soma diferente
      *dos detalhes e recusada inteira antes de mexer em qualquer
      *arquivo
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
              STRING 'REMITTANCE WITHOUT HEADER OR TRAILER'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-TRL-COUNT NOT = WS-REMIT-COUNT
              OR WS-TRL-GROSS NOT = WS-READ-GROSS
              STRING 'REMITTANCE TRAILER OUT OF BALANCE - FILE '
                 'REJECTED' DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-REMIT-DATE NOT NUMERIC OR WS-REMIT-DATE = ZERO
              MOVE WS-TODAY-DATE TO WS-REMIT-DATE
           END-IF.

       LOAD-PLACEMENTS.
      *inventario inteiro; as colocacoes ativas antes da remessa
      *abrem a amarracao
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT PLACE-FILE.
           IF PLAC-FILE-STATUS = '05' OR PLAC-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF PLAC-FILE-STATUS NOT = '00'
                 STRING 'OPEN PLACE-FILE FAILED, STATUS '
                    PLAC-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-PLACE-REC
              PERFORM UNTIL GEN-EOF OR WS-PLACE-COUNT = 5000
                 ADD 1 TO WS-PLACE-COUNT
                 SET PLX TO WS-PLACE-COUNT
                 MOVE AGENCY-PLACE-REC TO WS-PLACE-ENTRY (PLX)
                 IF AP-ST-ACTIVE
                    ADD 1 TO WS-BEFORE-COUNT
                    ADD AP-PLACED-BALANCE TO WS-BEFORE-BALANCE
                    IF AP-PLACED-DATE (1:6) = WS-REMIT-DATE (1:6)
                       ADD 1 TO WS-MONTH-COUNT
                       ADD AP-PLACED-BALANCE TO WS-MONTH-BALANCE
                    END-IF
                 END-IF
                 PERFORM READ-PLACE-REC
              END-PERFORM
              CLOSE PLACE-FILE
      *-------o inventario e regravado a partir da tabela: parar
      *-------antes do fim perderia colocacoes em silencio
              IF NOT GEN-EOF
                 STRING 'PLACEMENT TABLE FULL, 5000 LOADED WITH '
                    'RECORDS REMAINING' DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-PLACE-REC.
           READ PLACE-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF PLAC-FILE-STATUS NOT = '00'
              AND PLAC-FILE-STATUS NOT = '10'
              STRING 'READ PLACE-FILE FAILED, STATUS '
                 PLAC-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-COLL-QUEUE.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT COLL-QUEUE.
           IF COLQ-FILE-STATUS = '05' OR COLQ-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF COLQ-FILE-STATUS NOT = '00'
                 STRING 'OPEN COLL-QUEUE FAILED, STATUS '
                    COLQ-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-COLQ-REC
              PERFORM UNTIL GEN-EOF OR WS-QUEUE-COUNT = 1000
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
              IF NOT GEN-EOF
                 STRING 'QUEUE TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-COLQ-REC.
           READ COLL-QUEUE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF COLQ-FILE-STATUS NOT = '00'
              AND COLQ-FILE-STATUS NOT = '10'
              STRING 'READ COLL-QUEUE FAILED, STATUS '
                 COLQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       OPEN-OUTPUTS.
      *razoes acumulativos; na primeira execucao o OPEN EXTEND
      *precisa virar OUTPUT, mesmo tratamento do AUDITLOG
           OPEN EXTEND CHGOFF-FILE.
           IF CHGO-FILE-STATUS = '05' OR CHGO-FILE-STATUS = '35'
              OPEN OUTPUT CHGOFF-FILE
           END-IF.
           IF CHGO-FILE-STATUS NOT = '00'
              STRING 'OPEN EXTEND CHGOFF FAILED, STATUS '
                 CHGO-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN EXTEND COMM-LEDGER.
           IF COMM-FILE-STATUS = '05' OR COMM-FILE-STATUS = '35'
              OPEN OUTPUT COMM-LEDGER
           END-IF.
           IF COMM-FILE-STATUS NOT = '00'
              STRING 'OPEN EXTEND COMM-LEDGER FAILED, STATUS '
                 COMM-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT REMIT-TXN-OUT.
           IF RTXO-FILE-STATUS NOT = '00'
              STRING 'OPEN REMIT-TXN-OUT FAILED, STATUS '
                 RTXO-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       APPLY-REMIT-ITEM.
      *o item precisa casar com uma colocacao da conta no
      *inventario; o que nao casa sai como excecao, sem aplicar
           PERFORM FIND-PLACEMENT.
           MOVE WR-ACCT-NO (RMX) TO DT-ACCT-NO.
           MOVE WR-GROSS (RMX)      TO DT-GROSS.
           MOVE WR-COMMISSION (RMX) TO DT-COMMISSION.
           MOVE ZERO                TO DT-NET.
           EVALUATE TRUE
              WHEN NOT PLACE-FOUND
                 ADD 1 TO WS-EXCEPTION-COUNT
                 MOVE 'EXCEPTION - NOT PLACED' TO DT-ACTION
              WHEN WR-REC-TYPE (RMX) = 'C'
                 PERFORM APPLY-COLLECTION
              WHEN AP-ST-RETURNED
                 ADD 1 TO WS-EXCEPTION-COUNT
                 MOVE 'EXCEPTION - ALREADY BACK' TO DT-ACTION
              WHEN OTHER
                 PERFORM APPLY-RETURN
           END-EVALUATE.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       FIND-PLACEMENT.
      *a colocacao mais recente da conta: ativa se houver, senao a
      *ultima devolvida (recebimento que a agencia informa depois
      *da devolucao ainda e dinheiro da conta)
           MOVE 'N' TO WS-PLACE-FOUND.
           MOVE 'N' TO WS-PLACE-ACTIVE.
           MOVE ZERO TO WS-PLACE-SUB.
           IF WS-PLACE-COUNT > ZERO
              PERFORM CHECK-ONE-PLACEMENT
                 VARYING PLX FROM 1 BY 1
                 UNTIL PLX > WS-PLACE-COUNT
           END-IF.
           IF PLACE-FOUND
              SET PLX TO WS-PLACE-SUB
              MOVE WS-PLACE-ENTRY (PLX) TO AGENCY-PLACE-REC
           END-IF.

       CHECK-ONE-PLACEMENT.
      *o arquivo esta em ordem de colocacao: a ultima da conta
      *vence, mas uma ativa nao e trocada por devolvida nenhuma
           MOVE WS-PLACE-ENTRY (PLX) TO AGENCY-PLACE-REC.
           IF AP-ACCT-NO = WR-ACCT-NO (RMX)
              AND NOT PLACE-ACTIVE
              MOVE 'Y' TO WS-PLACE-FOUND
              SET WS-PLACE-SUB TO PLX
              IF AP-ST-ACTIVE
                 MOVE 'Y' TO WS-PLACE-ACTIVE
              END-IF
           END-IF.

       APPLY-COLLECTION.
      *o bruto sai da divida; conta baixada recupera no CHGOFF,
      *conta viva recebe credito pela esteira de postagem
           MOVE WR-ACCT-NO (RMX) TO ACCT-NO.
           PERFORM READ-ACCOUNT.
           COMPUTE WS-NET-AMOUNT =
              WR-GROSS (RMX) - WR-COMMISSION (RMX).
           MOVE WS-NET-AMOUNT TO DT-NET.
           MOVE SPACES TO AGENCY-COMM-REC.
           IF ACCT-FOUND AND ACCT-ST-CHGOFF
              PERFORM WRITE-RECOVERY
              MOVE 'Z' TO AC-APPLIED-TO
              MOVE 'COLLECTED - RECOVERY' TO DT-ACTION
           ELSE
              PERFORM WRITE-REMIT-CREDIT
              MOVE 'B' TO AC-APPLIED-TO
              MOVE 'COLLECTED - CREDITED' TO DT-ACTION
           END-IF.
           PERFORM WRITE-COMMISSION.
           ADD 1 TO WS-COLLECT-COUNT.
           ADD WR-GROSS (RMX)      TO WS-GROSS-TOTAL.
           ADD WR-COMMISSION (RMX) TO WS-COMM-TOTAL.
           ADD WS-NET-AMOUNT       TO WS-NET-TOTAL.
           ADD WR-GROSS (RMX)      TO AP-COLLECTED.
           ADD WR-COMMISSION (RMX) TO AP-COMMISSION.
           MOVE WS-REMIT-DATE      TO AP-LAST-REMIT.
           MOVE AGENCY-PLACE-REC   TO WS-PLACE-ENTRY (PLX).

       READ-ACCOUNT.
           MOVE 'Y' TO WS-ACCT-FOUND.
           READ ACCT-REC.
           IF ACCT-FILE-STATUS = '23'
              MOVE 'N' TO WS-ACCT-FOUND
           ELSE
              IF ACCT-FILE-STATUS NOT = '00'
                 STRING 'READ ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       WRITE-RECOVERY.
           ADD WR-GROSS (RMX) TO WS-RECOVERY-TOTAL.
           MOVE 'R'              TO CO-REC-TYPE.
           MOVE WR-ACCT-NO (RMX) TO CO-ACCT-NO.
           MOVE WS-REMIT-DATE    TO CO-DATE.
           MOVE WR-GROSS (RMX)   TO CO-AMOUNT.
           WRITE CHGOFF-REC.
           IF CHGO-FILE-STATUS NOT = '00'
              STRING 'WRITE CHGOFF-FILE FAILED, STATUS '
                 CHGO-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-REMIT-CREDIT.
           ADD WR-GROSS (RMX) TO WS-CREDIT-TOTAL.
           MOVE WR-ACCT-NO (RMX) TO PT-ACCT-NO.
           MOVE 'C'              TO PT-DC-CODE.
           MOVE WR-GROSS (RMX)   TO PT-AMOUNT.
           MOVE ZERO             TO PT-REF-SEQ.
           MOVE SPACES           TO PT-XFER-ACCT-NO.
           MOVE SPACES           TO PT-ORIG-CURRENCY.
           MOVE ZERO             TO PT-ORIG-AMOUNT.
           MOVE ZERO             TO PT-EFF-DATE.
           WRITE POST-TXN-REC.
           IF RTXO-FILE-STATUS NOT = '00'
              STRING 'WRITE REMIT-TXN-OUT FAILED, STATUS '
                 RTXO-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-COMMISSION.
           MOVE WR-ACCT-NO (RMX)    TO AC-ACCT-NO.
           MOVE WS-AGENCY-ID        TO AC-AGENCY-ID.
           MOVE WS-REMIT-DATE       TO AC-REMIT-DATE.
           MOVE WR-TXN-DATE (RMX)   TO AC-COLLECT-DATE.
           MOVE WR-GROSS (RMX)      TO AC-GROSS.
           MOVE WR-COMMISSION (RMX) TO AC-COMMISSION.
           MOVE WS-NET-AMOUNT       TO AC-NET.
           WRITE AGENCY-COMM-REC.
           IF COMM-FILE-STATUS NOT = '00'
              STRING 'WRITE COMM-LEDGER FAILED, STATUS '
                 COMM-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       APPLY-RETURN.
      *a colocacao fecha e a conta volta para a fila como 'N' com o
      *cobrador que tinha o item; conta que ja saiu da fila entra
      *de novo, como o PlanMon faz com o plano quebrado
           ADD 1 TO WS-RETURN-COUNT.
           ADD AP-PLACED-BALANCE TO WS-RETURN-BALANCE.
           MOVE 'R'                    TO AP-STATUS.
           MOVE WS-REMIT-DATE          TO AP-RETURN-DATE.
           MOVE WR-RETURN-REASON (RMX) TO AP-RETURN-REASON.
           MOVE AGENCY-PLACE-REC       TO WS-PLACE-ENTRY (PLX).
           MOVE 'RETURNED TO QUEUE'    TO DT-ACTION.
           PERFORM FIND-QUEUE-ITEM.
           IF NOT QUEUE-FOUND
              IF WS-QUEUE-COUNT = 1000
                 STRING 'QUEUE TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-QUEUE-COUNT
              SET QX TO WS-QUEUE-COUNT
              MOVE AP-ACCT-NO        TO WQ-ACCT-NO (QX)
              MOVE AP-COLLECTOR      TO WQ-COLLECTOR (QX)
              MOVE WS-TODAY-DATE     TO WQ-FIRST-QUEUED (QX)
              COMPUTE WQ-BALANCE (QX) =
                 ZERO - (AP-PLACED-BALANCE - AP-COLLECTED)
           END-IF.
           MOVE 'N'           TO WQ-STATUS (QX).
           MOVE WS-TODAY-DATE TO WQ-LAST-ACTION (QX).
           MOVE 'Y' TO WS-QUEUE-CHANGED.

       FIND-QUEUE-ITEM.
           MOVE 'N' TO WS-QUEUE-FOUND.
           IF WS-QUEUE-COUNT > ZERO
              SET QX TO 1
              SEARCH WS-QUEUE-ENTRY
                 AT END MOVE 'N' TO WS-QUEUE-FOUND
                 WHEN QX > WS-QUEUE-COUNT
                    MOVE 'N' TO WS-QUEUE-FOUND
                 WHEN WQ-ACCT-NO (QX) = AP-ACCT-NO
                    MOVE 'Y' TO WS-QUEUE-FOUND
              END-SEARCH
           END-IF.

       REWRITE-PLACEMENTS.
           IF WS-PLACE-COUNT > ZERO
              OPEN OUTPUT PLACE-FILE
              IF PLAC-FILE-STATUS NOT = '00'
                 STRING 'OPEN OUTPUT PLACE-FILE FAILED, STATUS '
                    PLAC-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM WRITE-ONE-PLACEMENT
                 VARYING PLX FROM 1 BY 1
                 UNTIL PLX > WS-PLACE-COUNT
              CLOSE PLACE-FILE
           END-IF.

       WRITE-ONE-PLACEMENT.
           MOVE WS-PLACE-ENTRY (PLX) TO AGENCY-PLACE-REC.
           IF AP-ST-ACTIVE
              ADD 1 TO WS-AFTER-COUNT
              ADD AP-PLACED-BALANCE TO WS-AFTER-BALANCE
              ADD AP-COLLECTED      TO WS-AFTER-COLLECTED
           END-IF.
           WRITE AGENCY-PLACE-REC.
           IF PLAC-FILE-STATUS NOT = '00'
              STRING 'WRITE PLACE-FILE FAILED, STATUS '
                 PLAC-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
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

       WRITE-TIE-OUT.
      *amarracao do inventario: ativas antes - devolvidas = ativas
      *depois; o recebido da remessa fecha bruto - comissao =
      *liquido e bruto = recuperacoes + creditos
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ACTIVE PLACEMENTS BEFORE: '   TO TI-LABEL.
           MOVE WS-BEFORE-COUNT   TO TI-COUNT.
           MOVE WS-BEFORE-BALANCE TO TI-AMOUNT.
           PERFORM WRITE-TIE-LINE.
           MOVE '  OF WHICH PLACED THIS MONTH: ' TO TI-LABEL.
           MOVE WS-MONTH-COUNT    TO TI-COUNT.
           MOVE WS-MONTH-BALANCE  TO TI-AMOUNT.
           PERFORM WRITE-TIE-LINE.
           MOVE 'RETURNED THIS REMITTANCE: '   TO TI-LABEL.
           MOVE WS-RETURN-COUNT   TO TI-COUNT.
           MOVE WS-RETURN-BALANCE TO TI-AMOUNT.
           PERFORM WRITE-TIE-LINE.
           MOVE 'ACTIVE PLACEMENTS AFTER: '    TO TI-LABEL.
           MOVE WS-AFTER-COUNT    TO TI-COUNT.
           MOVE WS-AFTER-BALANCE  TO TI-AMOUNT.
           PERFORM WRITE-TIE-LINE.
           MOVE '  COLLECTED TO DATE ON ACTIVE: ' TO TI-LABEL.
           MOVE ZERO              TO TI-COUNT.
           MOVE WS-AFTER-COLLECTED TO TI-AMOUNT.
           PERFORM WRITE-TIE-LINE.
           MOVE 'COLLECTED GROSS: '            TO TI-LABEL.
           MOVE WS-COLLECT-COUNT  TO TI-COUNT.
           MOVE WS-GROSS-TOTAL    TO TI-AMOUNT.
           PERFORM WRITE-TIE-LINE.
           MOVE '  AGENCY COMMISSION: '        TO TI-LABEL.
           MOVE ZERO              TO TI-COUNT.
           MOVE WS-COMM-TOTAL     TO TI-AMOUNT.
           PERFORM WRITE-TIE-LINE.
           MOVE '  NET REMITTED: '             TO TI-LABEL.
           MOVE WS-NET-TOTAL      TO TI-AMOUNT.
           PERFORM WRITE-TIE-LINE.
           MOVE '  CHARGE-OFF RECOVERIES: '    TO TI-LABEL.
           MOVE WS-RECOVERY-TOTAL TO TI-AMOUNT.
           PERFORM WRITE-TIE-LINE.
           MOVE '  CREDITED TO LIVE BALANCES: ' TO TI-LABEL.
           MOVE WS-CREDIT-TOTAL   TO TI-AMOUNT.
           PERFORM WRITE-TIE-LINE.
           MOVE 'EXCEPTIONS NOT APPLIED: '     TO TI-LABEL.
           MOVE WS-EXCEPTION-COUNT TO TI-COUNT.
           MOVE ZERO              TO TI-AMOUNT.
           PERFORM WRITE-TIE-LINE.

       WRITE-TIE-LINE.
           MOVE TIE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-REPORT-REC.
           WRITE REPORT-REC.
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'WRITE REPORT-LINE FAILED, STATUS '
                 RPT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.

       CLOSE-STOP.
           DISPLAY 'COLLECTED: ' WS-COLLECT-COUNT
              '  RETURNED: ' WS-RETURN-COUNT
              '  EXCEPTIONS: ' WS-EXCEPTION-COUNT.
           CLOSE ACCT-REC .
           CLOSE CHGOFF-FILE .
           CLOSE COMM-LEDGER .
           CLOSE REMIT-TXN-OUT .
           CLOSE REPORT-LINE .
           IF WS-EXCEPTION-COUNT > ZERO
              SET RC-EXCEPTIONS TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'AGYREMIT'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de itens da
      *remessa e o RETURN-CODE que o job esta devolvendo ao
      *scheduler
           MOVE 'AGYREMIT'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-REMIT-COUNT       TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
