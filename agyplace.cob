      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. AgyPlace.
       AUTHOR. Julio Bittencourt.

      *Colocacao mensal na agencia de cobranca externa: conta que o
      *CollWork deixou em 'L' (juridico) ou 'U' (incobravel) e conta
      *baixada pelo ChgOff saiam da casa sem controle nenhum - a
      *lista ia por e-mail e ninguem sabia o que estava com a
      *agencia. Pelo criterio do PLCPARM (saldo minimo, dias na
      *situacao para o item da fila, dias desde a baixa para a conta
      *baixada) o passo seleciona as contas, grava o arquivo de
      *colocacao AGYPLCO no layout da agencia (titular, primeiro
      *co-titular e endereco; header, detalhes e trailer de
      *controle) com manifesto no XMITLOG, registra cada colocacao
      *no inventario AGYPLAC e marca o item da fila COLLQ como 'A'
      *para os cobradores da casa pararem de ligar. Conta que ja
      *tem colocacao ativa nao e colocada de novo. A remessa da
      *agencia volta pelo AgyRemit.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT COLL-QUEUE ASSIGN TO COLLQ
               FILE STATUS IS COLQ-FILE-STATUS .
           SELECT CHGOFF-FILE ASSIGN TO CHGOFF
               FILE STATUS IS CHGO-FILE-STATUS .
           SELECT CO-HOLDER-FILE ASSIGN TO COHOLDER
               FILE STATUS IS COH-FILE-STATUS .
           SELECT PLACE-FILE ASSIGN TO AGYPLAC
               FILE STATUS IS PLAC-FILE-STATUS .
           SELECT AGENCY-FILE ASSIGN TO AGYPLCO
               FILE STATUS IS AGY-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO AGYPRPT
               FILE STATUS IS RPT-FILE-STATUS .
           SELECT PLACE-PARM ASSIGN TO PLCPARM
               FILE STATUS IS PARM-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD COLL-QUEUE RECORDING MODE F .
      *layout compartilhado no copybook COLLQUE
           COPY COLLQUE.

       FD CHGOFF-FILE RECORDING MODE F .
      *layout compartilhado no copybook CHGOFF
           COPY CHGOFF.

       FD CO-HOLDER-FILE RECORDING MODE F .
      *co-titulares das contas conjuntas; layout compartilhado
      *no copybook COHOLDER
           COPY COHOLDER.

       FD PLACE-FILE RECORDING MODE F .
      *inventario de colocacoes; layout compartilhado no copybook
      *AGYPLAC
           COPY AGYPLAC.

       FD AGENCY-FILE RECORDING MODE F .
      *layout fixo combinado com a agencia: tipo de record na
      *primeira posicao ('H' header, 'D' conta colocada, 'T'
      *trailer de controle com a contagem e a soma dos saldos)
       01  AGENCY-HEADER-REC.
           05 AH-REC-TYPE       PIC X(1) .
           05 AH-CLIENT-ID      PIC X(10) .
           05 AH-AGENCY-ID      PIC X(8) .
           05 AH-FILE-DATE      PIC 9(8) .
           05 FILLER            PIC X(173) .

       01  AGENCY-DETAIL-REC.
           05 AD-REC-TYPE       PIC X(1) .
           05 AD-ACCT-NO        PIC X(8) .
           05 AD-PLACE-REASON   PIC X(1) .
           05 AD-BALANCE        PIC S9(7)V99 .
           05 AD-LAST-ACTIVITY  PIC 9(8) .
           05 AD-CHGOFF-DATE    PIC 9(8) .
           05 AD-LAST-NAME      PIC X(20) .
           05 AD-FIRST-NAME     PIC X(15) .
           05 AD-CO-LAST-NAME   PIC X(20) .
           05 AD-CO-FIRST-NAME  PIC X(15) .
           05 AD-STREET-ADDR    PIC X(25) .
           05 AD-CITY-COUNTY    PIC X(20) .
           05 AD-USA-STATE      PIC X(15) .
           05 AD-ZIP-CODE       PIC X(5) .
           05 AD-CURRENCY-CODE  PIC X(3) .
           05 FILLER            PIC X(27) .

       01  AGENCY-TRAILER-REC.
           05 AT-REC-TYPE       PIC X(1) .
           05 AT-DETAIL-COUNT   PIC 9(7) .
           05 AT-BALANCE-TOTAL  PIC S9(11)V99 .
           05 FILLER            PIC X(179) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       FD PLACE-PARM RECORDING MODE F .
      *criterio configuravel da colocacao: agencia contratada,
      *saldo minimo, dias na situacao 'L'/'U' e dias desde a baixa
       01  PLACE-PARM-REC.
           05 PP-AGENCY-ID      PIC X(8) .
           05 PP-MIN-BALANCE    PIC 9(7)V99 .
           05 PP-MIN-QUEUE-DAYS PIC 9(3) .
           05 PP-MIN-CHGO-DAYS  PIC 9(3) .

       WORKING-STORAGE SECTION.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  COLQ-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CHGO-FILE-STATUS     PIC X(2) VALUE '00'.
       01  COH-FILE-STATUS      PIC X(2) VALUE '00'.
       01  PLAC-FILE-STATUS     PIC X(2) VALUE '00'.
       01  AGY-FILE-STATUS      PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.

      *criterio em vigor (defaults quando o PLCPARM nao esta
      *presente): saldo de pelo menos 100, 30 dias na situacao
      *'L'/'U' sem acao nova, 60 dias desde a baixa
       01  WS-AGENCY-ID         PIC X(8) VALUE 'AGENCY01'.
       01  WS-MIN-BALANCE       PIC 9(7)V99 VALUE 100.
       01  WS-MIN-QUEUE-DAYS    PIC 9(3) VALUE 30.
       01  WS-MIN-CHGO-DAYS     PIC 9(3) VALUE 60.

      *identificacao desta instalacao junto a agencia
       01  WS-CLIENT-ID         PIC X(10) VALUE 'ACCTSHOP01'.

       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INTEGER     PIC S9(9) VALUE ZERO.
       01  WS-AGE-DAYS          PIC S9(7) VALUE ZERO.
       01  WS-PLACE-AMOUNT      PIC S9(7)V99 VALUE ZERO.
       01  WS-PLACE-REASON      PIC X(1) VALUE SPACE.
       01  WS-PLACE-COLLECTOR   PIC X(8) VALUE SPACES.
       01  WS-PLACE-CHGO-DATE   PIC 9(8) VALUE ZERO.
       01  WS-ACCT-FOUND        PIC X(1) VALUE 'N'.
           88 ACCT-FOUND        VALUE 'Y'.

      *fila inteira em memoria, regravada no final com os itens
      *colocados marcados 'A'
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
       01  WS-QUEUE-CHANGED     PIC X(1) VALUE 'N'.
           88 QUEUE-CHANGED     VALUE 'Y'.

      *saldo baixado ainda em aberto por conta no subsidiario
      *CHGOFF: baixas menos recuperacoes (mais as recuperacoes
      *desfeitas), com a data da baixa mais recente
       01  WS-CHGO-TABLE.
           05 WS-CHGO-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-CHGO-ENTRY OCCURS 2000 TIMES
                 INDEXED BY CGX.
              10 WG-ACCT-NO     PIC X(8).
              10 WG-NET-AMOUNT  PIC S9(7)V99 COMP-3.
              10 WG-CHGO-DATE   PIC 9(8).
       01  WS-CHGO-FOUND        PIC X(1) VALUE 'N'.
           88 CHGO-FOUND        VALUE 'Y'.

      *contas com colocacao ativa no inventario (as de ontem e as
      *desta execucao), para nao colocar a mesma conta duas vezes
       01  WS-ACTIVE-TABLE.
           05 WS-ACTIVE-COUNT   PIC 9(4) VALUE ZERO.
           05 WS-ACTIVE-ACCT-NO PIC X(8) OCCURS 2000 TIMES
                 INDEXED BY ACX.
       01  WS-ACTIVE-FOUND      PIC X(1) VALUE 'N'.
           88 ACTIVE-FOUND      VALUE 'Y'.

      *co-titulares do COHOLDER; a agencia recebe o primeiro
       01  WS-COH-TABLE.
           05 WS-COH-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-COH-ENTRY OCCURS 500 TIMES
                 INDEXED BY COX.
              10 WC-ACCT-NO     PIC X(8).
              10 WC-LAST-NAME   PIC X(20).
              10 WC-FIRST-NAME  PIC X(15).

      *contadores de controle do arquivo de colocacao
       01  WS-DETAIL-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-BALANCE-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-QUEUE-PLACED      PIC 9(5) VALUE ZERO.
       01  WS-CHGO-PLACED       PIC 9(5) VALUE ZERO.
       01  WS-ALREADY-PLACED    PIC 9(5) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-ZERO-RECORDS   VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma XMITLOG
           COPY XMITPRM.

       01  DETAIL-LINE.
           05 DT-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-REASON          PIC X(13).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-BALANCE         PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-COLLECTOR       PIC X(8).
           05 FILLER             PIC X(30) VALUE SPACES.

       01  TOTAL-LINE.
           05 TL-LABEL           PIC X(30).
           05 TL-COUNT           PIC ZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TL-AMOUNT          PIC $$$,$$$,$$$,$$9.99.
           05 FILLER             PIC X(44) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ACTIVE-PLACEMENTS.
           PERFORM LOAD-COLL-QUEUE.
           PERFORM LOAD-CHGOFF-NET.
           PERFORM LOAD-COHOLDERS.
           PERFORM OPEN-PLACE-OUTPUT.
           PERFORM WRITE-AGENCY-HEADER.
           IF WS-QUEUE-COUNT > ZERO
              PERFORM SELECT-QUEUE-ITEM
                 VARYING QX FROM 1 BY 1
                 UNTIL QX > WS-QUEUE-COUNT
           END-IF.
           IF WS-CHGO-COUNT > ZERO
              PERFORM SELECT-CHARGED-OFF
                 VARYING CGX FROM 1 BY 1
                 UNTIL CGX > WS-CHGO-COUNT
           END-IF.
           PERFORM WRITE-AGENCY-TRAILER.
           IF QUEUE-CHANGED
              PERFORM REWRITE-COLL-QUEUE
           END-IF.
           PERFORM WRITE-TOTALS.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           PERFORM READ-PLACE-PARM.
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
           MOVE 'COLLECTION AGENCY PLACEMENTS' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       READ-PLACE-PARM.
      *parametro opcional: sem PLCPARM valem os defaults compilados
           OPEN INPUT PLACE-PARM.
           IF PARM-FILE-STATUS = '00'
              READ PLACE-PARM
              IF PARM-FILE-STATUS = '00'
                 IF PP-AGENCY-ID NOT = SPACES
                    MOVE PP-AGENCY-ID TO WS-AGENCY-ID
                 END-IF
                 IF PP-MIN-BALANCE NUMERIC
                    AND PP-MIN-BALANCE > ZERO
                    MOVE PP-MIN-BALANCE TO WS-MIN-BALANCE
                 END-IF
                 IF PP-MIN-QUEUE-DAYS NUMERIC
                    AND PP-MIN-QUEUE-DAYS > ZERO
                    MOVE PP-MIN-QUEUE-DAYS TO WS-MIN-QUEUE-DAYS
                 END-IF
                 IF PP-MIN-CHGO-DAYS NUMERIC
                    AND PP-MIN-CHGO-DAYS > ZERO
                    MOVE PP-MIN-CHGO-DAYS TO WS-MIN-CHGO-DAYS
                 END-IF
              END-IF
              CLOSE PLACE-PARM
           END-IF.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'AGYPLACE ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-ACTIVE-PLACEMENTS.
      *inventario de colocacoes; na primeira execucao o dataset
      *ainda nao existe e nenhuma conta esta com a agencia
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
              PERFORM UNTIL GEN-EOF
                 IF AP-ST-ACTIVE
                    IF WS-ACTIVE-COUNT = 2000
                       STRING 'ACTIVE PLACEMENT TABLE FULL AT 2000'
                          DELIMITED BY SIZE INTO WS-ABEND-TEXT
                       PERFORM ABEND-RUN
                    END-IF
                    ADD 1 TO WS-ACTIVE-COUNT
                    SET ACX TO WS-ACTIVE-COUNT
                    MOVE AP-ACCT-NO TO WS-ACTIVE-ACCT-NO (ACX)
                 END-IF
                 PERFORM READ-PLACE-REC
              END-PERFORM
              CLOSE PLACE-FILE
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

       LOAD-CHGOFF-NET.
      *saldo baixado em aberto por conta, pela mesma conta do
      *SUM-PRIOR-SUBSIDIARY do ChgOff, mas conta a conta
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT CHGOFF-FILE.
           IF CHGO-FILE-STATUS = '05' OR CHGO-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF CHGO-FILE-STATUS NOT = '00'
                 STRING 'OPEN CHGOFF-FILE FAILED, STATUS '
                    CHGO-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-CHGO-REC
              PERFORM UNTIL GEN-EOF
                 PERFORM ACCUMULATE-CHGOFF
                 PERFORM READ-CHGO-REC
              END-PERFORM
              CLOSE CHGOFF-FILE
           END-IF.

       READ-CHGO-REC.
           READ CHGOFF-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF CHGO-FILE-STATUS NOT = '00'
              AND CHGO-FILE-STATUS NOT = '10'
              STRING 'READ CHGOFF-FILE FAILED, STATUS '
                 CHGO-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ACCUMULATE-CHGOFF.
           MOVE 'N' TO WS-CHGO-FOUND.
           IF WS-CHGO-COUNT > ZERO
              SET CGX TO 1
              SEARCH WS-CHGO-ENTRY
                 AT END MOVE 'N' TO WS-CHGO-FOUND
                 WHEN CGX > WS-CHGO-COUNT
                    MOVE 'N' TO WS-CHGO-FOUND
                 WHEN WG-ACCT-NO (CGX) = CO-ACCT-NO
                    MOVE 'Y' TO WS-CHGO-FOUND
              END-SEARCH
           END-IF.
           IF NOT CHGO-FOUND
              IF WS-CHGO-COUNT = 2000
                 STRING 'CHARGE-OFF TABLE FULL AT 2000'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-CHGO-COUNT
              SET CGX TO WS-CHGO-COUNT
              MOVE CO-ACCT-NO TO WG-ACCT-NO (CGX)
              MOVE ZERO       TO WG-NET-AMOUNT (CGX)
              MOVE ZERO       TO WG-CHGO-DATE (CGX)
           END-IF.
           EVALUATE TRUE
              WHEN CO-CHARGE-OFF
                 ADD CO-AMOUNT TO WG-NET-AMOUNT (CGX)
                 IF CO-DATE > WG-CHGO-DATE (CGX)
                    MOVE CO-DATE TO WG-CHGO-DATE (CGX)
                 END-IF
              WHEN CO-RECOVERY-REVERSED
                 ADD CO-AMOUNT TO WG-NET-AMOUNT (CGX)
              WHEN OTHER
                 SUBTRACT CO-AMOUNT FROM WG-NET-AMOUNT (CGX)
           END-EVALUATE.

       LOAD-COHOLDERS.
      *carrega os co-titulares do COHOLDER para o arquivo da
      *agencia; sem o dataset alocado as contas saem sem co-titular
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT CO-HOLDER-FILE.
           IF COH-FILE-STATUS = '05' OR COH-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF COH-FILE-STATUS NOT = '00'
                 STRING 'OPEN CO-HOLDER-FILE FAILED, STATUS '
                    COH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-COH-REC
              PERFORM UNTIL GEN-EOF OR WS-COH-COUNT = 500
                 ADD 1 TO WS-COH-COUNT
                 SET COX TO WS-COH-COUNT
                 MOVE JH-ACCT-NO    TO WC-ACCT-NO (COX)
                 MOVE JH-LAST-NAME  TO WC-LAST-NAME (COX)
                 MOVE JH-FIRST-NAME TO WC-FIRST-NAME (COX)
                 PERFORM READ-COH-REC
              END-PERFORM
              CLOSE CO-HOLDER-FILE
           END-IF.

       READ-COH-REC.
           READ CO-HOLDER-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF COH-FILE-STATUS NOT = '00'
              AND COH-FILE-STATUS NOT = '10'
              STRING 'READ CO-HOLDER-FILE FAILED, STATUS '
                 COH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       OPEN-PLACE-OUTPUT.
      *o inventario e acumulativo; na primeira execucao o OPEN
      *EXTEND precisa virar OUTPUT, mesmo tratamento do AUDITLOG
           OPEN EXTEND PLACE-FILE.
           IF PLAC-FILE-STATUS = '05' OR PLAC-FILE-STATUS = '35'
              OPEN OUTPUT PLACE-FILE
           END-IF.
           IF PLAC-FILE-STATUS NOT = '00'
              STRING 'OPEN EXTEND PLACE-FILE FAILED, STATUS '
                 PLAC-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT AGENCY-FILE.
           IF AGY-FILE-STATUS NOT = '00'
              STRING 'OPEN AGENCY-FILE FAILED, STATUS '
                 AGY-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-AGENCY-HEADER.
           MOVE SPACES          TO AGENCY-HEADER-REC.
           MOVE 'H'             TO AH-REC-TYPE.
           MOVE WS-CLIENT-ID    TO AH-CLIENT-ID.
           MOVE WS-AGENCY-ID    TO AH-AGENCY-ID.
           MOVE WS-TODAY-DATE   TO AH-FILE-DATE.
           WRITE AGENCY-HEADER-REC.
           IF AGY-FILE-STATUS NOT = '00'
              STRING 'WRITE AGENCY-FILE FAILED, STATUS '
                 AGY-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SELECT-QUEUE-ITEM.
      *item da fila em 'L' ou 'U' sem acao nova ha pelo menos o
      *minimo de dias; o saldo e o do cadastro, nao o da fila
           IF (WQ-STATUS (QX) = 'L' OR WQ-STATUS (QX) = 'U')
              COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                 - FUNCTION INTEGER-OF-DATE (WQ-LAST-ACTION (QX))
              IF WS-AGE-DAYS >= WS-MIN-QUEUE-DAYS
                 MOVE WQ-ACCT-NO (QX) TO ACCT-NO
                 PERFORM CHECK-ACTIVE-PLACEMENT
                 IF ACTIVE-FOUND
                    ADD 1 TO WS-ALREADY-PLACED
                 ELSE
                    PERFORM READ-ACCOUNT
                    IF ACCT-FOUND AND ACCT-BALANCE < ZERO
                       COMPUTE WS-PLACE-AMOUNT = ZERO - ACCT-BALANCE
                       IF WS-PLACE-AMOUNT >= WS-MIN-BALANCE
                          MOVE WQ-STATUS (QX)    TO WS-PLACE-REASON
                          MOVE WQ-COLLECTOR (QX) TO WS-PLACE-COLLECTOR
                          MOVE ZERO TO WS-PLACE-CHGO-DATE
                          PERFORM PLACE-ACCOUNT
                          ADD 1 TO WS-QUEUE-PLACED
                          MOVE 'A'           TO WQ-STATUS (QX)
                          MOVE WS-TODAY-DATE TO WQ-LAST-ACTION (QX)
                          MOVE 'Y' TO WS-QUEUE-CHANGED
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       SELECT-CHARGED-OFF.
      *conta baixada com saldo em aberto no subsidiario acima do
      *minimo e baixa mais recente com pelo menos o minimo de dias;
      *so vale se a conta continua baixada no cadastro
           IF WG-NET-AMOUNT (CGX) >= WS-MIN-BALANCE
              AND WG-CHGO-DATE (CGX) > ZERO
              COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                 - FUNCTION INTEGER-OF-DATE (WG-CHGO-DATE (CGX))
              IF WS-AGE-DAYS >= WS-MIN-CHGO-DAYS
                 MOVE WG-ACCT-NO (CGX) TO ACCT-NO
                 PERFORM CHECK-ACTIVE-PLACEMENT
                 IF ACTIVE-FOUND
                    ADD 1 TO WS-ALREADY-PLACED
                 ELSE
                    PERFORM READ-ACCOUNT
                    IF ACCT-FOUND AND ACCT-ST-CHGOFF
                       MOVE WG-NET-AMOUNT (CGX) TO WS-PLACE-AMOUNT
                       MOVE 'Z'    TO WS-PLACE-REASON
                       MOVE SPACES TO WS-PLACE-COLLECTOR
                       MOVE WG-CHGO-DATE (CGX) TO WS-PLACE-CHGO-DATE
                       PERFORM MARK-QUEUE-PLACED
                       PERFORM PLACE-ACCOUNT
                       ADD 1 TO WS-CHGO-PLACED
                    END-IF
                 END-IF
              END-IF
           END-IF.

       MARK-QUEUE-PLACED.
      *conta baixada que ainda tem item na fila tambem sai do
      *trabalho dos cobradores
           IF WS-QUEUE-COUNT > ZERO
              SET QX TO 1
              SEARCH WS-QUEUE-ENTRY
                 AT END CONTINUE
                 WHEN QX > WS-QUEUE-COUNT
                    CONTINUE
                 WHEN WQ-ACCT-NO (QX) = WG-ACCT-NO (CGX)
                    MOVE WQ-COLLECTOR (QX) TO WS-PLACE-COLLECTOR
                    MOVE 'A'           TO WQ-STATUS (QX)
                    MOVE WS-TODAY-DATE TO WQ-LAST-ACTION (QX)
                    MOVE 'Y' TO WS-QUEUE-CHANGED
              END-SEARCH
           END-IF.

       CHECK-ACTIVE-PLACEMENT.
           MOVE 'N' TO WS-ACTIVE-FOUND.
           IF WS-ACTIVE-COUNT > ZERO
              SET ACX TO 1
              SEARCH WS-ACTIVE-ACCT-NO
                 AT END MOVE 'N' TO WS-ACTIVE-FOUND
                 WHEN ACX > WS-ACTIVE-COUNT
                    MOVE 'N' TO WS-ACTIVE-FOUND
                 WHEN WS-ACTIVE-ACCT-NO (ACX) = ACCT-NO
                    MOVE 'Y' TO WS-ACTIVE-FOUND
              END-SEARCH
           END-IF.

       READ-ACCOUNT.
      *leitura direta pela chave ja movida para ACCT-NO; conta que
      *sumiu do cadastro nao e colocada
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

       PLACE-ACCOUNT.
           PERFORM WRITE-AGENCY-DETAIL.
           PERFORM WRITE-PLACEMENT.
           PERFORM WRITE-DETAIL-LINE.
           IF WS-ACTIVE-COUNT = 2000
              STRING 'ACTIVE PLACEMENT TABLE FULL AT 2000'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.
           SET ACX TO WS-ACTIVE-COUNT.
           MOVE ACCT-NO TO WS-ACTIVE-ACCT-NO (ACX).

       WRITE-AGENCY-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-PLACE-AMOUNT TO WS-BALANCE-TOTAL.
           MOVE SPACES             TO AGENCY-DETAIL-REC.
           MOVE 'D'                TO AD-REC-TYPE.
           MOVE ACCT-NO            TO AD-ACCT-NO.
           MOVE WS-PLACE-REASON    TO AD-PLACE-REASON.
           MOVE WS-PLACE-AMOUNT    TO AD-BALANCE.
           MOVE ACCT-LAST-ACTIVITY TO AD-LAST-ACTIVITY.
           MOVE WS-PLACE-CHGO-DATE TO AD-CHGOFF-DATE.
           MOVE LAST-NAME          TO AD-LAST-NAME.
           MOVE FIRST-NAME         TO AD-FIRST-NAME.
           MOVE STREET-ADDR        TO AD-STREET-ADDR.
           MOVE CITY-COUNTY        TO AD-CITY-COUNTY.
           MOVE USA-STATE          TO AD-USA-STATE.
           MOVE ACCT-ZIP-CODE      TO AD-ZIP-CODE.
           MOVE ACCT-CURRENCY-CODE TO AD-CURRENCY-CODE.
           IF WS-COH-COUNT > ZERO
              SET COX TO 1
              SEARCH WS-COH-ENTRY
                 AT END CONTINUE
                 WHEN COX > WS-COH-COUNT
                    CONTINUE
                 WHEN WC-ACCT-NO (COX) = ACCT-NO
                    MOVE WC-LAST-NAME (COX)  TO AD-CO-LAST-NAME
                    MOVE WC-FIRST-NAME (COX) TO AD-CO-FIRST-NAME
              END-SEARCH
           END-IF.
           WRITE AGENCY-DETAIL-REC.
           IF AGY-FILE-STATUS NOT = '00'
              STRING 'WRITE AGENCY-FILE FAILED, STATUS '
                 AGY-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-PLACEMENT.
           MOVE SPACES             TO AGENCY-PLACE-REC.
           MOVE ACCT-NO            TO AP-ACCT-NO.
           MOVE WS-AGENCY-ID       TO AP-AGENCY-ID.
           MOVE WS-TODAY-DATE      TO AP-PLACED-DATE.
           MOVE WS-PLACE-REASON    TO AP-PLACE-REASON.
           MOVE WS-PLACE-AMOUNT    TO AP-PLACED-BALANCE.
           MOVE WS-PLACE-COLLECTOR TO AP-COLLECTOR.
           MOVE 'A'                TO AP-STATUS.
           MOVE ZERO               TO AP-COLLECTED.
           MOVE ZERO               TO AP-COMMISSION.
           MOVE ZERO               TO AP-LAST-REMIT.
           MOVE ZERO               TO AP-RETURN-DATE.
           WRITE AGENCY-PLACE-REC.
           IF PLAC-FILE-STATUS NOT = '00'
              STRING 'WRITE PLACE-FILE FAILED, STATUS '
                 PLAC-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE ACCT-NO          TO DT-ACCT-NO.
           MOVE LAST-NAME        TO DT-LAST-NAME.
           EVALUATE WS-PLACE-REASON
              WHEN 'L'
                 MOVE 'LEGAL'         TO DT-REASON
              WHEN 'U'
                 MOVE 'UNCOLLECTIBLE' TO DT-REASON
              WHEN OTHER
                 MOVE 'CHARGED OFF'   TO DT-REASON
           END-EVALUATE.
           MOVE WS-PLACE-AMOUNT    TO DT-BALANCE.
           MOVE WS-PLACE-COLLECTOR TO DT-COLLECTOR.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-AGENCY-TRAILER.
      *trailer de controle: a contagem e a soma precisam bater com
      *os detalhes para a agencia aceitar a transmissao
           MOVE SPACES           TO AGENCY-TRAILER-REC.
           MOVE 'T'              TO AT-REC-TYPE.
           MOVE WS-DETAIL-COUNT  TO AT-DETAIL-COUNT.
           MOVE WS-BALANCE-TOTAL TO AT-BALANCE-TOTAL.
           WRITE AGENCY-TRAILER-REC.
           IF AGY-FILE-STATUS NOT = '00'
              STRING 'WRITE AGENCY-FILE FAILED, STATUS '
                 AGY-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
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

       WRITE-TOTALS.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'PLACED FROM QUEUE (L/U): ' TO TL-LABEL.
           MOVE WS-QUEUE-PLACED TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'PLACED CHARGED OFF: ' TO TL-LABEL.
           MOVE WS-CHGO-PLACED TO TL-COUNT.
           MOVE TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'TOTAL PLACED THIS RUN: ' TO TL-LABEL.
           MOVE WS-DETAIL-COUNT TO TL-COUNT.
           MOVE WS-BALANCE-TOTAL TO TL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'SKIPPED, ALREADY PLACED: ' TO TL-LABEL.
           MOVE WS-ALREADY-PLACED TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           MOVE TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-REPORT-REC.
           WRITE REPORT-REC.
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'WRITE REPORT-LINE FAILED, STATUS '
                 RPT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.

       WRITE-XMIT-MANIFEST.
      *manifesto do arquivo transmitido, para o controle de
      *transmissoes e a baixa de confirmacao do XmitConf
           MOVE 'AGYPLCO '        TO XMIT-FILE-NAME.
           MOVE WS-TODAY-DATE     TO XMIT-BUS-DATE.
           MOVE WS-DETAIL-COUNT   TO XMIT-REC-COUNT.
           MOVE WS-BALANCE-TOTAL  TO XMIT-AMOUNT-HASH.
           CALL 'XMITLOG' USING XMIT-PARMS.

       CLOSE-STOP.
           PERFORM WRITE-XMIT-MANIFEST.
           DISPLAY 'PLACED: ' WS-DETAIL-COUNT
              '  ALREADY PLACED: ' WS-ALREADY-PLACED.
           CLOSE ACCT-REC .
           CLOSE PLACE-FILE .
           CLOSE AGENCY-FILE .
           CLOSE REPORT-LINE .
           IF WS-DETAIL-COUNT = ZERO
              SET RC-ZERO-RECORDS TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'AGYPLACE'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de colocacoes e o
      *RETURN-CODE que o job esta devolvendo ao scheduler
           MOVE 'AGYPLACE'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-DETAIL-COUNT      TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
