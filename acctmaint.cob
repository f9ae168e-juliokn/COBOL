      *sem esperar a recarga completa do ACCTNITE. Toda conta
      *alterada deixa imagem antes/depois no historico CHGHIST e
      *toda transacao recusada sai na listagem de excecao MNTERR.
      *Conta nova passa antes pela triagem de sancoes: nome que casa
      *com o WATCHLST (rotina SANCMTCH, nota minima do SCRNPARM) nao
      *entra no cadastro - o acerto vai para a fila SANCHITS e a
      *inclusao fica parada no SCRNHOLD ate o analista decidir no
      *SancRvw; a liberada volta pelo MNTSCRN e e aplicada aqui.

      *-----------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS APRV-FILE-STATUS .
           SELECT APPR-PARM ASSIGN TO APRPARM
               FILE STATUS IS APRP-FILE-STATUS .
           SELECT WATCH-LIST ASSIGN TO WATCHLST
               FILE STATUS IS WTCH-FILE-STATUS .
           SELECT SANC-HITS ASSIGN TO SANCHITS
               FILE STATUS IS HITS-FILE-STATUS .
           SELECT SCRN-HOLD ASSIGN TO SCRNHOLD
               FILE STATUS IS SHLD-FILE-STATUS .
           SELECT SCREENED-IN ASSIGN TO MNTSCRN
               FILE STATUS IS SCRN-FILE-STATUS .
           SELECT SCRN-PARM ASSIGN TO SCRNPARM
               FILE STATUS IS SCRP-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
           05 CH-IMAGE-TYPE     PIC X(1) .
           05 CH-OPERATOR-ID    PIC X(8) .
           05 CH-TIMESTAMP      PIC X(14) .
           05 CH-ACCT-IMAGE     PIC X(183) .

       FD ERROR-LINE RECORDING MODE F .
      *listagem de excecao: transacoes que nao puderam ser aplicadas
       01  APPR-PARM-REC.
           05 AP-LIMIT-THRESHOLD PIC 9(7)V99 .

       FD WATCH-LIST RECORDING MODE F .
      *lista de sancoes; layout compartilhado no copybook WATCHLST
           COPY WATCHLST.

       FD SANC-HITS RECORDING MODE F .
      *fila de acertos da triagem; layout compartilhado no copybook
      *SANCHIT
           COPY SANCHIT.

       FD SCRN-HOLD RECORDING MODE F .
      *inclusoes paradas na triagem; layout compartilhado no
      *copybook SCRNHOLD
           COPY SCRNHOLD.

       FD SCREENED-IN RECORDING MODE F .
      *inclusoes liberadas pelo analista no SancRvw, aplicadas sem
      *passar de novo pela triagem
       01  SCREENED-IN-REC       PIC X(180) .

       FD SCRN-PARM RECORDING MODE F .
      *nota minima do acerto, a mesma lida pelo SancScrn
       01  SCRN-PARM-REC.
           05 SP-MIN-SCORE      PIC 9(3) .

       WORKING-STORAGE SECTION.
       01  TXN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT           PIC X(60) VALUE SPACES.
       01  WS-ERR-REASON           PIC X(30) VALUE SPACES.

      *triagem de sancoes da conta nova: lista e acertos conhecidos
      *em memoria, nota minima em vigor (default quando o SCRNPARM
      *nao esta presente), modo das liberadas pelo analista e o
      *resultado da triagem da transacao corrente
       01  WTCH-FILE-STATUS        PIC X(2) VALUE '00'.
       01  HITS-FILE-STATUS        PIC X(2) VALUE '00'.
       01  SHLD-FILE-STATUS        PIC X(2) VALUE '00'.
       01  SCRN-FILE-STATUS        PIC X(2) VALUE '00'.
       01  SCRP-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-MIN-SCORE            PIC 9(3) VALUE 70.
       01  WS-GEN-EOF              PIC X(1) VALUE 'N'.
           88 GEN-EOF              VALUE 'Y'.
       01  WS-SCREENED-MODE        PIC X(1) VALUE 'N'.
           88 SCREENED-MODE        VALUE 'Y'.
       01  WS-SCREENED-PRESENT     PIC X(1) VALUE 'N'.
           88 SCREENED-PRESENT     VALUE 'Y'.
       01  WS-SCREEN-RESULT        PIC X(1) VALUE 'L'.
           88 SCREEN-CLEAN         VALUE 'L'.
           88 SCREEN-HELD          VALUE 'H'.
           88 SCREEN-CONFIRMED     VALUE 'C'.
       01  WS-SCRN-HELD-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-SCRN-RELEASED-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-WATCH-TABLE.
           05 WS-WATCH-COUNT       PIC 9(4) VALUE ZERO.
           05 WS-WATCH-ENTRY OCCURS 3000 TIMES
                 INDEXED BY WLX.
              10 WT-ENTRY-ID       PIC X(10).
              10 WT-LAST-NAME      PIC X(30).
              10 WT-FIRST-NAME     PIC X(20).
              10 WT-LIST-DATE      PIC 9(8).
       01  WS-HIT-TABLE.
           05 WS-HIT-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-HIT-ENTRY OCCURS 5000 TIMES
                 INDEXED BY HTX.
              10 WH-SOURCE         PIC X(1).
              10 WH-KEY            PIC X(8).
              10 WH-LAST-NAME      PIC X(20).
              10 WH-FIRST-NAME     PIC X(15).
              10 WH-ENTRY-ID       PIC X(10).
              10 WH-LIST-DATE      PIC 9(8).
              10 WH-STATUS         PIC X(1).
       01  WS-HIT-FOUND            PIC X(1) VALUE 'N'.
           88 HIT-FOUND            VALUE 'Y'.

      *endereco da conta antes da alteracao: manutencao que troca o
      *STREET-ADDR limpa sozinha a supressao de correspondencia -
      *endereco novo merece nova tentativa de entrega
      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma SANCMTCH
           COPY SANCPRM.

       01  TRAILER-LINE.
           05 FILLER             PIC X(14) VALUE 'TXNS READ: '.
           05 TRAILER-TXN-COUNT  PIC ZZZ,ZZ9.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-APPROVED-TXNS.
           PERFORM PROCESS-SCREENED-TXNS.
           PERFORM PROCESS-RECYCLED-TXNS.
           PERFORM PROCESS-TXNS.
           PERFORM CLOSE-STOP.
           END-IF.
           PERFORM READ-RECY-PARM.
           PERFORM READ-APPR-PARM.
           PERFORM READ-SCRN-PARM.
           PERFORM LOAD-WATCH-LIST.
           PERFORM LOAD-SANC-HITS.
           OPEN EXTEND SANC-HITS .
      *fila de acertos e inclusoes paradas sao acumulativas entre
      *execucoes; na primeira vez o OPEN EXTEND vira OUTPUT
           IF HITS-FILE-STATUS = '05' OR HITS-FILE-STATUS = '35'
              OPEN OUTPUT SANC-HITS
           END-IF.
           IF HITS-FILE-STATUS NOT = '00'
              STRING 'OPEN SANC-HITS FAILED, STATUS '
                 HITS-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN EXTEND SCRN-HOLD .
           IF SHLD-FILE-STATUS = '05' OR SHLD-FILE-STATUS = '35'
              OPEN OUTPUT SCRN-HOLD
           END-IF.
           IF SHLD-FILE-STATUS NOT = '00'
              STRING 'OPEN SCRN-HOLD FAILED, STATUS '
                 SHLD-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-SCRN-PARM.
      *parametro opcional: sem SCRNPARM vale a nota minima default
           OPEN INPUT SCRN-PARM.
           IF SCRP-FILE-STATUS = '00'
              READ SCRN-PARM
              IF SCRP-FILE-STATUS = '00'
                 AND SP-MIN-SCORE NUMERIC
                 AND SP-MIN-SCORE > ZERO
                 MOVE SP-MIN-SCORE TO WS-MIN-SCORE
              END-IF
              CLOSE SCRN-PARM
           END-IF.

       LOAD-WATCH-LIST.
      *sem o WATCHLST no job a conta nova entra sem triagem - o
      *SancScrn da noite ainda pega o nome, e a execucao avisa
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT WATCH-LIST.
           IF WTCH-FILE-STATUS = '05' OR WTCH-FILE-STATUS = '35'
              DISPLAY 'WATCH LIST NOT PRESENT - NEW ACCOUNTS NOT '
                 'SCREENED'
           ELSE
              IF WTCH-FILE-STATUS NOT = '00'
                 STRING 'OPEN WATCH-LIST FAILED, STATUS '
                    WTCH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-WATCH-REC
              PERFORM UNTIL GEN-EOF
                 IF WS-WATCH-COUNT = 3000
                    STRING 'WATCH-LIST TABLE FULL AT 3000 ENTRIES'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-WATCH-COUNT
                 SET WLX TO WS-WATCH-COUNT
                 MOVE WL-ENTRY-ID   TO WT-ENTRY-ID (WLX)
                 MOVE WL-LAST-NAME  TO WT-LAST-NAME (WLX)
                 MOVE WL-FIRST-NAME TO WT-FIRST-NAME (WLX)
                 MOVE WL-LIST-DATE  TO WT-LIST-DATE (WLX)
                 PERFORM READ-WATCH-REC
              END-PERFORM
              CLOSE WATCH-LIST
           END-IF.

       READ-WATCH-REC.
           READ WATCH-LIST
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF WTCH-FILE-STATUS NOT = '00'
              AND WTCH-FILE-STATUS NOT = '10'
              STRING 'READ WATCH-LIST FAILED, STATUS '
                 WTCH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-SANC-HITS.
      *acertos ja levantados, de qualquer situacao: o liberado nao
      *volta, o pendente e o confirmado seguram a inclusao
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT SANC-HITS.
           IF HITS-FILE-STATUS NOT = '05'
              AND HITS-FILE-STATUS NOT = '35'
              IF HITS-FILE-STATUS NOT = '00'
                 STRING 'OPEN SANC-HITS FAILED, STATUS '
                    HITS-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-HITS-REC
              PERFORM UNTIL GEN-EOF
                 PERFORM ADD-HIT-ENTRY
                 PERFORM READ-HITS-REC
              END-PERFORM
              CLOSE SANC-HITS
           END-IF.

       READ-HITS-REC.
           READ SANC-HITS
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF HITS-FILE-STATUS NOT = '00'
              AND HITS-FILE-STATUS NOT = '10'
              STRING 'READ SANC-HITS FAILED, STATUS '
                 HITS-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ADD-HIT-ENTRY.
           IF WS-HIT-COUNT = 5000
              STRING 'HIT TABLE FULL AT 5000 ENTRIES'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-HIT-COUNT.
           SET HTX TO WS-HIT-COUNT.
           MOVE SH-SOURCE     TO WH-SOURCE (HTX).
           MOVE SH-KEY        TO WH-KEY (HTX).
           MOVE SH-LAST-NAME  TO WH-LAST-NAME (HTX).
           MOVE SH-FIRST-NAME TO WH-FIRST-NAME (HTX).
           MOVE SH-ENTRY-ID   TO WH-ENTRY-ID (HTX).
           MOVE SH-LIST-DATE  TO WH-LIST-DATE (HTX).
           MOVE SH-STATUS     TO WH-STATUS (HTX).

       READ-APPR-PARM.
      *parametro opcional: sem APRPARM vale o teto default
              END-IF
           END-IF.

       PROCESS-SCREENED-TXNS.
      *inclusoes que o analista liberou no SancRvw: a triagem ja
      *foi decidida, mas o duplo controle do teto continua valendo
           OPEN INPUT SCREENED-IN.
           IF SCRN-FILE-STATUS = '00'
              MOVE 'Y' TO WS-SCREENED-PRESENT
              MOVE 'Y' TO WS-SCREENED-MODE
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-SCREENED-REC
              PERFORM UNTIL GEN-EOF
                 ADD 1 TO WS-SCRN-RELEASED-COUNT
                 MOVE SCREENED-IN-REC TO MNT-TXN-REC
                 PERFORM APPLY-TXN
                 PERFORM READ-SCREENED-REC
              END-PERFORM
              CLOSE SCREENED-IN
              MOVE 'N' TO WS-SCREENED-MODE
           ELSE
              IF SCRN-FILE-STATUS NOT = '05'
                 AND SCRN-FILE-STATUS NOT = '35'
                 STRING 'OPEN SCREENED-IN FAILED, STATUS '
                    SCRN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-SCREENED-REC.
           READ SCREENED-IN
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF SCRN-FILE-STATUS NOT = '00'
              AND SCRN-FILE-STATUS NOT = '10'
              STRING 'READ SCREENED-IN FAILED, STATUS '
                 SCRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       EMPTY-SCREENED-FILE.
      *as liberadas ja foram aplicadas (ou recicladas): o arquivo
      *fica vazio para o SancRvw apensar as proximas sem que estas
      *entrem de novo
           IF SCREENED-PRESENT
              OPEN OUTPUT SCREENED-IN
              IF SCRN-FILE-STATUS NOT = '00'
                 STRING 'EMPTY SCREENED-IN FAILED, STATUS '
                    SCRN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              CLOSE SCREENED-IN
           END-IF.

       READ-APPROVED-REC.
           READ APPROVED-IN
           AT END MOVE 'Y' TO WS-APRV-EOF
              MOVE 'INVALID ACTION CODE' TO WS-ERR-REASON
              PERFORM WRITE-ERROR-RECORD
           ELSE
              PERFORM SCREEN-NEW-HOLDER
              EVALUATE TRUE
                 WHEN SCREEN-CONFIRMED
      *-------------nome ja confirmado pelo analista como o da
      *-------------lista: a conta nao entra
                    MOVE 'SANCTIONS MATCH CONFIRMED' TO WS-ERR-REASON
                    PERFORM WRITE-ERROR-RECORD
                 WHEN SCREEN-HELD
                    PERFORM HOLD-FOR-SCREENING
                 WHEN NOT RELEASED-MODE
                    AND (MT-DELETE
                         OR MT-ACCT-LIMIT > WS-LIMIT-THRESHOLD
                         OR (MT-CHANGE
                             AND (MT-ST-FROZEN OR MT-ST-CHGOFF)))
      *-------------manutencao de risco: exclusao, limite acima do
      *-------------teto, ou mudanca de situacao para congelada ou
      *-------------charged-off - um operador sozinho nao basta; vai
      *-------------para a fila de aprovacao em vez de aplicar
                    PERFORM QUEUE-FOR-APPROVAL
                 WHEN OTHER
                    EVALUATE TRUE
                       WHEN MT-ADD
                          PERFORM APPLY-ADD
                       WHEN MT-CHANGE
                          PERFORM APPLY-CHANGE
                       WHEN MT-DELETE
                          PERFORM APPLY-DELETE
                    END-EVALUATE
              END-EVALUATE
           END-IF.

       SCREEN-NEW-HOLDER.
      *so a conta nova digitada passa pela triagem aqui - a liberada
      *pelo Apprvl ja passou antes de entrar na fila, a liberada pelo
      *SancRvw ja foi decidida, e o nome das contas existentes e
      *triado toda noite pelo SancScrn
           MOVE 'L' TO WS-SCREEN-RESULT.
           IF MT-ADD AND NOT RELEASED-MODE AND NOT SCREENED-MODE
              AND WS-WATCH-COUNT > ZERO
              PERFORM CHECK-ONE-ENTRY
                 VARYING WLX FROM 1 BY 1
                 UNTIL WLX > WS-WATCH-COUNT
           END-IF.

       CHECK-ONE-ENTRY.
           MOVE MT-LAST-NAME        TO SM-CAND-LAST-NAME.
           MOVE MT-FIRST-NAME       TO SM-CAND-FIRST-NAME.
           MOVE WT-LAST-NAME (WLX)  TO SM-LIST-LAST-NAME.
           MOVE WT-FIRST-NAME (WLX) TO SM-LIST-FIRST-NAME.
           CALL 'SANCMTCH' USING SANC-MATCH-PARMS.
           IF SM-SCORE >= WS-MIN-SCORE
              PERFORM NOTE-HIT
           END-IF.

       NOTE-HIT.
      *acerto ja liberado para a mesma entrada e data da lista nao
      *segura de novo; confirmado recusa; pendente, ou acerto novo
      *(gravado agora na fila, marcado como inclusao parada), segura
           MOVE 'N' TO WS-HIT-FOUND.
           IF WS-HIT-COUNT > ZERO
              SET HTX TO 1
              SEARCH WS-HIT-ENTRY
                 AT END MOVE 'N' TO WS-HIT-FOUND
                 WHEN HTX > WS-HIT-COUNT
                    MOVE 'N' TO WS-HIT-FOUND
                 WHEN WH-SOURCE (HTX) = 'A'
                    AND WH-KEY (HTX) = MT-ACCT-NO
                    AND WH-LAST-NAME (HTX) = MT-LAST-NAME
                    AND WH-FIRST-NAME (HTX) = MT-FIRST-NAME
                    AND WH-ENTRY-ID (HTX) = WT-ENTRY-ID (WLX)
                    AND WH-LIST-DATE (HTX) = WT-LIST-DATE (WLX)
                    MOVE 'Y' TO WS-HIT-FOUND
              END-SEARCH
           END-IF.
           IF NOT HIT-FOUND
              PERFORM WRITE-NEW-HIT
           END-IF.
           EVALUATE TRUE
              WHEN WH-STATUS (HTX) = 'C'
                 MOVE 'C' TO WS-SCREEN-RESULT
              WHEN WH-STATUS (HTX) = 'P' AND NOT SCREEN-CONFIRMED
                 MOVE 'H' TO WS-SCREEN-RESULT
           END-EVALUATE.

       WRITE-NEW-HIT.
           MOVE SPACES                TO SANC-HIT-REC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SH-HIT-DATE.
           MOVE 'A'                   TO SH-SOURCE.
           MOVE MT-ACCT-NO            TO SH-KEY.
           MOVE MT-LAST-NAME          TO SH-LAST-NAME.
           MOVE MT-FIRST-NAME         TO SH-FIRST-NAME.
           MOVE WT-ENTRY-ID (WLX)     TO SH-ENTRY-ID.
           MOVE WT-LIST-DATE (WLX)    TO SH-LIST-DATE.
           MOVE WT-LAST-NAME (WLX)    TO SH-LIST-LAST-NAME.
           MOVE WT-FIRST-NAME (WLX)   TO SH-LIST-FIRST-NAME.
           MOVE SM-SCORE              TO SH-SCORE.
           MOVE 'Y'                   TO SH-HELD-FLAG.
           MOVE 'P'                   TO SH-STATUS.
           MOVE ZERO                  TO SH-DECIDED-DATE.
           WRITE SANC-HIT-REC.
           IF HITS-FILE-STATUS NOT = '00'
              STRING 'WRITE SANC-HITS FAILED, STATUS '
                 HITS-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM ADD-HIT-ENTRY.

       HOLD-FOR-SCREENING.
      *a inclusao inteira fica parada ate o analista decidir
           ADD 1 TO WS-SCRN-HELD-COUNT.
           MOVE SPACES         TO SCRN-HOLD-REC.
           MOVE 'A'            TO SD-SOURCE.
           MOVE MT-ACCT-NO     TO SD-KEY.
           MOVE MT-LAST-NAME   TO SD-LAST-NAME.
           MOVE MT-FIRST-NAME  TO SD-FIRST-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SD-HOLD-DATE.
           MOVE MT-OPERATOR-ID TO SD-ENTERED-BY.
           MOVE MNT-TXN-REC    TO SD-TXN-IMAGE.
           WRITE SCRN-HOLD-REC.
           IF SHLD-FILE-STATUS NOT = '00'
              STRING 'WRITE SCRN-HOLD FAILED, STATUS '
                 SHLD-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       QUEUE-FOR-APPROVAL.
           PERFORM MOVE-TXN-TO-MASTER.
      *conta nova comeca com a data de hoje como ultimo movimento
           MOVE FUNCTION CURRENT-DATE (1:8) TO ACCT-LAST-ACTIVITY.
      *e sem ciclo de faturamento, para o CycAsgn atribuir um
           MOVE ZERO TO ACCT-BILL-CYCLE.
           WRITE ACCT-FIELDS.
           IF ACCT-FILE-STATUS = '22'
              MOVE 'ACCOUNT ALREADY ON MASTER' TO WS-ERR-REASON
              '  FINAL REJECTS: ' WS-FINAL-REJ-COUNT.
           DISPLAY 'RELEASED APPLIED: ' WS-RELEASED-COUNT
              '  QUEUED FOR APPROVAL: ' WS-PENDING-COUNT.
           DISPLAY 'HELD FOR SANCTIONS REVIEW: ' WS-SCRN-HELD-COUNT
              '  SCREENED RELEASED IN: ' WS-SCRN-RELEASED-COUNT.
           CLOSE MAINT-TXN .
           CLOSE ACCT-REC .
           CLOSE CHANGE-HIST .
           CLOSE RECY-OUT .
           CLOSE FINAL-REJ .
           CLOSE PEND-OUT .
           CLOSE SANC-HITS .
           CLOSE SCRN-HOLD .
           PERFORM EMPTY-SCREENED-FILE.
           IF WS-REJECT-COUNT > ZERO
              SET RC-REJECTS TO TRUE
           ELSE
