      *moram no COHOLDER e saem no envelope do AcctStmt e do
      *CollLtr e na busca do NameSrch. Arquivo inteiro em memoria,
      *regravado no final, como o TaxXref faz com o XREFMST.
      *Co-titular novo passa antes pela mesma triagem de sancoes da
      *conta nova no AcctMaint: nome que casa com o WATCHLST fica
      *parado no SCRNHOLD, com o acerto na fila SANCHITS, ate o
      *analista decidir no SancRvw; o liberado volta pelo COHSCRN.

      *-----------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS HIST-FILE-STATUS .
           SELECT ERROR-LINE ASSIGN TO COHERR
               FILE STATUS IS ERR-FILE-STATUS .
           SELECT WATCH-LIST ASSIGN TO WATCHLST
               FILE STATUS IS WTCH-FILE-STATUS .
           SELECT SANC-HITS ASSIGN TO SANCHITS
               FILE STATUS IS HITS-FILE-STATUS .
           SELECT SCRN-HOLD ASSIGN TO SCRNHOLD
               FILE STATUS IS SHLD-FILE-STATUS .
           SELECT SCREENED-IN ASSIGN TO COHSCRN
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
           05 FILLER            PIC X(2) .
           05 ERR-REASON        PIC X(30) .

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
      *inclusoes de co-titular liberadas pelo analista no SancRvw,
      *no layout do COHTXN, aplicadas sem passar de novo pela
      *triagem
       01  SCREENED-IN-REC       PIC X(52) .

       FD SCRN-PARM RECORDING MODE F .
      *nota minima do acerto, a mesma lida pelo SancScrn
       01  SCRN-PARM-REC.
           05 SP-MIN-SCORE      PIC 9(3) .

       WORKING-STORAGE SECTION.
       01  TXN-FILE-STATUS      PIC X(2) VALUE '00'.
       01  COH-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-COH-FOUND         PIC X(1) VALUE 'N'.
           88 COH-FOUND         VALUE 'Y'.

      *triagem de sancoes do co-titular novo: lista e acertos
      *conhecidos em memoria, nota minima em vigor (default quando
      *o SCRNPARM nao esta presente), modo das liberadas pelo
      *analista e o resultado da triagem da transacao corrente
       01  WTCH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  HITS-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SHLD-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SCRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SCRP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-MIN-SCORE         PIC 9(3) VALUE 70.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-SCREENED-MODE     PIC X(1) VALUE 'N'.
           88 SCREENED-MODE     VALUE 'Y'.
       01  WS-SCREENED-PRESENT  PIC X(1) VALUE 'N'.
           88 SCREENED-PRESENT  VALUE 'Y'.
       01  WS-SCREEN-RESULT     PIC X(1) VALUE 'L'.
           88 SCREEN-CLEAN      VALUE 'L'.
           88 SCREEN-HELD       VALUE 'H'.
           88 SCREEN-CONFIRMED  VALUE 'C'.
       01  WS-SCRN-HELD-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-SCRN-RELEASED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-WATCH-TABLE.
           05 WS-WATCH-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-WATCH-ENTRY OCCURS 3000 TIMES
                 INDEXED BY WLX.
              10 WT-ENTRY-ID    PIC X(10).
              10 WT-LAST-NAME   PIC X(30).
              10 WT-FIRST-NAME  PIC X(20).
              10 WT-LIST-DATE   PIC 9(8).
       01  WS-HIT-TABLE.
           05 WS-HIT-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-HIT-ENTRY OCCURS 5000 TIMES
                 INDEXED BY HTX.
              10 WH-SOURCE      PIC X(1).
              10 WH-KEY         PIC X(8).
              10 WH-LAST-NAME   PIC X(20).
              10 WH-FIRST-NAME  PIC X(15).
              10 WH-ENTRY-ID    PIC X(10).
              10 WH-LIST-DATE   PIC 9(8).
              10 WH-STATUS      PIC X(1).
       01  WS-HIT-FOUND         PIC X(1) VALUE 'N'.
           88 HIT-FOUND         VALUE 'Y'.

      *contadores de controle da execucao
       01  WS-TXN-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-APPLIED-COUNT     PIC 9(7) VALUE ZERO.
      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma SANCMTCH
           COPY SANCPRM.

       01  TRAILER-LINE.
           05 FILLER             PIC X(14) VALUE 'TXNS READ: '.
           05 TRAILER-TXN-COUNT  PIC ZZZ,ZZ9.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-COHOLDERS.
           PERFORM PROCESS-SCREENED-TXNS.
           PERFORM PROCESS-TXNS.
           PERFORM REWRITE-COHOLDERS.
           PERFORM CLOSE-STOP.
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
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
      *sem o WATCHLST no job o co-titular entra sem triagem - o
      *SancScrn da noite ainda pega o nome, e a execucao avisa
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT WATCH-LIST.
           IF WTCH-FILE-STATUS = '05' OR WTCH-FILE-STATUS = '35'
              DISPLAY 'WATCH LIST NOT PRESENT - NEW CO-HOLDERS NOT '
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

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
              PERFORM ABEND-RUN
           END-IF.

       PROCESS-SCREENED-TXNS.
      *co-titulares que o analista liberou no SancRvw, aplicados
      *antes do trabalho novo sem passar de novo pela triagem
           OPEN INPUT SCREENED-IN.
           IF SCRN-FILE-STATUS = '00'
              MOVE 'Y' TO WS-SCREENED-PRESENT
              MOVE 'Y' TO WS-SCREENED-MODE
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-SCREENED-REC
              PERFORM UNTIL GEN-EOF
                 ADD 1 TO WS-SCRN-RELEASED-COUNT
                 MOVE SCREENED-IN-REC TO COH-TXN-REC
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
      *os liberados ja foram aplicados: o arquivo fica vazio para o
      *SancRvw apensar os proximos sem que estes entrem de novo
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

       PROCESS-TXNS.
           PERFORM READ-TXN
              PERFORM UNTIL TXN-EOF
                    MOVE 'CO-HOLDER ALREADY ON FILE' TO WS-ERR-REASON
                    PERFORM WRITE-ERROR-RECORD
                 WHEN CT-ADD
                    PERFORM SCREEN-AND-ADD
                 WHEN CT-DELETE AND NOT COH-FOUND
                    MOVE 'CO-HOLDER NOT ON FILE' TO WS-ERR-REASON
                    PERFORM WRITE-ERROR-RECORD
              END-SEARCH
           END-IF.

       SCREEN-AND-ADD.
           PERFORM SCREEN-NEW-HOLDER.
           EVALUATE TRUE
              WHEN SCREEN-CONFIRMED
      *----------nome ja confirmado pelo analista como o da lista:
      *----------o co-titular nao entra
                 MOVE 'SANCTIONS MATCH CONFIRMED' TO WS-ERR-REASON
                 PERFORM WRITE-ERROR-RECORD
              WHEN SCREEN-HELD
                 PERFORM HOLD-FOR-SCREENING
              WHEN OTHER
                 PERFORM APPLY-ADD
           END-EVALUATE.

       SCREEN-NEW-HOLDER.
      *o liberado pelo SancRvw ja foi decidido; os co-titulares
      *existentes sao triados toda noite pelo SancScrn
           MOVE 'L' TO WS-SCREEN-RESULT.
           IF NOT SCREENED-MODE AND WS-WATCH-COUNT > ZERO
              PERFORM CHECK-ONE-ENTRY
                 VARYING WLX FROM 1 BY 1
                 UNTIL WLX > WS-WATCH-COUNT
           END-IF.

       CHECK-ONE-ENTRY.
           MOVE CT-LAST-NAME        TO SM-CAND-LAST-NAME.
           MOVE CT-FIRST-NAME       TO SM-CAND-FIRST-NAME.
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
                 WHEN WH-SOURCE (HTX) = 'J'
                    AND WH-KEY (HTX) = CT-ACCT-NO
                    AND WH-LAST-NAME (HTX) = CT-LAST-NAME
                    AND WH-FIRST-NAME (HTX) = CT-FIRST-NAME
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
           MOVE 'J'                   TO SH-SOURCE.
           MOVE CT-ACCT-NO            TO SH-KEY.
           MOVE CT-LAST-NAME          TO SH-LAST-NAME.
           MOVE CT-FIRST-NAME         TO SH-FIRST-NAME.
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
           MOVE 'J'            TO SD-SOURCE.
           MOVE CT-ACCT-NO     TO SD-KEY.
           MOVE CT-LAST-NAME   TO SD-LAST-NAME.
           MOVE CT-FIRST-NAME  TO SD-FIRST-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SD-HOLD-DATE.
           MOVE CT-OPERATOR-ID TO SD-ENTERED-BY.
           MOVE COH-TXN-REC    TO SD-TXN-IMAGE.
           WRITE SCRN-HOLD-REC.
           IF SHLD-FILE-STATUS NOT = '00'
              STRING 'WRITE SCRN-HOLD FAILED, STATUS '
                 SHLD-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       APPLY-ADD.
           IF WS-COH-COUNT = 500
              MOVE 'CO-HOLDER FILE FULL' TO WS-ERR-REASON
           MOVE WS-APPLIED-COUNT TO TRAILER-APPLIED.
           MOVE WS-REJECT-COUNT  TO TRAILER-REJECTED.
           DISPLAY TRAILER-LINE.
           DISPLAY 'HELD FOR SANCTIONS REVIEW: ' WS-SCRN-HELD-COUNT
              '  SCREENED RELEASED IN: ' WS-SCRN-RELEASED-COUNT.
           CLOSE COH-TXN .
           CLOSE CHANGE-HIST .
           CLOSE ERROR-LINE .
           CLOSE SANC-HITS .
           CLOSE SCRN-HOLD .
           PERFORM EMPTY-SCREENED-FILE.
           IF WS-REJECT-COUNT > ZERO
              SET RC-REJECTS TO TRUE
           ELSE
