      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. DialIn.
       AUTHOR. Julio Bittencourt.

      *Carga do resultado do discador no fim do dia: o DIALRSLT
      *traz uma linha por chamada feita sobre a lista DIALLIST do
      *DialOut - conta, cobrador que atendeu, telefone discado,
      *data/hora e o resultado ('C' atendida, 'N' nao atendeu, 'W'
      *numero errado, 'P' promessa feita na ligacao, com valor e
      *data). O trailer e conferido contra os detalhes ANTES de
      *mexer em qualquer coisa, como o NcoaIn faz. Para cada
      *chamada: a fila COLLQ recebe a data da ultima acao e a
      *situacao ('N' atendida passa a 'C', promessa passa a 'P');
      *uma nota e apensada no ACCTNOTE com o cobrador como
      *operador; promessa vira record ativo no PROMISES (o CollLtr
      *e o PromRpt passam a enxergar); numero errado e marcado 'W'
      *no CUSTPHON e sai das proximas listas. Chamada de conta que
      *nao esta mais na fila, resultado invalido ou promessa sem
      *valor/data e rejeitada e listada no DIALSTAT, e o passo
      *termina com RC 4. O DIALSTAT fecha com a estatistica de
      *chamadas do dia por cobrador.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAL-RESULT ASSIGN TO DIALRSLT
               FILE STATUS IS DRSL-FILE-STATUS .
           SELECT COLL-QUEUE ASSIGN TO COLLQ
               FILE STATUS IS COLQ-FILE-STATUS .
           SELECT NOTE-FILE ASSIGN TO ACCTNOTE
               FILE STATUS IS NOTE-FILE-STATUS .
           SELECT PROMISE-FILE ASSIGN TO PROMISES
               FILE STATUS IS PROM-FILE-STATUS .
           SELECT PHONE-FILE ASSIGN TO CUSTPHON
               FILE STATUS IS PHON-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO DIALSTAT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD DIAL-RESULT RECORDING MODE F .
      *layout fixo do resultado do discador: tipo de record na
      *primeira posicao ('H' header, 'D' chamada, 'T' trailer)
       01  DIAL-RSLT-HEADER-REC.
           05 RH-REC-TYPE       PIC X(1) .
           05 RH-FILE-DATE      PIC 9(8) .
           05 FILLER            PIC X(71) .

       01  DIAL-RSLT-DETAIL-REC.
           05 RR-REC-TYPE       PIC X(1) .
           05 RR-ACCT-NO        PIC X(8) .
           05 RR-COLLECTOR      PIC X(8) .
           05 RR-PHONE-NO       PIC X(10) .
           05 RR-CALL-DATE      PIC 9(8) .
           05 RR-CALL-TIME      PIC 9(4) .
           05 RR-RESULT         PIC X(1) .
             88 RR-CONNECTED        VALUE 'C'.
             88 RR-NO-ANSWER        VALUE 'N'.
             88 RR-WRONG-NUMBER     VALUE 'W'.
             88 RR-PROMISE-TAKEN    VALUE 'P'.
             88 RR-RESULT-VALID     VALUES 'C' 'N' 'W' 'P'.
           05 RR-PROM-AMOUNT    PIC 9(7)V99 .
           05 RR-PROM-DATE      PIC 9(8) .
           05 FILLER            PIC X(23) .

       01  DIAL-RSLT-TRAILER-REC.
           05 RT-REC-TYPE       PIC X(1) .
           05 RT-DETAIL-COUNT   PIC 9(7) .
           05 FILLER            PIC X(72) .

       FD COLL-QUEUE RECORDING MODE F .
      *layout compartilhado no copybook COLLQUE
           COPY COLLQUE.

       FD NOTE-FILE RECORDING MODE F .
      *layout compartilhado no copybook ACCTNOTE
           COPY ACCTNOTE.

       FD PROMISE-FILE RECORDING MODE F .
      *layout compartilhado no copybook PROMISE
           COPY PROMISE.

       FD PHONE-FILE RECORDING MODE F .
      *layout compartilhado no copybook CUSTPHON
           COPY CUSTPHON.

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       WORKING-STORAGE SECTION.
       01  DRSL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  COLQ-FILE-STATUS     PIC X(2) VALUE '00'.
       01  NOTE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PROM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PHON-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-HEADER-SEEN       PIC X(1) VALUE 'N'.
           88 HEADER-SEEN       VALUE 'Y'.
       01  WS-TRAILER-SEEN      PIC X(1) VALUE 'N'.
           88 TRAILER-SEEN      VALUE 'Y'.
       01  WS-TRL-COUNT         PIC 9(7) VALUE ZERO.

      *fila inteira em memoria, regravada no fim com a situacao e a
      *ultima acao atualizadas; guarda tambem a ultima sequencia de
      *nota de cada conta para a apensacao no ACCTNOTE
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
              10 WQ-NOTE-SEQ    PIC 9(4).
       01  WS-QUEUE-FOUND       PIC X(1) VALUE 'N'.
           88 QUEUE-FOUND       VALUE 'Y'.
       01  WS-LOOKUP-ACCT       PIC X(8) VALUE SPACES.

      *telefones do CUSTPHON, regravados so quando algum numero
      *errado foi marcado
       01  WS-PHONE-TABLE.
           05 WS-PHONE-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-PHONE-ENTRY OCCURS 3000 TIMES
                 INDEXED BY PHX.
              10 WP-ACCT-NO     PIC X(8).
              10 WP-PHONE-TYPE  PIC X(1).
              10 WP-PHONE-NO    PIC X(10).
              10 WP-STATUS      PIC X(1).
              10 WP-WRONG-DATE  PIC 9(8).
       01  WS-PHONE-CHANGED     PIC X(1) VALUE 'N'.
           88 PHONE-CHANGED     VALUE 'Y'.

      *estatistica do dia por cobrador
       01  WS-STAT-TABLE.
           05 WS-STAT-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-STAT-ENTRY OCCURS 50 TIMES
                 INDEXED BY STX.
              10 WT-COLLECTOR   PIC X(8).
              10 WT-CALLS       PIC 9(5).
              10 WT-CONNECTED   PIC 9(5).
              10 WT-NO-ANSWER   PIC 9(5).
              10 WT-WRONG       PIC 9(5).
              10 WT-PROMISES    PIC 9(5).
              10 WT-PROM-AMOUNT PIC S9(9)V99 COMP-3.
       01  WS-STAT-FOUND        PIC X(1) VALUE 'N'.
           88 STAT-FOUND        VALUE 'Y'.

       01  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
       01  WS-NOTE-TEXT         PIC X(50) VALUE SPACES.
       01  WS-NOTE-AMOUNT       PIC $$,$$$,$$9.99.

      *contadores de controle da execucao
       01  WS-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-APPLIED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-NOTE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PROMISE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-WRONG-COUNT       PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-REJECTS        VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  REJECT-LINE.
           05 RJ-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RJ-COLLECTOR       PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RJ-PHONE-NO        PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RJ-RESULT          PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RJ-REASON          PIC X(30).
           05 FILLER             PIC X(35) VALUE SPACES.

       01  STAT-HEADING.
           05 FILLER             PIC X(40)
              VALUE 'COLLECTOR  CALLS  CONNECTED  NO ANSWER'.
           05 FILLER             PIC X(60)
              VALUE ' WRONG NO   PROMISES    PROMISED AMOUNT'.

       01  STAT-LINE.
           05 SL-COLLECTOR       PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SL-CALLS           PIC ZZ,ZZ9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 SL-CONNECTED       PIC ZZ,ZZ9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 SL-NO-ANSWER       PIC ZZ,ZZ9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 SL-WRONG           PIC ZZ,ZZ9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 SL-PROMISES        PIC ZZ,ZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 SL-PROM-AMOUNT     PIC $$$$,$$$,$$9.99.
           05 FILLER             PIC X(21) VALUE SPACES.

       01  COUNT-LINE.
           05 CT-LABEL           PIC X(32).
           05 CT-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(57) VALUE SPACES.

       01  BLANK-LINE            PIC X(100) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM COUNT-RESULT-FILE.
           PERFORM CHECK-TRAILER.
           PERFORM LOAD-QUEUE.
           PERFORM LOAD-NOTE-SEQS.
           PERFORM LOAD-PHONES.
           PERFORM OPEN-OUTPUTS.
           PERFORM APPLY-RESULT-FILE.
           PERFORM REWRITE-QUEUE.
           PERFORM REWRITE-PHONES.
           PERFORM WRITE-COLLECTOR-STATS.
           PERFORM REPORT-COUNTS.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           OPEN INPUT DIAL-RESULT .
           IF DRSL-FILE-STATUS NOT = '00'
              STRING 'OPEN DIAL-RESULT FAILED, STATUS '
                 DRSL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'DIALIN ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       COUNT-RESULT-FILE.
      *primeira passada: so conta os detalhes para a conferencia
      *do trailer; nada e aplicado ainda
           MOVE 'N' TO WS-GEN-EOF.
           PERFORM READ-RESULT-REC.
           PERFORM UNTIL GEN-EOF
              EVALUATE RH-REC-TYPE
                 WHEN 'H'
                    MOVE 'Y' TO WS-HEADER-SEEN
                 WHEN 'T'
                    MOVE 'Y' TO WS-TRAILER-SEEN
                    MOVE RT-DETAIL-COUNT TO WS-TRL-COUNT
                 WHEN 'D'
                    ADD 1 TO WS-READ-COUNT
                 WHEN OTHER
                    STRING 'INVALID DIALER RECORD TYPE '
                       RH-REC-TYPE DELIMITED BY SIZE
                       INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
              END-EVALUATE
              PERFORM READ-RESULT-REC
           END-PERFORM.
           CLOSE DIAL-RESULT.

       READ-RESULT-REC.
           READ DIAL-RESULT
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF DRSL-FILE-STATUS NOT = '00'
              AND DRSL-FILE-STATUS NOT = '10'
              STRING 'READ DIAL-RESULT FAILED, STATUS '
                 DRSL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CHECK-TRAILER.
      *resultado sem header/trailer ou com contagem diferente dos
      *detalhes e recusado inteiro antes de mexer na fila
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
              STRING 'DIALER RESULT WITHOUT HEADER OR TRAILER'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-TRL-COUNT NOT = WS-READ-COUNT
              STRING 'DIALER RESULT TRAILER OUT OF BALANCE - FILE '
                 'REJECTED' DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-QUEUE.
           OPEN INPUT COLL-QUEUE.
           IF COLQ-FILE-STATUS NOT = '00'
              STRING 'OPEN COLL-QUEUE FAILED, STATUS '
                 COLQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE 'N' TO WS-GEN-EOF.
           PERFORM READ-QUEUE-REC.
           PERFORM UNTIL GEN-EOF OR WS-QUEUE-COUNT = 1000
              ADD 1 TO WS-QUEUE-COUNT
              SET QX TO WS-QUEUE-COUNT
              MOVE CQ-ACCT-NO      TO WQ-ACCT-NO (QX)
              MOVE CQ-COLLECTOR    TO WQ-COLLECTOR (QX)
              MOVE CQ-STATUS       TO WQ-STATUS (QX)
              MOVE CQ-LAST-ACTION  TO WQ-LAST-ACTION (QX)
              MOVE CQ-FIRST-QUEUED TO WQ-FIRST-QUEUED (QX)
              MOVE CQ-BALANCE      TO WQ-BALANCE (QX)
              MOVE ZERO            TO WQ-NOTE-SEQ (QX)
              PERFORM READ-QUEUE-REC
           END-PERFORM.
           CLOSE COLL-QUEUE.
      *----a fila e regravada a partir da tabela no final: parar
      *----antes do fim destruiria em silencio os itens restantes
           IF NOT GEN-EOF
              STRING 'QUEUE TABLE FULL AT 1000 ENTRIES'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-QUEUE-REC.
           READ COLL-QUEUE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF COLQ-FILE-STATUS NOT = '00'
              AND COLQ-FILE-STATUS NOT = '10'
              STRING 'READ COLL-QUEUE FAILED, STATUS '
                 COLQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-NOTE-SEQS.
      *maior sequencia de nota de cada conta da fila, para a nota
      *do discador entrar depois dela; sem o dataset ainda, toda
      *conta comeca na nota 1
           OPEN INPUT NOTE-FILE.
           IF NOTE-FILE-STATUS NOT = '05'
              AND NOTE-FILE-STATUS NOT = '35'
              IF NOTE-FILE-STATUS NOT = '00'
                 STRING 'OPEN NOTE-FILE FAILED, STATUS '
                    NOTE-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-NOTE-REC
              PERFORM UNTIL GEN-EOF
                 MOVE AN-ACCT-NO TO WS-LOOKUP-ACCT
                 PERFORM FIND-QUEUE-ENTRY
                 IF QUEUE-FOUND
                    IF AN-SEQ > WQ-NOTE-SEQ (QX)
                       MOVE AN-SEQ TO WQ-NOTE-SEQ (QX)
                    END-IF
                 END-IF
                 PERFORM READ-NOTE-REC
              END-PERFORM
              CLOSE NOTE-FILE
           END-IF.

       READ-NOTE-REC.
           READ NOTE-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF NOTE-FILE-STATUS NOT = '00'
              AND NOTE-FILE-STATUS NOT = '10'
              STRING 'READ NOTE-FILE FAILED, STATUS '
                 NOTE-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       FIND-QUEUE-ENTRY.
           MOVE 'N' TO WS-QUEUE-FOUND.
           IF WS-QUEUE-COUNT > ZERO
              SET QX TO 1
              SEARCH WS-QUEUE-ENTRY
                 AT END MOVE 'N' TO WS-QUEUE-FOUND
                 WHEN QX > WS-QUEUE-COUNT
                    MOVE 'N' TO WS-QUEUE-FOUND
                 WHEN WQ-ACCT-NO (QX) = WS-LOOKUP-ACCT
                    MOVE 'Y' TO WS-QUEUE-FOUND
              END-SEARCH
           END-IF.

       LOAD-PHONES.
      *sem o CUSTPHON nao ha telefone a marcar
           OPEN INPUT PHONE-FILE.
           IF PHON-FILE-STATUS NOT = '05'
              AND PHON-FILE-STATUS NOT = '35'
              IF PHON-FILE-STATUS NOT = '00'
                 STRING 'OPEN PHONE-FILE FAILED, STATUS '
                    PHON-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-PHONE-REC
              PERFORM UNTIL GEN-EOF OR WS-PHONE-COUNT = 3000
                 ADD 1 TO WS-PHONE-COUNT
                 SET PHX TO WS-PHONE-COUNT
                 MOVE CP-ACCT-NO    TO WP-ACCT-NO (PHX)
                 MOVE CP-PHONE-TYPE TO WP-PHONE-TYPE (PHX)
                 MOVE CP-PHONE-NO   TO WP-PHONE-NO (PHX)
                 MOVE CP-STATUS     TO WP-STATUS (PHX)
                 MOVE CP-WRONG-DATE TO WP-WRONG-DATE (PHX)
                 PERFORM READ-PHONE-REC
              END-PERFORM
              CLOSE PHONE-FILE
              IF NOT GEN-EOF
                 STRING 'PHONE TABLE FULL AT 3000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-PHONE-REC.
           READ PHONE-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF PHON-FILE-STATUS NOT = '00'
              AND PHON-FILE-STATUS NOT = '10'
              STRING 'READ PHONE-FILE FAILED, STATUS '
                 PHON-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       OPEN-OUTPUTS.
      *nota e promessa entram sempre apensadas; na primeira
      *execucao o OPEN EXTEND precisa virar OUTPUT, mesmo
      *tratamento do NoteEnt com o ACCTNOTE
           OPEN EXTEND NOTE-FILE.
           IF NOTE-FILE-STATUS = '05' OR NOTE-FILE-STATUS = '35'
              OPEN OUTPUT NOTE-FILE
           END-IF.
           IF NOTE-FILE-STATUS NOT = '00'
              STRING 'OPEN EXTEND NOTE-FILE FAILED, STATUS '
                 NOTE-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN EXTEND PROMISE-FILE.
           IF PROM-FILE-STATUS = '05' OR PROM-FILE-STATUS = '35'
              OPEN OUTPUT PROMISE-FILE
           END-IF.
           IF PROM-FILE-STATUS NOT = '00'
              STRING 'OPEN EXTEND PROMISE-FILE FAILED, STATUS '
                 PROM-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'AUTODIALER CALL RESULTS AND STATISTICS' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       APPLY-RESULT-FILE.
      *segunda passada, ja com o trailer conferido
           OPEN INPUT DIAL-RESULT .
           IF DRSL-FILE-STATUS NOT = '00'
              STRING 'REOPEN DIAL-RESULT FAILED, STATUS '
                 DRSL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE 'N' TO WS-GEN-EOF.
           PERFORM READ-RESULT-REC.
           PERFORM UNTIL GEN-EOF
              IF RR-REC-TYPE = 'D'
                 PERFORM APPLY-ONE-CALL
              END-IF
              PERFORM READ-RESULT-REC
           END-PERFORM.
           CLOSE DIAL-RESULT.

       APPLY-ONE-CALL.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE RR-ACCT-NO TO WS-LOOKUP-ACCT.
           PERFORM FIND-QUEUE-ENTRY.
           EVALUATE TRUE
              WHEN NOT RR-RESULT-VALID
                 MOVE 'INVALID RESULT CODE' TO WS-REJECT-REASON
              WHEN NOT QUEUE-FOUND
                 MOVE 'ACCOUNT NOT IN COLLQ' TO WS-REJECT-REASON
              WHEN RR-CALL-DATE NOT NUMERIC OR RR-CALL-DATE = ZERO
                 MOVE 'CALL DATE MISSING' TO WS-REJECT-REASON
              WHEN RR-PROMISE-TAKEN
                 AND (RR-PROM-AMOUNT NOT NUMERIC
                   OR RR-PROM-AMOUNT = ZERO
                   OR RR-PROM-DATE NOT NUMERIC
                   OR RR-PROM-DATE = ZERO)
                 MOVE 'PROMISE WITHOUT AMOUNT/DATE' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM LIST-REJECTED-CALL
           ELSE
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM UPDATE-QUEUE-ITEM
              PERFORM APPEND-CALL-NOTE
              IF RR-PROMISE-TAKEN
                 PERFORM APPEND-PROMISE
              END-IF
              IF RR-WRONG-NUMBER
                 PERFORM MARK-WRONG-NUMBER
                    VARYING PHX FROM 1 BY 1
                    UNTIL PHX > WS-PHONE-COUNT
              END-IF
              PERFORM COUNT-FOR-COLLECTOR
           END-IF.

       UPDATE-QUEUE-ITEM.
      *toda chamada conta como acao do dia; so a conversa muda a
      *situacao, e item em juridico/agencia/encerrado nao muda
           MOVE RR-CALL-DATE TO WQ-LAST-ACTION (QX).
           EVALUATE TRUE
              WHEN WQ-STATUS (QX) = 'L' OR 'U' OR 'X' OR 'A'
                 CONTINUE
              WHEN RR-PROMISE-TAKEN
                 MOVE 'P' TO WQ-STATUS (QX)
              WHEN RR-CONNECTED AND WQ-STATUS (QX) = 'N'
                 MOVE 'C' TO WQ-STATUS (QX)
           END-EVALUATE.

       APPEND-CALL-NOTE.
           MOVE SPACES TO WS-NOTE-TEXT.
           EVALUATE TRUE
              WHEN RR-CONNECTED
                 STRING 'DIALER: CONNECTED ' RR-PHONE-NO
                    DELIMITED BY SIZE INTO WS-NOTE-TEXT
              WHEN RR-NO-ANSWER
                 STRING 'DIALER: NO ANSWER ' RR-PHONE-NO
                    DELIMITED BY SIZE INTO WS-NOTE-TEXT
              WHEN RR-WRONG-NUMBER
                 STRING 'DIALER: WRONG NUMBER ' RR-PHONE-NO
                    DELIMITED BY SIZE INTO WS-NOTE-TEXT
              WHEN RR-PROMISE-TAKEN
                 MOVE RR-PROM-AMOUNT TO WS-NOTE-AMOUNT
                 STRING 'DIALER: PROMISE ' WS-NOTE-AMOUNT
                    ' BY ' RR-PROM-DATE
                    DELIMITED BY SIZE INTO WS-NOTE-TEXT
           END-EVALUATE.
           ADD 1 TO WQ-NOTE-SEQ (QX).
           MOVE RR-ACCT-NO         TO AN-ACCT-NO.
           MOVE WQ-NOTE-SEQ (QX)   TO AN-SEQ.
           MOVE SPACES             TO AN-TIMESTAMP.
           STRING RR-CALL-DATE RR-CALL-TIME '00'
              DELIMITED BY SIZE INTO AN-TIMESTAMP.
           MOVE RR-COLLECTOR       TO AN-OPERATOR-ID.
           MOVE WS-NOTE-TEXT       TO AN-TEXT.
           WRITE ACCT-NOTE-REC.
           IF NOTE-FILE-STATUS NOT = '00'
              STRING 'WRITE NOTE-FILE FAILED, STATUS '
                 NOTE-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-NOTE-COUNT.

       APPEND-PROMISE.
      *a promessa feita na ligacao entra ativa, igual a anotada no
      *console do PromEnt, com o cobrador como operador
           MOVE RR-ACCT-NO     TO PR-ACCT-NO.
           MOVE RR-PROM-AMOUNT TO PR-AMOUNT.
           MOVE RR-PROM-DATE   TO PR-PROMISE-DATE.
           MOVE RR-COLLECTOR   TO PR-OPERATOR-ID.
           MOVE 'A'            TO PR-STATUS.
           WRITE PROMISE-REC.
           IF PROM-FILE-STATUS NOT = '00'
              STRING 'WRITE PROMISE-FILE FAILED, STATUS '
                 PROM-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-PROMISE-COUNT.

       MARK-WRONG-NUMBER.
           IF WP-ACCT-NO (PHX) = RR-ACCT-NO
              AND WP-PHONE-NO (PHX) = RR-PHONE-NO
              AND WP-STATUS (PHX) NOT = 'W'
              MOVE 'W'          TO WP-STATUS (PHX)
              MOVE RR-CALL-DATE TO WP-WRONG-DATE (PHX)
              MOVE 'Y'          TO WS-PHONE-CHANGED
              ADD 1 TO WS-WRONG-COUNT
           END-IF.

       COUNT-FOR-COLLECTOR.
           MOVE 'N' TO WS-STAT-FOUND.
           IF WS-STAT-COUNT > ZERO
              SET STX TO 1
              SEARCH WS-STAT-ENTRY
                 AT END MOVE 'N' TO WS-STAT-FOUND
                 WHEN STX > WS-STAT-COUNT
                    MOVE 'N' TO WS-STAT-FOUND
                 WHEN WT-COLLECTOR (STX) = RR-COLLECTOR
                    MOVE 'Y' TO WS-STAT-FOUND
              END-SEARCH
           END-IF.
           IF NOT STAT-FOUND
              IF WS-STAT-COUNT = 50
                 STRING 'COLLECTOR STATISTICS TABLE FULL AT 50'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-STAT-COUNT
              SET STX TO WS-STAT-COUNT
              MOVE RR-COLLECTOR TO WT-COLLECTOR (STX)
              MOVE ZERO TO WT-CALLS (STX)
              MOVE ZERO TO WT-CONNECTED (STX)
              MOVE ZERO TO WT-NO-ANSWER (STX)
              MOVE ZERO TO WT-WRONG (STX)
              MOVE ZERO TO WT-PROMISES (STX)
              MOVE ZERO TO WT-PROM-AMOUNT (STX)
           END-IF.
           ADD 1 TO WT-CALLS (STX).
           EVALUATE TRUE
              WHEN RR-CONNECTED
                 ADD 1 TO WT-CONNECTED (STX)
              WHEN RR-NO-ANSWER
                 ADD 1 TO WT-NO-ANSWER (STX)
              WHEN RR-WRONG-NUMBER
                 ADD 1 TO WT-WRONG (STX)
              WHEN RR-PROMISE-TAKEN
                 ADD 1 TO WT-PROMISES (STX)
                 ADD RR-PROM-AMOUNT TO WT-PROM-AMOUNT (STX)
           END-EVALUATE.

       LIST-REJECTED-CALL.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE RR-ACCT-NO       TO RJ-ACCT-NO.
           MOVE RR-COLLECTOR     TO RJ-COLLECTOR.
           MOVE RR-PHONE-NO      TO RJ-PHONE-NO.
           MOVE RR-RESULT        TO RJ-RESULT.
           MOVE WS-REJECT-REASON TO RJ-REASON.
           MOVE REJECT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       REWRITE-QUEUE.
           OPEN OUTPUT COLL-QUEUE.
           IF COLQ-FILE-STATUS NOT = '00'
              STRING 'REOPEN COLL-QUEUE FAILED, STATUS '
                 COLQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-QUEUE-COUNT > ZERO
              PERFORM WRITE-ONE-QUEUE-ITEM
                 VARYING QX FROM 1 BY 1
                 UNTIL QX > WS-QUEUE-COUNT
           END-IF.
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

       REWRITE-PHONES.
      *so regrava quando algum numero errado foi marcado
           IF PHONE-CHANGED
              OPEN OUTPUT PHONE-FILE
              IF PHON-FILE-STATUS NOT = '00'
                 STRING 'OPEN OUTPUT PHONE-FILE FAILED, STATUS '
                    PHON-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM WRITE-ONE-PHONE
                 VARYING PHX FROM 1 BY 1
                 UNTIL PHX > WS-PHONE-COUNT
              CLOSE PHONE-FILE
           END-IF.

       WRITE-ONE-PHONE.
           MOVE SPACES              TO CUST-PHONE-REC.
           MOVE WP-ACCT-NO (PHX)    TO CP-ACCT-NO.
           MOVE WP-PHONE-TYPE (PHX) TO CP-PHONE-TYPE.
           MOVE WP-PHONE-NO (PHX)   TO CP-PHONE-NO.
           MOVE WP-STATUS (PHX)     TO CP-STATUS.
           MOVE WP-WRONG-DATE (PHX) TO CP-WRONG-DATE.
           WRITE CUST-PHONE-REC.
           IF PHON-FILE-STATUS NOT = '00'
              STRING 'WRITE PHONE-FILE FAILED, STATUS '
                 PHON-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-COLLECTOR-STATS.
           IF WS-REJECT-COUNT = ZERO
              MOVE 'NO CALL RESULTS REJECTED' TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE STAT-HEADING TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           IF WS-STAT-COUNT > ZERO
              PERFORM WRITE-ONE-STAT-LINE
                 VARYING STX FROM 1 BY 1
                 UNTIL STX > WS-STAT-COUNT
           ELSE
              MOVE 'NO CALLS APPLIED TODAY' TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       WRITE-ONE-STAT-LINE.
           MOVE WT-COLLECTOR (STX)   TO SL-COLLECTOR.
           MOVE WT-CALLS (STX)       TO SL-CALLS.
           MOVE WT-CONNECTED (STX)   TO SL-CONNECTED.
           MOVE WT-NO-ANSWER (STX)   TO SL-NO-ANSWER.
           MOVE WT-WRONG (STX)       TO SL-WRONG.
           MOVE WT-PROMISES (STX)    TO SL-PROMISES.
           MOVE WT-PROM-AMOUNT (STX) TO SL-PROM-AMOUNT.
           MOVE STAT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       REPORT-COUNTS.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'CALL RESULTS READ' TO CT-LABEL.
           MOVE WS-READ-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'CALL RESULTS APPLIED' TO CT-LABEL.
           MOVE WS-APPLIED-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'CALL RESULTS REJECTED' TO CT-LABEL.
           MOVE WS-REJECT-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'NOTES ADDED TO ACCTNOTE' TO CT-LABEL.
           MOVE WS-NOTE-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'PROMISES ADDED TO PROMISES' TO CT-LABEL.
           MOVE WS-PROMISE-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'PHONES MARKED WRONG NUMBER' TO CT-LABEL.
           MOVE WS-WRONG-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO REPORT-REC.
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
           CLOSE NOTE-FILE .
           CLOSE PROMISE-FILE .
           CLOSE REPORT-LINE .
           DISPLAY 'DIALIN ' WS-APPLIED-COUNT ' CALLS APPLIED, '
              WS-REJECT-COUNT ' REJECTED'.
           IF WS-REJECT-COUNT > ZERO
              SET RC-REJECTS TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'DIALIN  '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de chamadas
      *aplicadas e o RETURN-CODE devolvido ao scheduler
           MOVE 'DIALIN  '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-APPLIED-COUNT     TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
