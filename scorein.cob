      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. ScoreIn.
       AUTHOR. Julio Bittencourt.

      *Carga da resposta de score do bureau: o SCORERSP traz um
      *score por documento pedido no SCOREREQ do ScoreReq. O
      *trailer e conferido contra os detalhes ANTES de carregar
      *qualquer coisa, como o NcoaIn faz com o retorno do NCOA. O
      *score vale para todas as contas ligadas ao documento no
      *XREFMST: no SCOREHST de cada uma o score atual passa a
      *anterior e o novo entra como atual com a data do bureau
      *(rodar o mesmo arquivo duas vezes nao empurra o historico de
      *novo - a data do score e a mesma). O SCOREDET lista as
      *contas cuja queda de score passou do limite do SCRPARM
      *(default 50 pontos), com saldo e limite, e as que cairam
      *abaixo do score minimo do LimCycle; termina com RC 4 quando
      *ha conta listada. Documento da resposta que nao esta mais
      *no XREFMST e so contado, assim como documento que voltou sem
      *score (o SCOREHST da conta nao muda).

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORE-RSP-FILE ASSIGN TO SCORERSP
               FILE STATUS IS SRSP-FILE-STATUS .
           SELECT SCORE-PARM ASSIGN TO SCRPARM
               FILE STATUS IS SPRM-FILE-STATUS .
           SELECT XREF-MASTER ASSIGN TO XREFMST
               FILE STATUS IS XREF-FILE-STATUS .
           SELECT SCORE-HIST ASSIGN TO SCOREHST
               FILE STATUS IS SHST-FILE-STATUS .
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO SCOREDET
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD SCORE-RSP-FILE RECORDING MODE F .
      *layout fixo da resposta do bureau: tipo de record na primeira
      *posicao ('H' header, 'D' documento, 'T' trailer); codigo de
      *resposta '00' = score informado, outro = sem score
       01  SCORE-RSP-HEADER-REC.
           05 RH-REC-TYPE       PIC X(1) .
           05 RH-REPORTER-ID    PIC X(10) .
           05 RH-FILE-DATE      PIC 9(8) .
           05 FILLER            PIC X(61) .

       01  SCORE-RSP-DETAIL-REC.
           05 RD-REC-TYPE       PIC X(1) .
           05 RD-DOC-TYPE       PIC X(1) .
           05 RD-DOC-DIGITS     PIC X(14) .
           05 RD-SCORE          PIC 9(4) .
           05 RD-SCORE-DATE     PIC 9(8) .
           05 RD-RESPONSE-CODE  PIC X(2) .
             88 RD-SCORED           VALUE '00'.
           05 FILLER            PIC X(50) .

       01  SCORE-RSP-TRAILER-REC.
           05 RT-REC-TYPE       PIC X(1) .
           05 RT-DETAIL-COUNT   PIC 9(7) .
           05 FILLER            PIC X(72) .

       FD SCORE-PARM RECORDING MODE F .
      *queda de score (pontos) que poe a conta no relatorio de
      *deterioracao e o score minimo para aumento de limite, o
      *mesmo que o LimCycle usa
       01  SCORE-PARM-REC.
           05 SP-DROP-POINTS    PIC 9(4) .
           05 SP-MIN-SCORE      PIC 9(4) .

       FD XREF-MASTER RECORDING MODE F .
      *mesmo layout mantido pelo TaxXref
       01  XREF-MASTER-REC.
           05 XR-DOC-TYPE       PIC X(1).
           05 XR-DOC-DIGITS     PIC X(14).
           05 XR-ACCT-NO        PIC X(8).

       FD SCORE-HIST RECORDING MODE F .
      *layout compartilhado no copybook SCOREHST
           COPY SCOREHST.

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(110) .

       WORKING-STORAGE SECTION.
       01  SRSP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SPRM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  XREF-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SHST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-HEADER-SEEN       PIC X(1) VALUE 'N'.
           88 HEADER-SEEN       VALUE 'Y'.
       01  WS-TRAILER-SEEN      PIC X(1) VALUE 'N'.
           88 TRAILER-SEEN      VALUE 'Y'.
       01  WS-TRL-COUNT         PIC 9(7) VALUE ZERO.

      *regras em vigor (defaults compilados quando o SCRPARM nao
      *esta no job)
       01  WS-DROP-POINTS       PIC 9(4) VALUE 50.
       01  WS-MIN-SCORE         PIC 9(4) VALUE 550.

      *vinculos documento/conta carregados do XREFMST
       01  WS-XREF-TABLE.
           05 WS-XREF-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-XREF-ENTRY OCCURS 1000 TIMES
                 INDEXED BY XRX.
              10 WX-DOC-TYPE    PIC X(1).
              10 WX-DOC-DIGITS  PIC X(14).
              10 WX-ACCT-NO     PIC X(8).
       01  WS-DOC-MATCHED       PIC X(1) VALUE 'N'.
           88 DOC-MATCHED       VALUE 'Y'.

      *historico de score por conta, carregado do SCOREHST e
      *regravado inteiro no fim
       01  WS-HIST-TABLE.
           05 WS-HIST-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-HIST-ENTRY OCCURS 3000 TIMES
                 INDEXED BY HSX.
              10 WH-ACCT-NO     PIC X(8).
              10 WH-DOC-TYPE    PIC X(1).
              10 WH-DOC-DIGITS  PIC X(14).
              10 WH-CUR-SCORE   PIC 9(4).
              10 WH-CUR-DATE    PIC 9(8).
              10 WH-PRIOR-SCORE PIC 9(4).
              10 WH-PRIOR-DATE  PIC 9(8).
       01  WS-HIST-FOUND        PIC X(1) VALUE 'N'.
           88 HIST-FOUND        VALUE 'Y'.
       01  WS-WORK-ACCT         PIC X(8) VALUE SPACES.
       01  WS-NEW-SCORE         PIC 9(4) VALUE ZERO.
       01  WS-SCORE-DROP        PIC S9(5) VALUE ZERO.

      *contadores de controle da execucao
       01  WS-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-UNSCORED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-UNMATCHED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-UPDATED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-DETERIOR-COUNT    PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-DETERIORATION  VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  DETERIOR-LINE.
           05 DL-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-DOC-TYPE        PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DL-DOC-DIGITS      PIC X(14).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-PRIOR-SCORE     PIC ZZZ9.
           05 FILLER             PIC X(4)  VALUE ' -> '.
           05 DL-CUR-SCORE       PIC ZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-DROP            PIC ZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-BALANCE         PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-LIMIT           PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-FLAG            PIC X(9).

       01  DETERIOR-HEADING.
           05 FILLER             PIC X(32)
              VALUE 'ACCOUNT   NAME'.
           05 FILLER             PIC X(18) VALUE 'DOCUMENT'.
           05 FILLER             PIC X(20)
              VALUE 'PRIOR -> CUR  DROP'.
           05 FILLER             PIC X(40)
              VALUE '        BALANCE           LIMIT'.

       01  COUNT-LINE.
           05 CT-LABEL           PIC X(32).
           05 CT-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(67) VALUE SPACES.

       01  BLANK-LINE            PIC X(110) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM COUNT-RESPONSE-FILE.
           PERFORM CHECK-TRAILER.
           PERFORM READ-SCORE-PARM.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-SCORE-HIST.
           PERFORM OPEN-OUTPUTS.
           PERFORM APPLY-RESPONSE-FILE.
           PERFORM REWRITE-SCORE-HIST.
           PERFORM REPORT-COUNTS.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           OPEN INPUT SCORE-RSP-FILE .
           IF SRSP-FILE-STATUS NOT = '00'
              STRING 'OPEN SCORE-RSP-FILE FAILED, STATUS '
                 SRSP-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'SCOREIN ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       COUNT-RESPONSE-FILE.
      *primeira passada: so conta os detalhes para a conferencia
      *do trailer; nada e carregado ainda
           MOVE 'N' TO WS-GEN-EOF.
           PERFORM READ-RSP-REC.
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
                    STRING 'INVALID SCORE RECORD TYPE '
                       RH-REC-TYPE DELIMITED BY SIZE
                       INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
              END-EVALUATE
              PERFORM READ-RSP-REC
           END-PERFORM.
           CLOSE SCORE-RSP-FILE.

       READ-RSP-REC.
           READ SCORE-RSP-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF SRSP-FILE-STATUS NOT = '00'
              AND SRSP-FILE-STATUS NOT = '10'
              STRING 'READ SCORE-RSP-FILE FAILED, STATUS '
                 SRSP-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CHECK-TRAILER.
      *resposta sem header/trailer ou com contagem diferente dos
      *detalhes e recusada inteira antes de mexer no historico
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
              STRING 'SCORE RESPONSE WITHOUT HEADER OR TRAILER'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-TRL-COUNT NOT = WS-READ-COUNT
              STRING 'SCORE RESPONSE TRAILER OUT OF BALANCE - FILE '
                 'REJECTED' DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-SCORE-PARM.
      *record de regra opcional: sem SCRPARM no job valem os
      *defaults compilados; campo zerado ou invalido fica no default
           OPEN INPUT SCORE-PARM.
           IF SPRM-FILE-STATUS = '00'
              READ SCORE-PARM
              IF SPRM-FILE-STATUS = '00'
                 IF SP-DROP-POINTS NUMERIC AND SP-DROP-POINTS > ZERO
                    MOVE SP-DROP-POINTS TO WS-DROP-POINTS
                 END-IF
                 IF SP-MIN-SCORE NUMERIC AND SP-MIN-SCORE > ZERO
                    MOVE SP-MIN-SCORE TO WS-MIN-SCORE
                 END-IF
              END-IF
              CLOSE SCORE-PARM
           END-IF.

       LOAD-XREF-TABLE.
           OPEN INPUT XREF-MASTER.
           IF XREF-FILE-STATUS = '05' OR XREF-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF XREF-FILE-STATUS NOT = '00'
                 STRING 'OPEN XREF-MASTER FAILED, STATUS '
                    XREF-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-XREF-REC
              PERFORM UNTIL GEN-EOF OR WS-XREF-COUNT = 1000
                 ADD 1 TO WS-XREF-COUNT
                 SET XRX TO WS-XREF-COUNT
                 MOVE XR-DOC-TYPE   TO WX-DOC-TYPE (XRX)
                 MOVE XR-DOC-DIGITS TO WX-DOC-DIGITS (XRX)
                 MOVE XR-ACCT-NO    TO WX-ACCT-NO (XRX)
                 PERFORM READ-XREF-REC
              END-PERFORM
              CLOSE XREF-MASTER
              IF NOT GEN-EOF
                 STRING 'XREF TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-XREF-REC.
           READ XREF-MASTER
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF XREF-FILE-STATUS NOT = '00'
              AND XREF-FILE-STATUS NOT = '10'
              STRING 'READ XREF-MASTER FAILED, STATUS '
                 XREF-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-SCORE-HIST.
      *historico da carga anterior; na primeira execucao o
      *SCOREHST ainda nao existe e toda conta entra sem anterior
           OPEN INPUT SCORE-HIST.
           IF SHST-FILE-STATUS = '05' OR SHST-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF SHST-FILE-STATUS NOT = '00'
                 STRING 'OPEN SCORE-HIST FAILED, STATUS '
                    SHST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-HIST-REC
              PERFORM UNTIL GEN-EOF OR WS-HIST-COUNT = 3000
                 ADD 1 TO WS-HIST-COUNT
                 SET HSX TO WS-HIST-COUNT
                 MOVE SH-ACCT-NO     TO WH-ACCT-NO (HSX)
                 MOVE SH-DOC-TYPE    TO WH-DOC-TYPE (HSX)
                 MOVE SH-DOC-DIGITS  TO WH-DOC-DIGITS (HSX)
                 MOVE SH-CUR-SCORE   TO WH-CUR-SCORE (HSX)
                 MOVE SH-CUR-DATE    TO WH-CUR-DATE (HSX)
                 MOVE SH-PRIOR-SCORE TO WH-PRIOR-SCORE (HSX)
                 MOVE SH-PRIOR-DATE  TO WH-PRIOR-DATE (HSX)
                 PERFORM READ-HIST-REC
              END-PERFORM
              CLOSE SCORE-HIST
              IF NOT GEN-EOF
                 STRING 'SCORE HISTORY TABLE FULL AT 3000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-HIST-REC.
           READ SCORE-HIST
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF SHST-FILE-STATUS NOT = '00'
              AND SHST-FILE-STATUS NOT = '10'
              STRING 'READ SCORE-HIST FAILED, STATUS '
                 SHST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       OPEN-OUTPUTS.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'BUREAU SCORE DETERIORATION REPORT' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE DETERIOR-HEADING TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       APPLY-RESPONSE-FILE.
      *segunda passada, ja com o trailer conferido
           OPEN INPUT SCORE-RSP-FILE .
           IF SRSP-FILE-STATUS NOT = '00'
              STRING 'REOPEN SCORE-RSP-FILE FAILED, STATUS '
                 SRSP-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE 'N' TO WS-GEN-EOF.
           PERFORM READ-RSP-REC.
           PERFORM UNTIL GEN-EOF
              IF RD-REC-TYPE = 'D'
                 PERFORM APPLY-ONE-DOCUMENT
              END-IF
              PERFORM READ-RSP-REC
           END-PERFORM.
           CLOSE SCORE-RSP-FILE.

       APPLY-ONE-DOCUMENT.
      *documento sem score no bureau so e contado: o score atual e
      *o anterior das contas ligadas ficam como estao
           IF RD-SCORED AND RD-SCORE NUMERIC
              MOVE RD-SCORE TO WS-NEW-SCORE
              PERFORM APPLY-SCORED-DOCUMENT
           ELSE
              ADD 1 TO WS-UNSCORED-COUNT
           END-IF.

       APPLY-SCORED-DOCUMENT.
           MOVE 'N' TO WS-DOC-MATCHED.
           IF WS-XREF-COUNT > ZERO
              PERFORM APPLY-TO-LINKED-ACCOUNT
                 VARYING XRX FROM 1 BY 1
                 UNTIL XRX > WS-XREF-COUNT
           END-IF.
           IF NOT DOC-MATCHED
              ADD 1 TO WS-UNMATCHED-COUNT
              DISPLAY 'SCOREIN DOCUMENT NOT ON XREFMST: '
                 RD-DOC-TYPE ' ' RD-DOC-DIGITS
           END-IF.

       APPLY-TO-LINKED-ACCOUNT.
           IF WX-DOC-TYPE (XRX) = RD-DOC-TYPE
              AND WX-DOC-DIGITS (XRX) = RD-DOC-DIGITS
              MOVE 'Y' TO WS-DOC-MATCHED
              MOVE WX-ACCT-NO (XRX) TO WS-WORK-ACCT
              PERFORM FIND-HIST-ENTRY
              IF NOT HIST-FOUND
                 PERFORM ADD-HIST-ENTRY
              END-IF
      *-------mesma data de score = arquivo ja carregado: o
      *-------historico nao e empurrado de novo
              IF WH-CUR-DATE (HSX) NOT = RD-SCORE-DATE
                 MOVE WH-CUR-SCORE (HSX) TO WH-PRIOR-SCORE (HSX)
                 MOVE WH-CUR-DATE (HSX)  TO WH-PRIOR-DATE (HSX)
                 MOVE WS-NEW-SCORE       TO WH-CUR-SCORE (HSX)
                 MOVE RD-SCORE-DATE      TO WH-CUR-DATE (HSX)
                 MOVE RD-DOC-TYPE        TO WH-DOC-TYPE (HSX)
                 MOVE RD-DOC-DIGITS      TO WH-DOC-DIGITS (HSX)
                 ADD 1 TO WS-UPDATED-COUNT
                 PERFORM CHECK-DETERIORATION
              END-IF
           END-IF.

       FIND-HIST-ENTRY.
           MOVE 'N' TO WS-HIST-FOUND.
           IF WS-HIST-COUNT > ZERO
              SET HSX TO 1
              SEARCH WS-HIST-ENTRY
                 AT END MOVE 'N' TO WS-HIST-FOUND
                 WHEN HSX > WS-HIST-COUNT
                    MOVE 'N' TO WS-HIST-FOUND
                 WHEN WH-ACCT-NO (HSX) = WS-WORK-ACCT
                    MOVE 'Y' TO WS-HIST-FOUND
              END-SEARCH
           END-IF.

       ADD-HIST-ENTRY.
           IF WS-HIST-COUNT = 3000
              STRING 'SCORE HISTORY TABLE FULL AT 3000 ENTRIES'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
           SET HSX TO WS-HIST-COUNT.
           MOVE WS-WORK-ACCT TO WH-ACCT-NO (HSX).
           MOVE SPACE        TO WH-DOC-TYPE (HSX).
           MOVE SPACES       TO WH-DOC-DIGITS (HSX).
           MOVE ZERO         TO WH-CUR-SCORE (HSX).
           MOVE ZERO         TO WH-CUR-DATE (HSX).
           MOVE ZERO         TO WH-PRIOR-SCORE (HSX).
           MOVE ZERO         TO WH-PRIOR-DATE (HSX).

       CHECK-DETERIORATION.
      *queda so vale entre dois scores informados; a conta que
      *cruzou para baixo do score minimo sai mesmo com queda menor
           IF WH-PRIOR-SCORE (HSX) > ZERO
              AND WH-CUR-SCORE (HSX) > ZERO
              COMPUTE WS-SCORE-DROP =
                 WH-PRIOR-SCORE (HSX) - WH-CUR-SCORE (HSX)
              IF WS-SCORE-DROP > WS-DROP-POINTS
                 OR (WH-CUR-SCORE (HSX) < WS-MIN-SCORE
                 AND WH-PRIOR-SCORE (HSX) NOT < WS-MIN-SCORE)
                 PERFORM LIST-DETERIORATION
              END-IF
           END-IF.

       LIST-DETERIORATION.
           ADD 1 TO WS-DETERIOR-COUNT.
           MOVE WH-ACCT-NO (HSX) TO ACCT-NO.
           READ ACCT-REC.
           EVALUATE TRUE
              WHEN ACCT-FILE-STATUS = '23'
                 MOVE '*NOT ON ACCTREC*' TO DL-LAST-NAME
                 MOVE ZERO TO DL-BALANCE
                 MOVE ZERO TO DL-LIMIT
              WHEN ACCT-FILE-STATUS NOT = '00'
                 STRING 'READ ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              WHEN OTHER
                 MOVE LAST-NAME    TO DL-LAST-NAME
                 MOVE ACCT-BALANCE TO DL-BALANCE
                 MOVE ACCT-LIMIT   TO DL-LIMIT
           END-EVALUATE.
           MOVE WH-ACCT-NO (HSX)     TO DL-ACCT-NO.
           MOVE WH-DOC-TYPE (HSX)    TO DL-DOC-TYPE.
           MOVE WH-DOC-DIGITS (HSX)  TO DL-DOC-DIGITS.
           MOVE WH-PRIOR-SCORE (HSX) TO DL-PRIOR-SCORE.
           MOVE WH-CUR-SCORE (HSX)   TO DL-CUR-SCORE.
           IF WS-SCORE-DROP > ZERO
              MOVE WS-SCORE-DROP TO DL-DROP
           ELSE
              MOVE ZERO TO DL-DROP
           END-IF.
           IF WH-CUR-SCORE (HSX) < WS-MIN-SCORE
              MOVE 'BELOW MIN' TO DL-FLAG
           ELSE
              MOVE SPACES TO DL-FLAG
           END-IF.
           MOVE DETERIOR-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       REWRITE-SCORE-HIST.
           OPEN OUTPUT SCORE-HIST.
           IF SHST-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT SCORE-HIST FAILED, STATUS '
                 SHST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-HIST-COUNT > ZERO
              PERFORM WRITE-ONE-HIST
                 VARYING HSX FROM 1 BY 1
                 UNTIL HSX > WS-HIST-COUNT
           END-IF.
           CLOSE SCORE-HIST.

       WRITE-ONE-HIST.
           MOVE WH-ACCT-NO (HSX)     TO SH-ACCT-NO.
           MOVE WH-DOC-TYPE (HSX)    TO SH-DOC-TYPE.
           MOVE WH-DOC-DIGITS (HSX)  TO SH-DOC-DIGITS.
           MOVE WH-CUR-SCORE (HSX)   TO SH-CUR-SCORE.
           MOVE WH-CUR-DATE (HSX)    TO SH-CUR-DATE.
           MOVE WH-PRIOR-SCORE (HSX) TO SH-PRIOR-SCORE.
           MOVE WH-PRIOR-DATE (HSX)  TO SH-PRIOR-DATE.
           WRITE SCORE-HIST-REC.
           IF SHST-FILE-STATUS NOT = '00'
              STRING 'WRITE SCORE-HIST FAILED, STATUS '
                 SHST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REPORT-COUNTS.
           IF WS-DETERIOR-COUNT = ZERO
              MOVE 'NO SCORE DETERIORATION THIS LOAD' TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'DOCUMENTS RECEIVED' TO CT-LABEL.
           MOVE WS-READ-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE '  OF WHICH WITHOUT SCORE' TO CT-LABEL.
           MOVE WS-UNSCORED-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE '  OF WHICH NOT ON XREFMST' TO CT-LABEL.
           MOVE WS-UNMATCHED-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ACCOUNTS UPDATED' TO CT-LABEL.
           MOVE WS-UPDATED-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ACCOUNTS DETERIORATED' TO CT-LABEL.
           MOVE WS-DETERIOR-COUNT TO CT-COUNT.
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
           CLOSE ACCT-REC .
           CLOSE REPORT-LINE .
           DISPLAY 'SCOREIN ' WS-UPDATED-COUNT ' ACCOUNTS UPDATED, '
              WS-DETERIOR-COUNT ' DETERIORATED'.
           IF WS-DETERIOR-COUNT > ZERO
              SET RC-DETERIORATION TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'SCOREIN '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de contas
      *atualizadas e o RETURN-CODE devolvido ao scheduler
           MOVE 'SCOREIN '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-UPDATED-COUNT     TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
