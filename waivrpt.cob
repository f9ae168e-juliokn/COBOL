      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. WaivRpt.
       AUTHOR. Julio Bittencourt.

      *Relatorio mensal de isencoes de tarifa e creditos de
      *cortesia: le o historico WAIVHIST gravado pelo WaivEnt e pelo
      *WaivApr e, para as decisoes do mes de referencia (o mes
      *anterior ao da execucao, ou o AAAAMM do WRPTPARM para
      *refazer um mes), soma por operador que pediu, agencia e
      *motivo a quantidade e o valor concedido (postado direto ou
      *aprovado) e a quantidade rejeitada, com subtotal por
      *operador e total geral - para a gerencia ver quem esta
      *abrindo mao de receita. Mesmo arranjo do DormRpt: o SORT
      *agrupa e a saida emite as quebras.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAIV-HIST ASSIGN TO WAIVHIST
               FILE STATUS IS HIST-FILE-STATUS .
           SELECT RPT-PARM ASSIGN TO WRPTPARM
               FILE STATUS IS PARM-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO WAIVRPT
               FILE STATUS IS RPT-FILE-STATUS .
           SELECT SORT-WORK ASSIGN TO SORTWK01 .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD WAIV-HIST RECORDING MODE F .
      *layout compartilhado no copybook WAIVREQ
           COPY WAIVREQ.

       FD RPT-PARM RECORDING MODE F .
      *mes de referencia opcional, para refazer um mes anterior
       01  RPT-PARM-REC.
           05 RP-REF-MONTH      PIC 9(6) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(132) .

       SD SORT-WORK .
      *uma decisao do mes, classificada por operador, agencia e
      *motivo
       01  SORT-REC.
           05 SR-OPERATOR       PIC X(8) .
           05 SR-BRANCH         PIC X(4) .
           05 SR-REASON         PIC X(4) .
           05 SR-STATUS         PIC X(1) .
           05 SR-AMOUNT         PIC 9(7)V99 .

       WORKING-STORAGE SECTION.
       01  HIST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-HIST-EOF          PIC X(1) VALUE 'N'.
           88 HIST-EOF          VALUE 'Y'.
       01  WS-SORT-EOF          PIC X(1) VALUE 'N'.
           88 SORT-EOF          VALUE 'Y'.

      *mes de referencia AAAAMM
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-VIEW REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR     PIC 9(4) .
           05 WS-TODAY-MONTH    PIC 9(2) .
           05 WS-TODAY-DAY      PIC 9(2) .
       01  WS-REF-MONTH         PIC 9(6) VALUE ZERO.
       01  WS-REF-VIEW REDEFINES WS-REF-MONTH.
           05 WS-REF-YEAR       PIC 9(4) .
           05 WS-REF-MM         PIC 9(2) .

      *chave do grupo corrente e acumuladores das quebras
       01  WS-CURR-OPERATOR     PIC X(8) VALUE SPACES.
       01  WS-CURR-BRANCH       PIC X(4) VALUE SPACES.
       01  WS-CURR-REASON       PIC X(4) VALUE SPACES.
       01  WS-GROUP-OPEN        PIC X(1) VALUE 'N'.
           88 GROUP-OPEN        VALUE 'Y'.
       01  WS-GRP-GRANTED       PIC 9(7) VALUE ZERO.
       01  WS-GRP-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GRP-REJECTED      PIC 9(7) VALUE ZERO.
       01  WS-OPR-GRANTED       PIC 9(7) VALUE ZERO.
       01  WS-OPR-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-OPR-REJECTED      PIC 9(7) VALUE ZERO.
       01  WS-TOT-GRANTED       PIC 9(7) VALUE ZERO.
       01  WS-TOT-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-REJECTED      PIC 9(7) VALUE ZERO.
       01  WS-SELECTED-COUNT    PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  TITLE-LINE.
           05 FILLER             PIC X(46) VALUE
              'FEE WAIVERS AND GOODWILL CREDITS - MONTH OF '.
           05 TL-REF-MONTH       PIC 9999/99.
           05 FILLER             PIC X(79) VALUE SPACES.

       01  COLUMN-LINE.
           05 FILLER             PIC X(10) VALUE 'OPERATOR'.
           05 FILLER             PIC X(8)  VALUE 'BRANCH'.
           05 FILLER             PIC X(8)  VALUE 'REASON'.
           05 FILLER             PIC X(11) VALUE '    GRANTED'.
           05 FILLER             PIC X(20) VALUE
              '      AMOUNT GRANTED'.
           05 FILLER             PIC X(9)  VALUE ' REJECTED'.
           05 FILLER             PIC X(66) VALUE SPACES.

       01  DETAIL-LINE.
           05 DT-OPERATOR        PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-BRANCH          PIC X(5).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 DT-REASON          PIC X(4).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 DT-GRANTED         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-AMOUNT          PIC $$$,$$$,$$$,$$9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-REJECTED        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(66) VALUE SPACES.

       01  BLANK-LINE            PIC X(132) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           SORT SORT-WORK
              ON ASCENDING KEY SR-OPERATOR SR-BRANCH SR-REASON
              INPUT PROCEDURE IS SELECT-MONTH-DECISIONS
              OUTPUT PROCEDURE IS EMIT-GROUPED-REPORT.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM SET-REFERENCE-MONTH.
           OPEN OUTPUT REPORT-LINE.
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE WS-REF-MONTH TO TL-REF-MONTH.
           MOVE TITLE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE COLUMN-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       SET-REFERENCE-MONTH.
      *sem parametro vale o mes anterior ao da execucao - o
      *relatorio roda no comeco do mes, sobre o mes fechado
           MOVE WS-TODAY-YEAR TO WS-REF-YEAR.
           IF WS-TODAY-MONTH = 1
              SUBTRACT 1 FROM WS-REF-YEAR
              MOVE 12 TO WS-REF-MM
           ELSE
              COMPUTE WS-REF-MM = WS-TODAY-MONTH - 1
           END-IF.
           OPEN INPUT RPT-PARM.
           IF PARM-FILE-STATUS = '00'
              READ RPT-PARM
              IF PARM-FILE-STATUS = '00'
                 AND RP-REF-MONTH NUMERIC
                 AND RP-REF-MONTH > ZERO
                 MOVE RP-REF-MONTH TO WS-REF-MONTH
              END-IF
              CLOSE RPT-PARM
           END-IF.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'WAIVRPT ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       SELECT-MONTH-DECISIONS.
      *so decisoes do mes: postado direto, aprovado e rejeitado; o
      *record 'Q' de entrada na fila nao e decisao e fica de fora
           OPEN INPUT WAIV-HIST.
           IF HIST-FILE-STATUS = '05' OR HIST-FILE-STATUS = '35'
              MOVE 'Y' TO WS-HIST-EOF
           ELSE
              IF HIST-FILE-STATUS NOT = '00'
                 STRING 'OPEN WAIV-HIST FAILED, STATUS '
                    HIST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-HIST-REC
              PERFORM UNTIL HIST-EOF
                 IF WR-DECISION-DATE (1:6) = WS-REF-MONTH
                    AND (WR-ST-POSTED OR WR-ST-APPROVED
                       OR WR-ST-REJECTED)
                    PERFORM RELEASE-DECISION
                 END-IF
                 PERFORM READ-HIST-REC
              END-PERFORM
              CLOSE WAIV-HIST
           END-IF.

       READ-HIST-REC.
           READ WAIV-HIST
           AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ.
           IF HIST-FILE-STATUS NOT = '00'
              AND HIST-FILE-STATUS NOT = '10'
              STRING 'READ WAIV-HIST FAILED, STATUS '
                 HIST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       RELEASE-DECISION.
           ADD 1 TO WS-SELECTED-COUNT.
           MOVE WR-ENTERED-BY   TO SR-OPERATOR.
           MOVE WR-BRANCH       TO SR-BRANCH.
           MOVE WR-REASON-CODE  TO SR-REASON.
           MOVE WR-STATUS       TO SR-STATUS.
           MOVE WR-AMOUNT       TO SR-AMOUNT.
           RELEASE SORT-REC.

       EMIT-GROUPED-REPORT.
      *quebra de operador fecha o grupo e o subtotal do operador;
      *quebra de agencia ou motivo so fecha o grupo
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM RETURN-SORT-REC.
           PERFORM UNTIL SORT-EOF
              IF GROUP-OPEN
                 AND SR-OPERATOR NOT = WS-CURR-OPERATOR
                 PERFORM WRITE-GROUP-LINE
                 PERFORM WRITE-OPERATOR-TOTAL
              END-IF
              IF GROUP-OPEN
                 AND (SR-BRANCH NOT = WS-CURR-BRANCH
                    OR SR-REASON NOT = WS-CURR-REASON)
                 PERFORM WRITE-GROUP-LINE
              END-IF
              IF NOT GROUP-OPEN
                 MOVE SR-OPERATOR TO WS-CURR-OPERATOR
                 MOVE SR-BRANCH   TO WS-CURR-BRANCH
                 MOVE SR-REASON   TO WS-CURR-REASON
                 MOVE 'Y' TO WS-GROUP-OPEN
              END-IF
              IF SR-STATUS = 'R'
                 ADD 1 TO WS-GRP-REJECTED
              ELSE
                 ADD 1 TO WS-GRP-GRANTED
                 ADD SR-AMOUNT TO WS-GRP-AMOUNT
              END-IF
              PERFORM RETURN-SORT-REC
           END-PERFORM.
           IF GROUP-OPEN
              PERFORM WRITE-GROUP-LINE
              PERFORM WRITE-OPERATOR-TOTAL
           END-IF.
           PERFORM WRITE-GRAND-TOTAL.

       RETURN-SORT-REC.
           RETURN SORT-WORK
           AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       WRITE-GROUP-LINE.
           MOVE WS-CURR-OPERATOR TO DT-OPERATOR.
           MOVE WS-CURR-BRANCH   TO DT-BRANCH.
           MOVE WS-CURR-REASON   TO DT-REASON.
           MOVE WS-GRP-GRANTED   TO DT-GRANTED.
           MOVE WS-GRP-AMOUNT    TO DT-AMOUNT.
           MOVE WS-GRP-REJECTED  TO DT-REJECTED.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           ADD WS-GRP-GRANTED  TO WS-OPR-GRANTED.
           ADD WS-GRP-AMOUNT   TO WS-OPR-AMOUNT.
           ADD WS-GRP-REJECTED TO WS-OPR-REJECTED.
           MOVE ZERO TO WS-GRP-GRANTED.
           MOVE ZERO TO WS-GRP-AMOUNT.
           MOVE ZERO TO WS-GRP-REJECTED.
           MOVE 'N' TO WS-GROUP-OPEN.

       WRITE-OPERATOR-TOTAL.
           MOVE WS-CURR-OPERATOR TO DT-OPERATOR.
           MOVE 'TOTAL'          TO DT-BRANCH.
           MOVE SPACES           TO DT-REASON.
           MOVE WS-OPR-GRANTED   TO DT-GRANTED.
           MOVE WS-OPR-AMOUNT    TO DT-AMOUNT.
           MOVE WS-OPR-REJECTED  TO DT-REJECTED.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           ADD WS-OPR-GRANTED  TO WS-TOT-GRANTED.
           ADD WS-OPR-AMOUNT   TO WS-TOT-AMOUNT.
           ADD WS-OPR-REJECTED TO WS-TOT-REJECTED.
           MOVE ZERO TO WS-OPR-GRANTED.
           MOVE ZERO TO WS-OPR-AMOUNT.
           MOVE ZERO TO WS-OPR-REJECTED.

       WRITE-GRAND-TOTAL.
           MOVE 'ALL'            TO DT-OPERATOR.
           MOVE 'TOTAL'          TO DT-BRANCH.
           MOVE SPACES           TO DT-REASON.
           MOVE WS-TOT-GRANTED   TO DT-GRANTED.
           MOVE WS-TOT-AMOUNT    TO DT-AMOUNT.
           MOVE WS-TOT-REJECTED  TO DT-REJECTED.
           MOVE DETAIL-LINE TO REPORT-REC.
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
           CLOSE REPORT-LINE.
           DISPLAY 'WAIVRPT MONTH ' WS-REF-MONTH ': '
              WS-TOT-GRANTED ' GRANTED, '
              WS-TOT-REJECTED ' REJECTED'.
           SET RC-NORMAL TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'WAIVRPT '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de decisoes do mes
      *e o RETURN-CODE que o job esta devolvendo ao scheduler
           MOVE 'WAIVRPT '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-SELECTED-COUNT    TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
