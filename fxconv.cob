      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. FxConv.
       AUTHOR. Julio Bittencourt.

      *Relatorio diario de conversao de moedas: o AcctPost converte
      *o movimento em moeda estrangeira para a moeda da conta pela
      *taxa do FXRATES e guarda no POSTJRNL a moeda, o valor
      *original e a taxa aplicada. Este passo le o diario da noite
      *e soma por par de moedas (origem -> conta) a quantidade de
      *itens, o total na moeda original, o total postado e a menor,
      *a maior e a taxa media efetiva aplicadas, para o financeiro
      *conferir o spread contra a cotacao de mercado do dia. O
      *estorno e a copia re-gravada do original estornado nao
      *entram - so a conversao feita na noite.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-JOURNAL ASSIGN TO POSTJRNL
               FILE STATUS IS PJRN-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO FXCRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD POST-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo AcctPost; valores e taxa vem
      *editados e o NUMVAL-C/NUMVAL devolve o numero
       01  JOURNAL-REC.
           05 JR-ACCT-NO        PIC X(8) .
           05 FILLER            PIC X(2) .
           05 JR-DC-CODE        PIC X(1) .
           05 FILLER            PIC X(2) .
           05 JR-AMOUNT         PIC X(14) .
           05 FILLER            PIC X(34) .
           05 JR-SEQ            PIC 9(7) .
           05 FILLER            PIC X(2) .
           05 JR-REF-SEQ        PIC 9(7) .
           05 FILLER            PIC X(2) .
           05 JR-REV-FLAG       PIC X(1) .
           05 FILLER            PIC X(2) .
           05 JR-ORIG-CURRENCY  PIC X(3) .
           05 FILLER            PIC X(1) .
           05 JR-POST-CURRENCY  PIC X(3) .
           05 FILLER            PIC X(2) .
           05 JR-ORIG-AMOUNT    PIC X(14) .
           05 FILLER            PIC X(2) .
           05 JR-FX-RATE        PIC X(12) .
           05 FILLER            PIC X(1) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       WORKING-STORAGE SECTION.
       01  PJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.

      *acumulacao por par de moedas, na ordem de chegada
       01  WS-PAIR-TABLE.
           05 WS-PAIR-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-PAIR-ENTRY OCCURS 100 TIMES
                 INDEXED BY PRX.
              10 WP-ORIG-CURRENCY PIC X(3).
              10 WP-POST-CURRENCY PIC X(3).
              10 WP-ITEM-COUNT    PIC 9(7).
              10 WP-ORIG-TOTAL    PIC S9(11)V99 COMP-3.
              10 WP-POST-TOTAL    PIC S9(11)V99 COMP-3.
              10 WP-MIN-RATE      PIC 9(5)V9(6).
              10 WP-MAX-RATE      PIC 9(5)V9(6).
       01  WS-PAIR-FOUND        PIC X(1) VALUE 'N'.
           88 PAIR-FOUND        VALUE 'Y'.
       01  WS-ORIG-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-POST-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-FX-RATE           PIC 9(5)V9(6) VALUE ZERO.
       01  WS-AVG-RATE          PIC 9(5)V9(6) VALUE ZERO.

      *contadores de controle da execucao
       01  WS-REC-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-FX-COUNT          PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  COLUMN-HEADER-LINE.
           05 FILLER             PIC X(10) VALUE 'PAIR'.
           05 FILLER             PIC X(9)  VALUE '  ITEMS'.
           05 FILLER             PIC X(17) VALUE '  ORIGINAL TOTAL'.
           05 FILLER             PIC X(17) VALUE '    POSTED TOTAL'.
           05 FILLER             PIC X(14) VALUE '      MIN RATE'.
           05 FILLER             PIC X(14) VALUE '      MAX RATE'.
           05 FILLER             PIC X(14) VALUE '      AVG RATE'.
           05 FILLER             PIC X(5)  VALUE SPACES.

       01  DETAIL-LINE.
           05 DT-ORIG-CURRENCY   PIC X(3).
           05 FILLER             PIC X(2)  VALUE '->'.
           05 DT-POST-CURRENCY   PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ITEM-COUNT      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ORIG-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-POST-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-MIN-RATE        PIC ZZZZ9.999999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-MAX-RATE        PIC ZZZZ9.999999.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-AVG-RATE        PIC ZZZZ9.999999.
           05 FILLER             PIC X(7)  VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER             PIC X(21)
              VALUE 'CONVERTED ITEMS:     '.
           05 TL-FX-COUNT        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(18) VALUE '  CURRENCY PAIRS: '.
           05 TL-PAIR-COUNT      PIC ZZ9.
           05 FILLER             PIC X(51) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM SUM-POST-JOURNAL.
           PERFORM WRITE-PAIR-LINES.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'DAILY FX CONVERSION REPORT BY CURRENCY PAIR'
              TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE COLUMN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'FXCONV ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       SUM-POST-JOURNAL.
      *so o movimento convertido na noite: estorno ('R' no codigo)
      *e copia re-gravada do original ('R' no flag) ficam de fora;
      *sem o diario no job o relatorio sai vazio
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT POST-JOURNAL.
           IF PJRN-FILE-STATUS = '05' OR PJRN-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF PJRN-FILE-STATUS NOT = '00'
                 STRING 'OPEN POST-JOURNAL FAILED, STATUS '
                    PJRN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-POST-REC
              PERFORM UNTIL GEN-EOF
                 ADD 1 TO WS-REC-COUNT
                 IF JR-ORIG-CURRENCY NOT = SPACES
                    AND JR-DC-CODE NOT = 'R'
                    AND JR-REV-FLAG NOT = 'R'
                    PERFORM ACCUMULATE-PAIR
                 END-IF
                 PERFORM READ-POST-REC
              END-PERFORM
              CLOSE POST-JOURNAL
           END-IF.

       READ-POST-REC.
           READ POST-JOURNAL
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF PJRN-FILE-STATUS NOT = '00'
              AND PJRN-FILE-STATUS NOT = '10'
              STRING 'READ POST-JOURNAL FAILED, STATUS '
                 PJRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ACCUMULATE-PAIR.
           ADD 1 TO WS-FX-COUNT.
           COMPUTE WS-ORIG-AMOUNT = FUNCTION NUMVAL-C (JR-ORIG-AMOUNT).
           COMPUTE WS-POST-AMOUNT = FUNCTION NUMVAL-C (JR-AMOUNT).
           COMPUTE WS-FX-RATE = FUNCTION NUMVAL (JR-FX-RATE).
           MOVE 'N' TO WS-PAIR-FOUND.
           IF WS-PAIR-COUNT > ZERO
              SET PRX TO 1
              SEARCH WS-PAIR-ENTRY
                 AT END MOVE 'N' TO WS-PAIR-FOUND
                 WHEN PRX > WS-PAIR-COUNT
                    MOVE 'N' TO WS-PAIR-FOUND
                 WHEN WP-ORIG-CURRENCY (PRX) = JR-ORIG-CURRENCY
                    AND WP-POST-CURRENCY (PRX) = JR-POST-CURRENCY
                    MOVE 'Y' TO WS-PAIR-FOUND
              END-SEARCH
           END-IF.
           IF NOT PAIR-FOUND
              IF WS-PAIR-COUNT = 100
                 STRING 'PAIR TABLE FULL AT 100 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-PAIR-COUNT
              SET PRX TO WS-PAIR-COUNT
              MOVE JR-ORIG-CURRENCY TO WP-ORIG-CURRENCY (PRX)
              MOVE JR-POST-CURRENCY TO WP-POST-CURRENCY (PRX)
              MOVE ZERO       TO WP-ITEM-COUNT (PRX)
              MOVE ZERO       TO WP-ORIG-TOTAL (PRX)
              MOVE ZERO       TO WP-POST-TOTAL (PRX)
              MOVE WS-FX-RATE TO WP-MIN-RATE (PRX)
              MOVE WS-FX-RATE TO WP-MAX-RATE (PRX)
           END-IF.
           ADD 1              TO WP-ITEM-COUNT (PRX).
           ADD WS-ORIG-AMOUNT TO WP-ORIG-TOTAL (PRX).
           ADD WS-POST-AMOUNT TO WP-POST-TOTAL (PRX).
           IF WS-FX-RATE < WP-MIN-RATE (PRX)
              MOVE WS-FX-RATE TO WP-MIN-RATE (PRX)
           END-IF.
           IF WS-FX-RATE > WP-MAX-RATE (PRX)
              MOVE WS-FX-RATE TO WP-MAX-RATE (PRX)
           END-IF.

       WRITE-PAIR-LINES.
           IF WS-PAIR-COUNT > ZERO
              PERFORM WRITE-ONE-PAIR-LINE
                 VARYING PRX FROM 1 BY 1
                 UNTIL PRX > WS-PAIR-COUNT
           END-IF.

       WRITE-ONE-PAIR-LINE.
      *taxa media efetiva = total postado / total original, a que
      *o financeiro compara com a cotacao do dia
           IF WP-ORIG-TOTAL (PRX) NOT = ZERO
              COMPUTE WS-AVG-RATE ROUNDED =
                 WP-POST-TOTAL (PRX) / WP-ORIG-TOTAL (PRX)
           ELSE
              MOVE ZERO TO WS-AVG-RATE
           END-IF.
           MOVE WP-ORIG-CURRENCY (PRX) TO DT-ORIG-CURRENCY.
           MOVE WP-POST-CURRENCY (PRX) TO DT-POST-CURRENCY.
           MOVE WP-ITEM-COUNT (PRX)    TO DT-ITEM-COUNT.
           MOVE WP-ORIG-TOTAL (PRX)    TO DT-ORIG-TOTAL.
           MOVE WP-POST-TOTAL (PRX)    TO DT-POST-TOTAL.
           MOVE WP-MIN-RATE (PRX)      TO DT-MIN-RATE.
           MOVE WP-MAX-RATE (PRX)      TO DT-MAX-RATE.
           MOVE WS-AVG-RATE            TO DT-AVG-RATE.
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
           MOVE WS-FX-COUNT   TO TL-FX-COUNT.
           MOVE WS-PAIR-COUNT TO TL-PAIR-COUNT.
           MOVE TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           CLOSE REPORT-LINE .
           SET RC-NORMAL TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'FXCONV  '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de records lidos do
      *diario e o RETURN-CODE devolvido ao scheduler
           MOVE 'FXCONV  '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-REC-COUNT         TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
