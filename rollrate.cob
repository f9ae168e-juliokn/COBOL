      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. RollRate.
       AUTHOR. Julio Bittencourt.

      *Analise de rolagem mes a mes da inadimplencia: o DELQHIST
      *so guarda a idade de hoje, entao a migracao entre faixas de
      *um fechamento para o outro nunca podia ser medida. Este
      *passo, rodado depois do fechamento mensal, grava no DELQSNAP
      *o retrato de cada conta do MONTHEND com a data de ciclo dele
      *e a faixa do DELQHIST (ou 'Z' se ja baixada no CHGOFF) e
      *emite no ROLLRPT a matriz de transicao faixa a faixa entre os
      *dois ultimos fechamentos, em contas e em saldo devedor, com
      *a taxa de cura (volta para em dia), a rolagem para faixa
      *pior e o fluxo para o ChgOff por faixa de origem, e a visao
      *dos seis ultimos meses com as taxas de rolagem em saldo.
      *Sem o MONTHEND alocado o relatorio sai so do DELQSNAP; ciclo
      *ja retratado nao e gravado de novo (RC 4).
      *Com os ciclos de faturamento espalhados pelo mes o MONTHEND
      *de cada noite traz so as contas do ciclo da noite; o retrato
      *continua gravado com a data de cada noite, mas a matriz e a
      *visao dos seis meses agrupam o DELQSNAP por mes de extrato
      *(ano e mes da data de ciclo), cada conta uma vez por mes.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTH-END-IN ASSIGN TO MONTHEND
               FILE STATUS IS MEND-FILE-STATUS .
           SELECT DELQ-HIST ASSIGN TO DELQHIST
               FILE STATUS IS DELH-FILE-STATUS .
           SELECT CHGOFF-FILE ASSIGN TO CHGOFF
               FILE STATUS IS CHGO-FILE-STATUS .
           SELECT DELQ-SNAP ASSIGN TO DELQSNAP
               FILE STATUS IS SNAP-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO ROLLRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD MONTH-END-IN RECORDING MODE F .
      *mesmo layout gravado pelo WRITE-MONTH-END-RECORD do
      *FileHandling
       01  MONTH-END-REC.
           05 ME-ACCT-NO        PIC X(8) .
           05 ME-CYCLE-DATE     PIC 9(8) .
           05 ME-BALANCE        PIC S9(7)V99 COMP-3 .
           05 ME-FIN-CHARGE     PIC S9(7)V99 COMP-3 .
           05 FILLER            PIC X(24) .

       FD DELQ-HIST RECORDING MODE F .
      *layout compartilhado no copybook DELQHIST
           COPY DELQHIST.

       FD CHGOFF-FILE RECORDING MODE F .
      *layout compartilhado no copybook CHGOFF
           COPY CHGOFF.

       FD DELQ-SNAP RECORDING MODE F .
      *layout compartilhado no copybook DELQSNAP
           COPY DELQSNAP.

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(132) .

       WORKING-STORAGE SECTION.
       01  MEND-FILE-STATUS     PIC X(2) VALUE '00'.
       01  DELH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CHGO-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SNAP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.

      *idade de atraso de cada conta, carregada do DELQHIST
       01  WS-HIST-TABLE.
           05 WS-HIST-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-HIST-ENTRY OCCURS 1000 TIMES
                 INDEXED BY DHX.
              10 WH-ACCT-NO     PIC X(8).
              10 WH-DAYS        PIC 9(5).
       01  WS-HIST-FOUND        PIC X(1) VALUE 'N'.
           88 HIST-FOUND        VALUE 'Y'.

      *contas baixadas no razao CHGOFF, com a data da baixa
       01  WS-CO-TABLE.
           05 WS-CO-COUNT       PIC 9(4) VALUE ZERO.
           05 WS-CO-ENTRY OCCURS 5000 TIMES
                 INDEXED BY COX.
              10 WCO-ACCT-NO    PIC X(8).
              10 WCO-DATE       PIC 9(8).
       01  WS-CO-FOUND          PIC X(1) VALUE 'N'.
           88 CO-FOUND          VALUE 'Y'.

      *retrato do fechamento corrente
       01  WS-SNAP-OPEN         PIC X(1) VALUE 'N'.
           88 SNAP-OPEN         VALUE 'Y'.
       01  WS-SNAP-SKIPPED      PIC X(1) VALUE 'N'.
           88 SNAP-SKIPPED      VALUE 'Y'.
       01  WS-SNAP-DATE         PIC 9(8) VALUE ZERO.
       01  WS-SNAP-COUNT        PIC 9(7) VALUE ZERO.

      *os sete ultimos fechamentos do DELQSNAP (seis transicoes),
      *do mais antigo para o mais recente
       01  WS-CYCLE-TABLE.
           05 WS-CYCLE-COUNT    PIC 9(2) VALUE ZERO.
           05 WS-CYCLE-ENTRY OCCURS 7 TIMES
                 INDEXED BY CYX.
              10 WCY-CYCLE-DATE PIC 9(8).
       01  WS-CYCLE-FOUND       PIC X(1) VALUE 'N'.
           88 CYCLE-FOUND       VALUE 'Y'.
       01  WS-CYC-SUB           PIC 9(2) VALUE ZERO.

      *faixa e saldo de cada conta em cada um dos fechamentos da
      *tabela acima; faixa em branco = conta fora daquele MONTHEND
       01  WS-ACCT-TABLE.
           05 WS-ACCT-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-ACCT-ENTRY OCCURS 2000 TIMES
                 INDEXED BY ACX.
              10 WAC-ACCT-NO    PIC X(8).
              10 WAC-CYCLE OCCURS 7 TIMES.
                 15 WAC-BUCKET  PIC X(1).
                 15 WAC-BALANCE PIC S9(7)V99 COMP-3.
       01  WS-ACCT-FOUND        PIC X(1) VALUE 'N'.
           88 ACCT-FOUND        VALUE 'Y'.

      *matriz de transicao: linha = faixa de origem (1 em dia, 2 a
      *6 as faixas de atraso), coluna = faixa de destino (mais 7
      *baixada e 8 fora do fechamento seguinte); o saldo e o saldo
      *devedor no fechamento de origem
       01  WS-MATRIX.
           05 WS-MX-ROW OCCURS 6 TIMES.
              10 WMR-COUNT      PIC 9(7).
              10 WMR-BALANCE    PIC S9(11)V99 COMP-3.
              10 WS-MX-CELL OCCURS 8 TIMES.
                 15 WMX-COUNT   PIC 9(7).
                 15 WMX-BALANCE PIC S9(11)V99 COMP-3.
       01  WS-FROM-SUB          PIC 9(2) VALUE ZERO.
       01  WS-TO-SUB            PIC 9(2) VALUE ZERO.
       01  WS-ROW               PIC 9(2) VALUE ZERO.
       01  WS-COL               PIC 9(2) VALUE ZERO.
       01  WS-START-COL         PIC 9(2) VALUE ZERO.
       01  WS-WORK-BUCKET       PIC X(1) VALUE SPACE.
       01  WS-WORK-INDEX        PIC 9(2) VALUE ZERO.
       01  WS-OWED-AMOUNT       PIC S9(7)V99 COMP-3 VALUE ZERO.

      *taxas calculadas para as linhas do relatorio
       01  WS-PCT               PIC 9(3)V99 VALUE ZERO.
       01  WS-PCT-NUM           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PCT-DEN           PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CURE-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-DELQ-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-CO-ACCOUNTS       PIC 9(7) VALUE ZERO.
       01  WS-CO-BALANCE        PIC S9(11)V99 COMP-3 VALUE ZERO.

      *rotulos das faixas, na ordem das linhas e colunas da matriz
       01  WS-BUCKET-NAMES.
           05 FILLER             PIC X(10) VALUE 'CURRENT   '.
           05 FILLER             PIC X(10) VALUE '1-29      '.
           05 FILLER             PIC X(10) VALUE '30-59     '.
           05 FILLER             PIC X(10) VALUE '60-89     '.
           05 FILLER             PIC X(10) VALUE '90-119    '.
           05 FILLER             PIC X(10) VALUE '120+      '.
           05 FILLER             PIC X(10) VALUE 'CHGOFF    '.
           05 FILLER             PIC X(10) VALUE 'GONE      '.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME     PIC X(10) OCCURS 8 TIMES.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE; 4 avisa que o retrato do ciclo nao foi gravado
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-NO-SNAPSHOT    VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  PAIR-LINE.
           05 FILLER             PIC X(13) VALUE 'TRANSITIONS: '.
           05 PR-FROM-DATE       PIC 9999/99/99.
           05 FILLER             PIC X(4)  VALUE ' -> '.
           05 PR-TO-DATE         PIC 9999/99/99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PR-TEXT            PIC X(40).
           05 FILLER             PIC X(53) VALUE SPACES.

       01  MATRIX-HEAD-LINE.
           05 MH-TITLE           PIC X(10).
           05 MH-COLUMN OCCURS 8 TIMES.
              10 FILLER          PIC X(4).
              10 MH-LABEL        PIC X(10).

       01  MATRIX-COUNT-LINE.
           05 MC-LABEL           PIC X(10).
           05 MC-COLUMN OCCURS 8 TIMES.
              10 FILLER          PIC X(3).
              10 MC-COUNT        PIC ZZZ,ZZZ,ZZ9.

       01  MATRIX-BAL-LINE.
           05 MB-LABEL           PIC X(10).
           05 MB-COLUMN OCCURS 8 TIMES.
              10 FILLER          PIC X(1).
              10 MB-BALANCE      PIC ZZ,ZZZ,ZZ9.99.

       01  RATE-LINE.
           05 RT-LABEL           PIC X(10).
           05 FILLER             PIC X(10) VALUE 'ACCOUNTS: '.
           05 RT-COUNT           PIC ZZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE '  BALANCE '.
           05 RT-BALANCE         PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(7)  VALUE '  CURE '.
           05 RT-CURE-PCT        PIC ZZ9.99.
           05 FILLER             PIC X(1)  VALUE '%'.
           05 FILLER             PIC X(11) VALUE '  ROLL FWD '.
           05 RT-ROLL-PCT        PIC ZZ9.99.
           05 FILLER             PIC X(1)  VALUE '%'.
           05 FILLER             PIC X(12) VALUE '  TO CHGOFF '.
           05 RT-CO-PCT          PIC ZZ9.99.
           05 FILLER             PIC X(1)  VALUE '%'.
           05 FILLER             PIC X(30) VALUE SPACES.

       01  TREND-HEAD-LINE.
           05 FILLER             PIC X(25) VALUE 'FROM        TO'.
           05 FILLER             PIC X(8)  VALUE 'CUR>1-29'.
           05 FILLER             PIC X(8)  VALUE '1-29>30+'.
           05 FILLER             PIC X(8)  VALUE '30>60-89'.
           05 FILLER             PIC X(8)  VALUE '60>90+  '.
           05 FILLER             PIC X(8)  VALUE '90>120+ '.
           05 FILLER             PIC X(8)  VALUE '120+>CO '.
           05 FILLER             PIC X(31)
                 VALUE '   CURE%  CO ACCTS   CO BALANCE'.
           05 FILLER             PIC X(28) VALUE SPACES.

       01  TREND-LINE.
           05 TR-FROM-DATE       PIC 9999/99/99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TR-TO-DATE         PIC 9999/99/99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 TR-ROLL OCCURS 6 TIMES.
              10 TR-ROLL-PCT     PIC ZZ9.99.
              10 FILLER          PIC X(2).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TR-CURE-PCT        PIC ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TR-CO-ACCOUNTS     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TR-CO-BALANCE      PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(31) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-HISTORY.
           PERFORM LOAD-CHARGE-OFFS.
           PERFORM SCAN-CYCLES.
           PERFORM TAKE-SNAPSHOT.
           PERFORM SCAN-CYCLES.
           PERFORM LOAD-SNAPSHOTS.
           PERFORM REPORT-MATRIX.
           PERFORM REPORT-TREND.
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
           MOVE 'DELINQUENCY ROLL-RATE ANALYSIS' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'ROLLRATE ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-HISTORY.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT DELQ-HIST.
           IF DELH-FILE-STATUS = '05' OR DELH-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF DELH-FILE-STATUS NOT = '00'
                 STRING 'OPEN DELQ-HIST FAILED, STATUS '
                    DELH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-HIST-REC
              PERFORM UNTIL GEN-EOF
                 IF WS-HIST-COUNT = 1000
                    STRING 'HISTORY TABLE FULL AT 1000 ENTRIES'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-HIST-COUNT
                 SET DHX TO WS-HIST-COUNT
                 MOVE DH-ACCT-NO     TO WH-ACCT-NO (DHX)
                 MOVE DH-DAYS-DELINQ TO WH-DAYS (DHX)
                 PERFORM READ-HIST-REC
              END-PERFORM
              CLOSE DELQ-HIST
           END-IF.

       READ-HIST-REC.
           READ DELQ-HIST
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF DELH-FILE-STATUS NOT = '00'
              AND DELH-FILE-STATUS NOT = '10'
              STRING 'READ DELQ-HIST FAILED, STATUS '
                 DELH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-CHARGE-OFFS.
      *so as baixas ('C') interessam: conta baixada continua 'Z'
      *mesmo depois de recuperacao
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
                 IF CO-CHARGE-OFF
                    PERFORM FIND-CHARGE-OFF
                    IF NOT CO-FOUND
                       IF WS-CO-COUNT = 5000
                          STRING 'CHARGE-OFF TABLE FULL AT 5000'
                             DELIMITED BY SIZE INTO WS-ABEND-TEXT
                          PERFORM ABEND-RUN
                       END-IF
                       ADD 1 TO WS-CO-COUNT
                       SET COX TO WS-CO-COUNT
                       MOVE CO-ACCT-NO TO WCO-ACCT-NO (COX)
                       MOVE CO-DATE    TO WCO-DATE (COX)
                    END-IF
                 END-IF
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

       FIND-CHARGE-OFF.
           MOVE 'N' TO WS-CO-FOUND.
           IF WS-CO-COUNT > ZERO
              SET COX TO 1
              SEARCH WS-CO-ENTRY
                 AT END MOVE 'N' TO WS-CO-FOUND
                 WHEN COX > WS-CO-COUNT
                    MOVE 'N' TO WS-CO-FOUND
                 WHEN WCO-ACCT-NO (COX) = CO-ACCT-NO
                    MOVE 'Y' TO WS-CO-FOUND
              END-SEARCH
           END-IF.

       SCAN-CYCLES.
      *o DELQSNAP cresce na ordem dos fechamentos: a quebra de mes
      *abre um ciclo novo e, passados sete, o mais antigo sai; as
      *noites de ciclo do mesmo mes so avancam a data do ciclo
           MOVE ZERO TO WS-CYCLE-COUNT.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT DELQ-SNAP.
           IF SNAP-FILE-STATUS = '05' OR SNAP-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF SNAP-FILE-STATUS NOT = '00'
                 STRING 'OPEN DELQ-SNAP FAILED, STATUS '
                    SNAP-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-SNAP-REC
              PERFORM UNTIL GEN-EOF
                 IF WS-CYCLE-COUNT = ZERO
                    OR DS-CYCLE-DATE (1:6)
                       NOT = WCY-CYCLE-DATE (WS-CYCLE-COUNT) (1:6)
                    PERFORM ADD-CYCLE
                 ELSE
                    MOVE DS-CYCLE-DATE
                       TO WCY-CYCLE-DATE (WS-CYCLE-COUNT)
                 END-IF
                 PERFORM READ-SNAP-REC
              END-PERFORM
              CLOSE DELQ-SNAP
           END-IF.

       ADD-CYCLE.
           IF WS-CYCLE-COUNT = 7
              PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                 UNTIL WS-CYC-SUB > 6
                 MOVE WCY-CYCLE-DATE (WS-CYC-SUB + 1)
                    TO WCY-CYCLE-DATE (WS-CYC-SUB)
              END-PERFORM
           ELSE
              ADD 1 TO WS-CYCLE-COUNT
           END-IF.
           MOVE DS-CYCLE-DATE TO WCY-CYCLE-DATE (WS-CYCLE-COUNT).

       READ-SNAP-REC.
           READ DELQ-SNAP
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF SNAP-FILE-STATUS NOT = '00'
              AND SNAP-FILE-STATUS NOT = '10'
              STRING 'READ DELQ-SNAP FAILED, STATUS '
                 SNAP-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       TAKE-SNAPSHOT.
      *retrato do fechamento do MONTHEND; ciclo igual ou anterior
      *ao ultimo ja retratado e re-execucao e nao e gravado de novo
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT MONTH-END-IN.
           IF MEND-FILE-STATUS = '05' OR MEND-FILE-STATUS = '35'
              MOVE 'Y' TO WS-SNAP-SKIPPED
              DISPLAY 'ROLLRATE: NO MONTHEND INPUT, NO SNAPSHOT TAKEN'
           ELSE
              IF MEND-FILE-STATUS NOT = '00'
                 STRING 'OPEN MONTH-END-IN FAILED, STATUS '
                    MEND-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-ME-REC
              PERFORM UNTIL GEN-EOF OR SNAP-SKIPPED
                 IF ME-ACCT-NO NOT = '*METRLR*'
                    PERFORM SNAP-ONE-ACCOUNT
                 END-IF
                 PERFORM READ-ME-REC
              END-PERFORM
              CLOSE MONTH-END-IN
           END-IF.
           IF SNAP-OPEN
              CLOSE DELQ-SNAP
           END-IF.

       READ-ME-REC.
           READ MONTH-END-IN
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF MEND-FILE-STATUS NOT = '00'
              AND MEND-FILE-STATUS NOT = '10'
              STRING 'READ MONTH-END-IN FAILED, STATUS '
                 MEND-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SNAP-ONE-ACCOUNT.
           IF NOT SNAP-OPEN
              MOVE ME-CYCLE-DATE TO WS-SNAP-DATE
              IF WS-CYCLE-COUNT > ZERO
                 AND WS-SNAP-DATE
                     NOT > WCY-CYCLE-DATE (WS-CYCLE-COUNT)
                 MOVE 'Y' TO WS-SNAP-SKIPPED
                 DISPLAY 'ROLLRATE: CYCLE ' WS-SNAP-DATE
                    ' ALREADY IN DELQSNAP, NO SNAPSHOT TAKEN'
              ELSE
                 PERFORM OPEN-SNAP-EXTEND
              END-IF
           END-IF.
           IF SNAP-OPEN
              MOVE SPACES        TO DELQ-SNAP-REC
              MOVE ME-CYCLE-DATE TO DS-CYCLE-DATE
              MOVE ME-ACCT-NO    TO DS-ACCT-NO
              MOVE ME-BALANCE    TO DS-BALANCE
              MOVE ZERO          TO DS-DAYS-DELINQ
              MOVE ME-ACCT-NO    TO CO-ACCT-NO
              PERFORM FIND-CHARGE-OFF
              PERFORM FIND-HISTORY
              EVALUATE TRUE
                 WHEN CO-FOUND AND WCO-DATE (COX) NOT > ME-CYCLE-DATE
                    MOVE 'Z' TO DS-BUCKET
                 WHEN HIST-FOUND
                    MOVE WH-DAYS (DHX) TO DS-DAYS-DELINQ
                    EVALUATE TRUE
                       WHEN WH-DAYS (DHX) < 30
                          MOVE '1' TO DS-BUCKET
                       WHEN WH-DAYS (DHX) < 60
                          MOVE '2' TO DS-BUCKET
                       WHEN WH-DAYS (DHX) < 90
                          MOVE '3' TO DS-BUCKET
                       WHEN WH-DAYS (DHX) < 120
                          MOVE '4' TO DS-BUCKET
                       WHEN OTHER
                          MOVE '5' TO DS-BUCKET
                    END-EVALUATE
                 WHEN OTHER
                    MOVE '0' TO DS-BUCKET
              END-EVALUATE
              WRITE DELQ-SNAP-REC
              IF SNAP-FILE-STATUS NOT = '00'
                 STRING 'WRITE DELQ-SNAP FAILED, STATUS '
                    SNAP-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-SNAP-COUNT
           END-IF.

       OPEN-SNAP-EXTEND.
      *o retrato e acumulativo; na primeira execucao o OPEN EXTEND
      *precisa virar OUTPUT, mesmo tratamento do AUDITLOG
           OPEN EXTEND DELQ-SNAP.
           IF SNAP-FILE-STATUS = '05' OR SNAP-FILE-STATUS = '35'
              OPEN OUTPUT DELQ-SNAP
           END-IF.
           IF SNAP-FILE-STATUS NOT = '00'
              STRING 'OPEN EXTEND DELQ-SNAP FAILED, STATUS '
                 SNAP-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE 'Y' TO WS-SNAP-OPEN.

       FIND-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND.
           IF WS-HIST-COUNT > ZERO
              SET DHX TO 1
              SEARCH WS-HIST-ENTRY
                 AT END MOVE 'N' TO WS-HIST-FOUND
                 WHEN DHX > WS-HIST-COUNT
                    MOVE 'N' TO WS-HIST-FOUND
                 WHEN WH-ACCT-NO (DHX) = ME-ACCT-NO
                    MOVE 'Y' TO WS-HIST-FOUND
              END-SEARCH
           END-IF.

       LOAD-SNAPSHOTS.
      *carrega faixa e saldo das contas nos fechamentos da tabela
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT DELQ-SNAP.
           IF SNAP-FILE-STATUS = '05' OR SNAP-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF SNAP-FILE-STATUS NOT = '00'
                 STRING 'OPEN DELQ-SNAP FAILED, STATUS '
                    SNAP-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-SNAP-REC
              PERFORM UNTIL GEN-EOF
                 PERFORM FIND-CYCLE
                 IF CYCLE-FOUND
                    PERFORM NOTE-ACCOUNT
                 END-IF
                 PERFORM READ-SNAP-REC
              END-PERFORM
              CLOSE DELQ-SNAP
           END-IF.

       FIND-CYCLE.
           MOVE 'N' TO WS-CYCLE-FOUND.
           IF WS-CYCLE-COUNT > ZERO
              SET CYX TO 1
              SEARCH WS-CYCLE-ENTRY
                 AT END MOVE 'N' TO WS-CYCLE-FOUND
                 WHEN CYX > WS-CYCLE-COUNT
                    MOVE 'N' TO WS-CYCLE-FOUND
                 WHEN WCY-CYCLE-DATE (CYX) (1:6) = DS-CYCLE-DATE (1:6)
                    MOVE 'Y' TO WS-CYCLE-FOUND
              END-SEARCH
           END-IF.
           IF CYCLE-FOUND
              SET WS-CYC-SUB TO CYX
           END-IF.

       NOTE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND.
           IF WS-ACCT-COUNT > ZERO
              SET ACX TO 1
              SEARCH WS-ACCT-ENTRY
                 AT END MOVE 'N' TO WS-ACCT-FOUND
                 WHEN ACX > WS-ACCT-COUNT
                    MOVE 'N' TO WS-ACCT-FOUND
                 WHEN WAC-ACCT-NO (ACX) = DS-ACCT-NO
                    MOVE 'Y' TO WS-ACCT-FOUND
              END-SEARCH
           END-IF.
           IF NOT ACCT-FOUND
              IF WS-ACCT-COUNT = 2000
                 STRING 'ACCOUNT TABLE FULL AT 2000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-ACCT-COUNT
              SET ACX TO WS-ACCT-COUNT
              MOVE DS-ACCT-NO TO WAC-ACCT-NO (ACX)
              PERFORM VARYING WS-COL FROM 1 BY 1
                 UNTIL WS-COL > 7
                 MOVE SPACE TO WAC-BUCKET (ACX, WS-COL)
                 MOVE ZERO  TO WAC-BALANCE (ACX, WS-COL)
              END-PERFORM
           END-IF.
           MOVE DS-BUCKET  TO WAC-BUCKET (ACX, WS-CYC-SUB).
           MOVE DS-BALANCE TO WAC-BALANCE (ACX, WS-CYC-SUB).

       BUILD-MATRIX.
      *transicoes entre os fechamentos WS-FROM-SUB e WS-TO-SUB;
      *conta que nao estava no fechamento de origem ou ja estava
      *baixada nele fica de fora
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
              MOVE ZERO TO WMR-COUNT (WS-ROW)
              MOVE ZERO TO WMR-BALANCE (WS-ROW)
              PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
                 MOVE ZERO TO WMX-COUNT (WS-ROW, WS-COL)
                 MOVE ZERO TO WMX-BALANCE (WS-ROW, WS-COL)
              END-PERFORM
           END-PERFORM.
           IF WS-ACCT-COUNT > ZERO
              PERFORM MATRIX-ONE-ACCOUNT
                 VARYING ACX FROM 1 BY 1
                 UNTIL ACX > WS-ACCT-COUNT
           END-IF.

       MATRIX-ONE-ACCOUNT.
           MOVE WAC-BUCKET (ACX, WS-FROM-SUB) TO WS-WORK-BUCKET.
           PERFORM BUCKET-INDEX.
           IF WS-WORK-INDEX < 7
              MOVE WS-WORK-INDEX TO WS-ROW
              MOVE WAC-BUCKET (ACX, WS-TO-SUB) TO WS-WORK-BUCKET
              PERFORM BUCKET-INDEX
              MOVE WS-WORK-INDEX TO WS-COL
              IF WAC-BALANCE (ACX, WS-FROM-SUB) < ZERO
                 COMPUTE WS-OWED-AMOUNT =
                    ZERO - WAC-BALANCE (ACX, WS-FROM-SUB)
              ELSE
                 MOVE ZERO TO WS-OWED-AMOUNT
              END-IF
              ADD 1 TO WMR-COUNT (WS-ROW)
              ADD WS-OWED-AMOUNT TO WMR-BALANCE (WS-ROW)
              ADD 1 TO WMX-COUNT (WS-ROW, WS-COL)
              ADD WS-OWED-AMOUNT TO WMX-BALANCE (WS-ROW, WS-COL)
           END-IF.

       BUCKET-INDEX.
      *faixa do retrato para linha/coluna da matriz
           EVALUATE WS-WORK-BUCKET
              WHEN '0' MOVE 1 TO WS-WORK-INDEX
              WHEN '1' MOVE 2 TO WS-WORK-INDEX
              WHEN '2' MOVE 3 TO WS-WORK-INDEX
              WHEN '3' MOVE 4 TO WS-WORK-INDEX
              WHEN '4' MOVE 5 TO WS-WORK-INDEX
              WHEN '5' MOVE 6 TO WS-WORK-INDEX
              WHEN 'Z' MOVE 7 TO WS-WORK-INDEX
              WHEN OTHER MOVE 8 TO WS-WORK-INDEX
           END-EVALUATE.

       REPORT-MATRIX.
           IF WS-CYCLE-COUNT < 2
              MOVE 'FEWER THAN TWO MONTH-END SNAPSHOTS IN DELQSNAP'
                 TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           ELSE
              COMPUTE WS-FROM-SUB = WS-CYCLE-COUNT - 1
              MOVE WS-CYCLE-COUNT TO WS-TO-SUB
              PERFORM BUILD-MATRIX
              MOVE WCY-CYCLE-DATE (WS-FROM-SUB) TO PR-FROM-DATE
              MOVE WCY-CYCLE-DATE (WS-TO-SUB)   TO PR-TO-DATE
              MOVE 'ACCOUNTS' TO PR-TEXT
              MOVE PAIR-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
              PERFORM WRITE-MATRIX-HEAD
              PERFORM WRITE-COUNT-ROW
                 VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
              MOVE 'BALANCE OWED AT FROM DATE' TO PR-TEXT
              MOVE PAIR-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
              PERFORM WRITE-MATRIX-HEAD
              PERFORM WRITE-BALANCE-ROW
                 VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
              MOVE 'RATES BY FROM BUCKET (ACCOUNTS)' TO PR-TEXT
              MOVE PAIR-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
              PERFORM WRITE-RATE-ROW
                 VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
           END-IF.

       WRITE-MATRIX-HEAD.
           MOVE SPACES TO MATRIX-HEAD-LINE.
           MOVE 'FROM/TO' TO MH-TITLE.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
              MOVE WS-BUCKET-NAME (WS-COL) TO MH-LABEL (WS-COL)
           END-PERFORM.
           MOVE MATRIX-HEAD-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-COUNT-ROW.
           MOVE SPACES TO MATRIX-COUNT-LINE.
           MOVE WS-BUCKET-NAME (WS-ROW) TO MC-LABEL.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
              MOVE WMX-COUNT (WS-ROW, WS-COL) TO MC-COUNT (WS-COL)
           END-PERFORM.
           MOVE MATRIX-COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-BALANCE-ROW.
           MOVE SPACES TO MATRIX-BAL-LINE.
           MOVE WS-BUCKET-NAME (WS-ROW) TO MB-LABEL.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
              MOVE WMX-BALANCE (WS-ROW, WS-COL)
                 TO MB-BALANCE (WS-COL)
           END-PERFORM.
           MOVE MATRIX-BAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-RATE-ROW.
      *cura = volta para em dia (nao se aplica a linha em dia);
      *rolagem = qualquer faixa pior, baixa inclusive
           MOVE WS-BUCKET-NAME (WS-ROW) TO RT-LABEL.
           MOVE WMR-COUNT (WS-ROW)      TO RT-COUNT.
           MOVE WMR-BALANCE (WS-ROW)    TO RT-BALANCE.
           MOVE WMR-COUNT (WS-ROW)      TO WS-PCT-DEN.
           MOVE ZERO TO WS-PCT-NUM.
           IF WS-ROW > 1
              MOVE WMX-COUNT (WS-ROW, 1) TO WS-PCT-NUM
           END-IF.
           PERFORM CALC-PCT.
           MOVE WS-PCT TO RT-CURE-PCT.
           MOVE ZERO TO WS-PCT-NUM.
           COMPUTE WS-START-COL = WS-ROW + 1.
           PERFORM VARYING WS-COL FROM WS-START-COL BY 1
              UNTIL WS-COL > 7
              ADD WMX-COUNT (WS-ROW, WS-COL) TO WS-PCT-NUM
           END-PERFORM.
           PERFORM CALC-PCT.
           MOVE WS-PCT TO RT-ROLL-PCT.
           MOVE WMX-COUNT (WS-ROW, 7) TO WS-PCT-NUM.
           PERFORM CALC-PCT.
           MOVE WS-PCT TO RT-CO-PCT.
           MOVE RATE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       CALC-PCT.
           IF WS-PCT-DEN > ZERO
              COMPUTE WS-PCT ROUNDED =
                 WS-PCT-NUM * 100 / WS-PCT-DEN
           ELSE
              MOVE ZERO TO WS-PCT
           END-IF.

       REPORT-TREND.
      *visao dos ultimos seis meses: taxa de rolagem em saldo de
      *cada faixa para a seguinte (120+ para baixa), cura em saldo
      *das faixas de atraso e o fluxo para o ChgOff no mes
           IF WS-CYCLE-COUNT > 1
              MOVE 'TRAILING SIX-MONTH ROLL RATES (BALANCE)'
                 TO REPORT-REC
              PERFORM WRITE-REPORT-REC
              MOVE TREND-HEAD-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
              PERFORM TREND-ONE-PAIR
                 VARYING WS-FROM-SUB FROM 1 BY 1
                 UNTIL WS-FROM-SUB = WS-CYCLE-COUNT
           END-IF.

       TREND-ONE-PAIR.
           COMPUTE WS-TO-SUB = WS-FROM-SUB + 1.
           PERFORM BUILD-MATRIX.
           MOVE SPACES TO TREND-LINE.
           MOVE WCY-CYCLE-DATE (WS-FROM-SUB) TO TR-FROM-DATE.
           MOVE WCY-CYCLE-DATE (WS-TO-SUB)   TO TR-TO-DATE.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
              COMPUTE WS-COL = WS-ROW + 1
              MOVE WMX-BALANCE (WS-ROW, WS-COL) TO WS-PCT-NUM
              MOVE WMR-BALANCE (WS-ROW)         TO WS-PCT-DEN
              PERFORM CALC-PCT
              MOVE WS-PCT TO TR-ROLL-PCT (WS-ROW)
           END-PERFORM.
           MOVE ZERO TO WS-CURE-BALANCE.
           MOVE ZERO TO WS-DELQ-BALANCE.
           MOVE ZERO TO WS-CO-ACCOUNTS.
           MOVE ZERO TO WS-CO-BALANCE.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 6
              IF WS-ROW > 1
                 ADD WMX-BALANCE (WS-ROW, 1) TO WS-CURE-BALANCE
                 ADD WMR-BALANCE (WS-ROW)    TO WS-DELQ-BALANCE
              END-IF
              ADD WMX-COUNT (WS-ROW, 7)   TO WS-CO-ACCOUNTS
              ADD WMX-BALANCE (WS-ROW, 7) TO WS-CO-BALANCE
           END-PERFORM.
           MOVE WS-CURE-BALANCE TO WS-PCT-NUM.
           MOVE WS-DELQ-BALANCE TO WS-PCT-DEN.
           PERFORM CALC-PCT.
           MOVE WS-PCT         TO TR-CURE-PCT.
           MOVE WS-CO-ACCOUNTS TO TR-CO-ACCOUNTS.
           MOVE WS-CO-BALANCE  TO TR-CO-BALANCE.
           MOVE TREND-LINE TO REPORT-REC.
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
           CLOSE REPORT-LINE .
           DISPLAY 'ROLLRATE SNAPSHOT ' WS-SNAP-DATE ': '
              WS-SNAP-COUNT ' ACCOUNTS, ' WS-CYCLE-COUNT
              ' CYCLES ON REPORT'.
           IF SNAP-SKIPPED
              SET RC-NO-SNAPSHOT TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'ROLLRATE'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de contas
      *retratadas e o RETURN-CODE devolvido ao scheduler
           MOVE 'ROLLRATE'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-SNAP-COUNT        TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
