      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. LossRsv.
       AUTHOR. Julio Bittencourt.

      *Provisao para perdas do fechamento mensal: o financeiro
      *copiava os totais de faixa do DELQAGE, multiplicava pelas
      *taxas de perda na planilha e digitava o lancamento no GL.
      *Este passo classifica o saldo devedor de cada conta pela
      *idade do DELQHIST (1-29, 30-59, 60-89, 90-119, 120+ dias) e
      *a carteira em dia (saldo devedor sem historico de atraso),
      *aplica a tabela de taxas LOSSRATE mantida pelo financeiro,
      *compara a provisao exigida com a do fechamento anterior
      *guardada no RSVHIST, abate as baixas e soma as recuperacoes
      *do mes tiradas do razao CHGOFF, e o que sobra e a
      *constituicao (RSVB) ou a reversao (RSVR) do mes. O valor vai
      *para o RSVJRNL, que o GlExtr da mesma noite transforma em par
      *de lancamentos pelo GLMAP junto com os demais tipos; o
      *relatorio RSVRPT e o quadro da provisao para a auditoria.

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
           SELECT DELQ-HIST ASSIGN TO DELQHIST
               FILE STATUS IS DELH-FILE-STATUS .
           SELECT CHGOFF-FILE ASSIGN TO CHGOFF
               FILE STATUS IS CHGO-FILE-STATUS .
           SELECT LOSS-RATE ASSIGN TO LOSSRATE
               FILE STATUS IS RATE-FILE-STATUS .
           SELECT RSV-HIST ASSIGN TO RSVHIST
               FILE STATUS IS RSVH-FILE-STATUS .
           SELECT RSV-JOURNAL ASSIGN TO RSVJRNL
               FILE STATUS IS RSVJ-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO RSVRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD DELQ-HIST RECORDING MODE F .
      *layout compartilhado no copybook DELQHIST
           COPY DELQHIST.

       FD CHGOFF-FILE RECORDING MODE F .
      *layout compartilhado no copybook CHGOFF
           COPY CHGOFF.

       FD LOSS-RATE RECORDING MODE F .
      *tabela de taxas de perda mantida pelo financeiro: um record
      *por faixa (0 = em dia, 1 a 5 = faixas do DELQHIST na ordem
      *do DelqNite) com a taxa em fracao (0.0500 = 5%)
       01  LOSS-RATE-REC.
           05 LR-BUCKET         PIC 9(1) .
           05 LR-RATE           PIC 9V9999 .

       FD RSV-HIST RECORDING MODE F .
      *historico acumulativo da provisao, um record por fechamento:
      *saldo por faixa, provisao exigida, baixas e recuperacoes do
      *mes e a constituicao (+) ou reversao (-) lancada
       01  RSV-HIST-REC.
           05 RH-CYCLE-DATE     PIC 9(8) .
           05 RH-BUCKET-BAL     PIC S9(11)V99 COMP-3
                                OCCURS 6 TIMES .
           05 RH-REQUIRED       PIC S9(11)V99 COMP-3 .
           05 RH-CHARGE-OFFS    PIC S9(11)V99 COMP-3 .
           05 RH-RECOVERIES     PIC S9(11)V99 COMP-3 .
           05 RH-PROVISION      PIC S9(11)V99 COMP-3 .
           05 FILLER            PIC X(2) .

       FD RSV-JOURNAL RECORDING MODE F .
      *lancamento da provisao do mes para o GlExtr: o tipo (RSVB
      *constituicao, RSVR reversao) e a magnitude
       01  RSV-JOURNAL-REC.
           05 RJ-BUSINESS-DATE  PIC 9(8) .
           05 RJ-TXN-TYPE       PIC X(4) .
           05 RJ-AMOUNT         PIC S9(11)V99 .
           05 FILLER            PIC X(15) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       WORKING-STORAGE SECTION.
       01  LASTREC              PIC X(1) VALUE 'N'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  DELH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CHGO-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RATE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RSVH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RSVJ-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.

      *idade de atraso de cada conta, carregada do DELQHIST
       01  WS-HIST-TABLE.
           05 WS-HIST-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-HIST-ENTRY OCCURS 1000 TIMES
                 INDEXED BY DHX.
              10 WH-ACCT-NO     PIC X(8).
              10 WH-DAYS        PIC 9(5).
       01  WS-HIST-FOUND        PIC X(1) VALUE 'N'.
           88 HIST-FOUND        VALUE 'Y'.

      *faixas da provisao: 1 = em dia, 2 a 6 = as cinco faixas do
      *DelqNite; taxas default valem quando o LOSSRATE nao esta
      *alocado ou nao traz a faixa
       01  WS-RATE-SOURCE       PIC X(1) VALUE 'D'.
           88 RATES-FROM-TABLE  VALUE 'T'.
       01  WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 6 TIMES.
              10 WB-LABEL       PIC X(10).
              10 WB-RATE        PIC 9V9999.
              10 WB-COUNT       PIC 9(7).
              10 WB-BAL-TOTAL   PIC S9(11)V99 COMP-3.
              10 WB-RESERVE     PIC S9(11)V99 COMP-3.
       01  WS-BUCKET-SUB        PIC 9(2) VALUE ZERO.
       01  WS-OWED-AMOUNT       PIC S9(7)V99 COMP-3 VALUE ZERO.

      *rolagem da provisao: exigida no fechamento anterior, baixas
      *e recuperacoes do mes, exigida agora e a diferenca lancada
       01  WS-PRIOR-REQUIRED    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PRIOR-DATE        PIC 9(8) VALUE ZERO.
       01  WS-MONTH-RERUN       PIC X(1) VALUE 'N'.
           88 MONTH-RERUN       VALUE 'Y'.
       01  WS-MTD-CHARGE-OFFS   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-MTD-RECOVERIES    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BEFORE-PROVISION  PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-REQUIRED-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-BALANCE-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-PROVISION         PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ACCT-TOTAL        PIC 9(7) VALUE ZERO.
       01  WS-RATE-PCT          PIC 9(3)V99 VALUE ZERO.

      *contadores de controle da execucao
       01  WS-READ-COUNT        PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE; 4 avisa que o mes ja tinha provisao gravada
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-MONTH-RERUN    VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  CYCLE-LINE.
           05 FILLER             PIC X(11) VALUE 'MONTH-END: '.
           05 CY-CYCLE-DATE      PIC 9999/99/99.
           05 FILLER             PIC X(16) VALUE '  PRIOR RESERVE '.
           05 CY-PRIOR-DATE      PIC 9999/99/99.
           05 FILLER             PIC X(10) VALUE '  RATES: '.
           05 CY-RATE-SOURCE     PIC X(17).
           05 FILLER             PIC X(26) VALUE SPACES.

       01  BUCKET-LINE.
           05 BK-LABEL           PIC X(10).
           05 FILLER             PIC X(11) VALUE ' ACCOUNTS: '.
           05 BK-COUNT           PIC ZZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE '  BALANCE '.
           05 BK-BAL-TOTAL       PIC $$,$$$,$$$,$$9.99.
           05 FILLER             PIC X(7)  VALUE '  RATE '.
           05 BK-RATE-PCT        PIC ZZ9.99.
           05 FILLER             PIC X(1)  VALUE '%'.
           05 FILLER             PIC X(10) VALUE '  RESERVE '.
           05 BK-RESERVE         PIC $$,$$$,$$$,$$9.99.
           05 FILLER             PIC X(4)  VALUE SPACES.

       01  TIE-LINE.
           05 TI-LABEL           PIC X(32).
           05 TI-AMOUNT          PIC $$,$$$,$$$,$$9.99-.
           05 FILLER             PIC X(50) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-LOSS-RATES.
           PERFORM LOAD-HISTORY.
           PERFORM LOAD-PRIOR-RESERVE.
           PERFORM SUM-MONTH-CHARGE-OFFS.
           PERFORM SCAN-ACCOUNTS.
           PERFORM CALC-RESERVE.
           PERFORM WRITE-SCHEDULE.
           PERFORM WRITE-RESERVE-ENTRY.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT RSV-JOURNAL .
           IF RSVJ-FILE-STATUS NOT = '00'
              STRING 'OPEN RSV-JOURNAL FAILED, STATUS '
                 RSVJ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'LOAN-LOSS RESERVE SCHEDULE' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'LOSSRSV ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-LOSS-RATES.
      *defaults compilados primeiro; o LOSSRATE do financeiro
      *sobrepoe faixa a faixa
           MOVE 'CURRENT   ' TO WB-LABEL (1).
           MOVE 0.0100       TO WB-RATE (1).
           MOVE '1 TO 29   ' TO WB-LABEL (2).
           MOVE 0.0500       TO WB-RATE (2).
           MOVE '30 TO 59  ' TO WB-LABEL (3).
           MOVE 0.1500       TO WB-RATE (3).
           MOVE '60 TO 89  ' TO WB-LABEL (4).
           MOVE 0.3000       TO WB-RATE (4).
           MOVE '90 TO 119 ' TO WB-LABEL (5).
           MOVE 0.5000       TO WB-RATE (5).
           MOVE '120 PLUS  ' TO WB-LABEL (6).
           MOVE 0.7500       TO WB-RATE (6).
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
              UNTIL WS-BUCKET-SUB > 6
              MOVE ZERO TO WB-COUNT (WS-BUCKET-SUB)
              MOVE ZERO TO WB-BAL-TOTAL (WS-BUCKET-SUB)
              MOVE ZERO TO WB-RESERVE (WS-BUCKET-SUB)
           END-PERFORM.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT LOSS-RATE.
           IF RATE-FILE-STATUS = '05' OR RATE-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF RATE-FILE-STATUS NOT = '00'
                 STRING 'OPEN LOSS-RATE FAILED, STATUS '
                    RATE-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-RATE-REC
              PERFORM UNTIL GEN-EOF
      *----------taxa zero e valida (faixa sem perda esperada);
      *----------faixa fora de 0-5 ou taxa nao numerica e ignorada
                 IF LR-BUCKET NUMERIC
                    AND LR-BUCKET < 6
                    AND LR-RATE NUMERIC
                    COMPUTE WS-BUCKET-SUB = LR-BUCKET + 1
                    MOVE LR-RATE TO WB-RATE (WS-BUCKET-SUB)
                    MOVE 'T' TO WS-RATE-SOURCE
                 END-IF
                 PERFORM READ-RATE-REC
              END-PERFORM
              CLOSE LOSS-RATE
           END-IF.

       READ-RATE-REC.
           READ LOSS-RATE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF RATE-FILE-STATUS NOT = '00'
              AND RATE-FILE-STATUS NOT = '10'
              STRING 'READ LOSS-RATE FAILED, STATUS '
                 RATE-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-HISTORY.
      *sem o DELQHIST toda a carteira devedora conta como em dia
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

       LOAD-PRIOR-RESERVE.
      *a provisao anterior e a do ultimo fechamento de um mes
      *anterior; record do mes corrente indica que o passo ja rodou
      *neste fechamento. Na primeira execucao o dataset ainda nao
      *existe e a provisao anterior comeca zerada
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT RSV-HIST.
           IF RSVH-FILE-STATUS = '05' OR RSVH-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF RSVH-FILE-STATUS NOT = '00'
                 STRING 'OPEN RSV-HIST FAILED, STATUS '
                    RSVH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-RSVH-REC
              PERFORM UNTIL GEN-EOF
                 IF RH-CYCLE-DATE (1:6) = WS-TODAY-DATE (1:6)
                    MOVE 'Y' TO WS-MONTH-RERUN
                 ELSE
                    IF RH-CYCLE-DATE > WS-PRIOR-DATE
                       MOVE RH-CYCLE-DATE TO WS-PRIOR-DATE
                       MOVE RH-REQUIRED   TO WS-PRIOR-REQUIRED
                    END-IF
                 END-IF
                 PERFORM READ-RSVH-REC
              END-PERFORM
              CLOSE RSV-HIST
           END-IF.
           OPEN EXTEND RSV-HIST.
      *o historico e acumulativo; na primeira execucao o OPEN
      *EXTEND precisa virar OUTPUT, mesmo tratamento do AUDITLOG
           IF RSVH-FILE-STATUS = '05' OR RSVH-FILE-STATUS = '35'
              OPEN OUTPUT RSV-HIST
           END-IF.
           IF RSVH-FILE-STATUS NOT = '00'
              STRING 'OPEN EXTEND RSV-HIST FAILED, STATUS '
                 RSVH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-RSVH-REC.
           READ RSV-HIST
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF RSVH-FILE-STATUS NOT = '00'
              AND RSVH-FILE-STATUS NOT = '10'
              STRING 'READ RSV-HIST FAILED, STATUS '
                 RSVH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SUM-MONTH-CHARGE-OFFS.
      *baixas e recuperacoes do mes no razao CHGOFF; recuperacao
      *desfeita por cheque devolvido ('V') sai das recuperacoes,
      *mesmo criterio do ChgOff
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
                 IF CO-DATE (1:6) = WS-TODAY-DATE (1:6)
                    EVALUATE TRUE
                       WHEN CO-CHARGE-OFF
                          ADD CO-AMOUNT TO WS-MTD-CHARGE-OFFS
                       WHEN CO-RECOVERY
                          ADD CO-AMOUNT TO WS-MTD-RECOVERIES
                       WHEN CO-RECOVERY-REVERSED
                          SUBTRACT CO-AMOUNT FROM WS-MTD-RECOVERIES
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
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

       SCAN-ACCOUNTS.
           PERFORM READ-RECORD
              PERFORM UNTIL LASTREC = 'Y'
              PERFORM BUCKET-ONE-ACCOUNT
              PERFORM READ-RECORD
              END-PERFORM
           .
           CLOSE ACCT-REC.

       READ-RECORD.
      *passagem sequencial pelo arquivo indexado, na ordem da chave
      *ACCT-NO, igual ao READ-RECORD do FileHandling
           READ ACCT-REC NEXT RECORD
           AT END MOVE 'Y' TO LASTREC
           END-READ.
           IF ACCT-FILE-STATUS NOT = '00'
              AND ACCT-FILE-STATUS NOT = '10'
              STRING 'READ ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF LASTREC NOT = 'Y'
              ADD 1 TO WS-READ-COUNT
           END-IF.

       BUCKET-ONE-ACCOUNT.
      *so saldo devedor (negativo) entra na provisao; a conta baixada
      *ja esta com saldo zero e a perda dela esta no CHGOFF
           IF NOT ACCT-ST-CHGOFF
              AND ACCT-BALANCE < ZERO
              COMPUTE WS-OWED-AMOUNT = ZERO - ACCT-BALANCE
              PERFORM FIND-HISTORY
              IF HIST-FOUND
                 EVALUATE TRUE
                    WHEN WH-DAYS (DHX) < 30
                       MOVE 2 TO WS-BUCKET-SUB
                    WHEN WH-DAYS (DHX) < 60
                       MOVE 3 TO WS-BUCKET-SUB
                    WHEN WH-DAYS (DHX) < 90
                       MOVE 4 TO WS-BUCKET-SUB
                    WHEN WH-DAYS (DHX) < 120
                       MOVE 5 TO WS-BUCKET-SUB
                    WHEN OTHER
                       MOVE 6 TO WS-BUCKET-SUB
                 END-EVALUATE
              ELSE
                 MOVE 1 TO WS-BUCKET-SUB
              END-IF
              ADD 1 TO WB-COUNT (WS-BUCKET-SUB)
              ADD WS-OWED-AMOUNT TO WB-BAL-TOTAL (WS-BUCKET-SUB)
           END-IF.

       FIND-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND.
           IF WS-HIST-COUNT > ZERO
              SET DHX TO 1
              SEARCH WS-HIST-ENTRY
                 AT END MOVE 'N' TO WS-HIST-FOUND
                 WHEN DHX > WS-HIST-COUNT
                    MOVE 'N' TO WS-HIST-FOUND
                 WHEN WH-ACCT-NO (DHX) = ACCT-NO
                    MOVE 'Y' TO WS-HIST-FOUND
              END-SEARCH
           END-IF.

       CALC-RESERVE.
      *provisao exigida = saldo da faixa x taxa; a provisao anterior
      *ja foi consumida pelas baixas do mes e reforcada pelas
      *recuperacoes, e o lancamento leva o saldo que sobrou ate a
      *provisao exigida agora (positivo constitui, negativo reverte)
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
              UNTIL WS-BUCKET-SUB > 6
              COMPUTE WB-RESERVE (WS-BUCKET-SUB) ROUNDED =
                 WB-BAL-TOTAL (WS-BUCKET-SUB) * WB-RATE (WS-BUCKET-SUB)
              ADD WB-RESERVE (WS-BUCKET-SUB) TO WS-REQUIRED-TOTAL
              ADD WB-BAL-TOTAL (WS-BUCKET-SUB) TO WS-BALANCE-TOTAL
              ADD WB-COUNT (WS-BUCKET-SUB) TO WS-ACCT-TOTAL
           END-PERFORM.
           COMPUTE WS-BEFORE-PROVISION =
              WS-PRIOR-REQUIRED - WS-MTD-CHARGE-OFFS
              + WS-MTD-RECOVERIES.
           COMPUTE WS-PROVISION =
              WS-REQUIRED-TOTAL - WS-BEFORE-PROVISION.

       WRITE-SCHEDULE.
           MOVE WS-TODAY-DATE TO CY-CYCLE-DATE.
           MOVE WS-PRIOR-DATE TO CY-PRIOR-DATE.
           IF RATES-FROM-TABLE
              MOVE 'LOSSRATE TABLE'    TO CY-RATE-SOURCE
           ELSE
              MOVE 'COMPILED DEFAULTS' TO CY-RATE-SOURCE
           END-IF.
           MOVE CYCLE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
              UNTIL WS-BUCKET-SUB > 6
              MOVE WB-LABEL (WS-BUCKET-SUB)     TO BK-LABEL
              MOVE WB-COUNT (WS-BUCKET-SUB)     TO BK-COUNT
              MOVE WB-BAL-TOTAL (WS-BUCKET-SUB) TO BK-BAL-TOTAL
              COMPUTE WS-RATE-PCT = WB-RATE (WS-BUCKET-SUB) * 100
              MOVE WS-RATE-PCT                  TO BK-RATE-PCT
              MOVE WB-RESERVE (WS-BUCKET-SUB)   TO BK-RESERVE
              MOVE BUCKET-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-PERFORM.
           MOVE 'TOTAL     '      TO BK-LABEL.
           MOVE WS-ACCT-TOTAL     TO BK-COUNT.
           MOVE WS-BALANCE-TOTAL  TO BK-BAL-TOTAL.
           MOVE ZERO              TO BK-RATE-PCT.
           MOVE WS-REQUIRED-TOTAL TO BK-RESERVE.
           MOVE BUCKET-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
      *rolagem da provisao para a auditoria
           MOVE 'RESERVE PRIOR MONTH-END: '   TO TI-LABEL.
           MOVE WS-PRIOR-REQUIRED TO TI-AMOUNT.
           MOVE TIE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'LESS CHARGE-OFFS MTD: '      TO TI-LABEL.
           MOVE WS-MTD-CHARGE-OFFS TO TI-AMOUNT.
           MOVE TIE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'PLUS RECOVERIES MTD: '       TO TI-LABEL.
           MOVE WS-MTD-RECOVERIES TO TI-AMOUNT.
           MOVE TIE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'RESERVE BEFORE PROVISION: '  TO TI-LABEL.
           MOVE WS-BEFORE-PROVISION TO TI-AMOUNT.
           MOVE TIE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           EVALUATE TRUE
              WHEN WS-PROVISION > ZERO
                 MOVE 'PROVISION - RESERVE BUILD: '   TO TI-LABEL
              WHEN WS-PROVISION < ZERO
                 MOVE 'PROVISION - RESERVE RELEASE: ' TO TI-LABEL
              WHEN OTHER
                 MOVE 'PROVISION - NO CHANGE: '       TO TI-LABEL
           END-EVALUATE.
           MOVE WS-PROVISION TO TI-AMOUNT.
           MOVE TIE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'REQUIRED RESERVE THIS MONTH: ' TO TI-LABEL.
           MOVE WS-REQUIRED-TOTAL TO TI-AMOUNT.
           MOVE TIE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           IF MONTH-RERUN
              MOVE 'RESERVE ALREADY RECORDED FOR THIS MONTH - RERUN'
                 TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       WRITE-RESERVE-ENTRY.
      *historico do fechamento e o lancamento do mes para o GlExtr;
      *sem diferenca o RSVJRNL sai vazio
           MOVE WS-TODAY-DATE      TO RH-CYCLE-DATE.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
              UNTIL WS-BUCKET-SUB > 6
              MOVE WB-BAL-TOTAL (WS-BUCKET-SUB)
                 TO RH-BUCKET-BAL (WS-BUCKET-SUB)
           END-PERFORM.
           MOVE WS-REQUIRED-TOTAL  TO RH-REQUIRED.
           MOVE WS-MTD-CHARGE-OFFS TO RH-CHARGE-OFFS.
           MOVE WS-MTD-RECOVERIES  TO RH-RECOVERIES.
           MOVE WS-PROVISION       TO RH-PROVISION.
           WRITE RSV-HIST-REC.
           IF RSVH-FILE-STATUS NOT = '00'
              STRING 'WRITE RSV-HIST FAILED, STATUS '
                 RSVH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-PROVISION NOT = ZERO
              MOVE SPACES        TO RSV-JOURNAL-REC
              MOVE WS-TODAY-DATE TO RJ-BUSINESS-DATE
              IF WS-PROVISION > ZERO
                 MOVE 'RSVB'     TO RJ-TXN-TYPE
                 MOVE WS-PROVISION TO RJ-AMOUNT
              ELSE
                 MOVE 'RSVR'     TO RJ-TXN-TYPE
                 COMPUTE RJ-AMOUNT = ZERO - WS-PROVISION
              END-IF
              WRITE RSV-JOURNAL-REC
              IF RSVJ-FILE-STATUS NOT = '00'
                 STRING 'WRITE RSV-JOURNAL FAILED, STATUS '
                    RSVJ-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       WRITE-REPORT-REC.
           WRITE REPORT-REC.
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'WRITE REPORT-LINE FAILED, STATUS '
                 RPT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.

       CLOSE-STOP.
           CLOSE RSV-HIST .
           CLOSE RSV-JOURNAL .
           CLOSE REPORT-LINE .
           DISPLAY 'LOSSRSV REQUIRED RESERVE: ' WS-REQUIRED-TOTAL
              '  PROVISION: ' WS-PROVISION.
           IF MONTH-RERUN
              SET RC-MONTH-RERUN TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'LOSSRSV '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de contas lidas e
      *o RETURN-CODE que o job esta devolvendo ao scheduler
           MOVE 'LOSSRSV '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-READ-COUNT        TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
