      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. RunRstrt.
       AUTHOR. Julio Bittencourt.

      *Lista de restart do ACCTNITE: depois de um abend no meio da
      *noite o operador lia os comentarios do JCL e adivinhava o que
      *resubmeter. Este passo le o controle de execucao RUNCTL da
      *data-movimento (controle BUSDTCTL pelo BUSDATE) e, na
      *ordem do schedule da tabela RUNSTEPS, mostra a situacao de
      *cada passo - terminou, falhou, comecou sem terminar, nao
      *rodou - com a acao: RESUBMIT para o que falta, DO NOT
      *RESUBMIT para o passo de postagem que ja terminou (so roda de
      *novo com override no RUNOVRD). Fecha com a lista exata dos
      *passos pendentes, tambem no console.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               FILE STATUS IS RUNC-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO RSTRTRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD RUN-CONTROL RECORDING MODE F .
      *layout compartilhado no copybook RUNCTL
           COPY RUNCTL.

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       WORKING-STORAGE SECTION.
       01  RUNC-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-RUNC-EOF          PIC X(1) VALUE 'N'.
           88 RUNC-EOF          VALUE 'Y'.
       01  WS-EVENT-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-PENDING-SEQ       PIC 9(2) VALUE ZERO.

      *tabela dos passos e quadro de situacao, compartilhados via
      *copybook
           COPY RUNSTEPS.

      *area de parametros do subprograma BUSDATE
           COPY BUSDPRM.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-STEPS-PENDING  VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  TITLE-LINE.
           05 FILLER             PIC X(40) VALUE
              'ACCTNITE RESTART LIST - BUSINESS DATE '.
           05 TL-BUS-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(50) VALUE SPACES.

       01  COLUMN-LINE.
           05 FILLER             PIC X(10) VALUE 'STEP'.
           05 FILLER             PIC X(9)  VALUE 'FREQ'.
           05 FILLER             PIC X(8)  VALUE 'REPEAT'.
           05 FILLER             PIC X(18) VALUE 'STATUS'.
           05 FILLER             PIC X(6)  VALUE '  RC'.
           05 FILLER             PIC X(7)  VALUE 'TIME'.
           05 FILLER             PIC X(7)  VALUE 'REFUSED'.
           05 FILLER             PIC X(8)  VALUE 'OVERRIDE'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(25) VALUE 'ACTION'.

       01  STEP-LINE.
           05 SL-STEP-NAME       PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SL-FREQUENCY       PIC X(7).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SL-REPEATABLE      PIC X(3).
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 SL-STATUS          PIC X(16).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SL-RETURN-CODE     PIC ZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SL-TIME            PIC X(6).
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 SL-REFUSED         PIC ZZ9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 SL-OVERRIDES       PIC ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SL-ACTION          PIC X(25).

       01  PENDING-HEADER-LINE.
           05 FILLER             PIC X(27) VALUE
              'STEPS STILL OUTSTANDING: '.
           05 PH-COUNT           PIC Z9.
           05 FILLER             PIC X(71) VALUE SPACES.

       01  PENDING-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 PL-SEQ             PIC Z9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PL-STEP-NAME       PIC X(8).
           05 FILLER             PIC X(84) VALUE SPACES.

       01  BLANK-LINE            PIC X(100) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM REPORT-ONE-STEP
              VARYING RSX FROM 1 BY 1
              UNTIL RSX > WS-RUN-STEP-COUNT.
           PERFORM REPORT-PENDING-STEPS.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM SET-BUSINESS-DATE.
           OPEN OUTPUT REPORT-LINE.
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE WS-RUNS-BUS-DATE TO TL-BUS-DATE.
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

       SET-BUSINESS-DATE.
      *mesma regra do RUNLOG: a data do controle BUSDTCTL, mesmo
      *atrasada - o restart olha a noite que ficou aberta; sem
      *controle legivel, a data do dia
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-ERROR
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUNS-BUS-DATE
           ELSE
              MOVE BUSD-BUSINESS-DATE TO WS-RUNS-BUS-DATE
           END-IF.
           IF BUSD-MESSAGE NOT = SPACES
              DISPLAY 'RUNRSTRT ' BUSD-MESSAGE
           END-IF.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'RUNRSTRT ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-RUN-CONTROL.
      *sem RUNCTL nenhum passo rodou: todo passo diario fica
      *pendente
           PERFORM CLEAR-RUN-STATUS.
           OPEN INPUT RUN-CONTROL.
           IF RUNC-FILE-STATUS = '05' OR RUNC-FILE-STATUS = '35'
              MOVE 'Y' TO WS-RUNC-EOF
           ELSE
              IF RUNC-FILE-STATUS NOT = '00'
                 STRING 'OPEN RUN-CONTROL FAILED, STATUS '
                    RUNC-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-RUN-CONTROL
              PERFORM UNTIL RUNC-EOF
                 IF RN-BUSINESS-DATE = WS-RUNS-BUS-DATE
                    ADD 1 TO WS-EVENT-COUNT
                 END-IF
                 PERFORM APPLY-RUN-EVENT
                 PERFORM READ-RUN-CONTROL
              END-PERFORM
              CLOSE RUN-CONTROL
           END-IF.
           PERFORM COUNT-PENDING-STEPS.

       READ-RUN-CONTROL.
           READ RUN-CONTROL
           AT END MOVE 'Y' TO WS-RUNC-EOF
           END-READ.
           IF RUNC-FILE-STATUS NOT = '00'
              AND RUNC-FILE-STATUS NOT = '10'
              STRING 'READ RUN-CONTROL FAILED, STATUS '
                 RUNC-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

      *paragrafos do quadro de situacao, compartilhados via copybook
           COPY RUNSTPR.

       REPORT-ONE-STEP.
           PERFORM CHECK-STEP-PENDING.
           MOVE SPACES TO STEP-LINE.
           MOVE RS-STEP-NAME (RSX) TO SL-STEP-NAME.
           EVALUATE TRUE
              WHEN RS-MONTHLY (RSX)
                 MOVE 'MONTHLY' TO SL-FREQUENCY
              WHEN RS-END-OF-DAY (RSX)
                 MOVE 'EOD'     TO SL-FREQUENCY
              WHEN OTHER
                 MOVE 'DAILY'   TO SL-FREQUENCY
           END-EVALUATE.
           IF RS-NON-REPEATABLE (RSX)
              MOVE 'NO'  TO SL-REPEATABLE
           ELSE
              MOVE 'YES' TO SL-REPEATABLE
           END-IF.
           EVALUATE TRUE
              WHEN RS-NOT-RUN (RTX)
                 MOVE 'NOT RUN'         TO SL-STATUS
              WHEN RS-STARTED (RTX)
                 MOVE 'STARTED, NO END' TO SL-STATUS
              WHEN RS-FAILED (RTX)
                 MOVE 'FAILED'          TO SL-STATUS
              WHEN OTHER
                 MOVE 'COMPLETED'       TO SL-STATUS
           END-EVALUATE.
           MOVE RS-LAST-RC (RTX)        TO SL-RETURN-CODE.
           MOVE RS-LAST-TIME (RTX)      TO SL-TIME.
           MOVE RS-REFUSED-COUNT (RTX)  TO SL-REFUSED.
           MOVE RS-OVERRIDE-COUNT (RTX) TO SL-OVERRIDES.
      *acao para o operador: o que falta se resubmete; passo de
      *postagem terminado nao; terminado com RC 8 ou mais pede uma
      *olhada antes de seguir; o fim do dia so depois de todos
           EVALUATE TRUE
              WHEN RUN-STEP-PENDING
                 MOVE 'RESUBMIT'          TO SL-ACTION
              WHEN RS-NOT-RUN (RTX) AND RS-END-OF-DAY (RSX)
                 MOVE 'RUN LAST'          TO SL-ACTION
              WHEN RS-COMPLETED (RTX) AND RS-NON-REPEATABLE (RSX)
                 MOVE 'DO NOT RESUBMIT'   TO SL-ACTION
              WHEN RS-COMPLETED (RTX) AND RS-LAST-RC (RTX) >= 8
                 MOVE 'CHECK RETURN CODE' TO SL-ACTION
              WHEN OTHER
                 MOVE SPACES              TO SL-ACTION
           END-EVALUATE.
           MOVE STEP-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       REPORT-PENDING-STEPS.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE WS-RUN-PENDING-COUNT TO PH-COUNT.
           MOVE PENDING-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           DISPLAY 'RUNRSTRT BUSINESS DATE ' WS-RUNS-BUS-DATE ': '
              WS-RUN-PENDING-COUNT ' STEPS OUTSTANDING'.
           MOVE ZERO TO WS-PENDING-SEQ.
           PERFORM LIST-ONE-PENDING
              VARYING RSX FROM 1 BY 1
              UNTIL RSX > WS-RUN-STEP-COUNT.

       LIST-ONE-PENDING.
      *na ordem do schedule, que e a ordem de resubmeter
           PERFORM CHECK-STEP-PENDING.
           IF RUN-STEP-PENDING
              ADD 1 TO WS-PENDING-SEQ
              MOVE WS-PENDING-SEQ TO PL-SEQ
              MOVE RS-STEP-NAME (RSX) TO PL-STEP-NAME
              MOVE PENDING-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
              DISPLAY 'RUNRSTRT RESUBMIT ' RS-STEP-NAME (RSX)
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
      *RC 4 diz ao scheduler que ainda ha passo a resubmeter
           CLOSE REPORT-LINE.
           IF WS-RUN-PENDING-COUNT > ZERO
              SET RC-STEPS-PENDING TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'RUNRSTRT'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de eventos da data
      *e o RETURN-CODE devolvido ao scheduler
           MOVE 'RUNRSTRT'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-EVENT-COUNT       TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
