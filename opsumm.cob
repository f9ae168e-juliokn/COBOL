      *cada job da noite com horario de inicio/fim e RETURN-CODE
      *(START sem END = abend), do historico CTLHIST a contagem e os
      *totais do FileHandling com a variacao contra ontem, e as
      *contagens dos arquivos de inadimplentes e de rejeitados e dos
      *movimentos retidos na fila de revisao da postagem, e
      *fecha com a linha de veredito OK / ATTENTION que decide se a
      *noite foi limpa. Roda no fim do schedule, antes do DateRoll
      *avancar a data-movimento, e resume a noite dessa data. Ao lado
      *da trilha sai o quadro do controle de execucao RUNCTL da
      *data-movimento - passo a passo, o que terminou, falhou ou
      *ainda falta, o mesmo quadro do RunRstrt.

      *-----------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS MFRJ-FILE-STATUS .
           SELECT PST-FREJ ASSIGN TO PSTFREJ
               FILE STATUS IS PFRJ-FILE-STATUS .
           SELECT REVIEW-HOLD ASSIGN TO PSTHOLD
               FILE STATUS IS HOLD-FILE-STATUS .
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               FILE STATUS IS RUNC-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO OPSRPT
               FILE STATUS IS RPT-FILE-STATUS .

       01  DELINQ-REC            PIC X(160) .

       FD REJECT-IN RECORDING MODE F .
       01  REJECT-REC            PIC X(187) .

       FD MNT-FREJ RECORDING MODE F .
      *rejeicao definitiva da reciclagem de manutencao: itens que
      *idem para a reciclagem da postagem
       01  PST-FREJ-REC          PIC X(212) .

       FD REVIEW-HOLD RECORDING MODE F .
      *movimentos que a triagem do AcctPost reteve e que o PostRvw
      *ainda nao liberou nem rejeitou
       01  REVIEW-HOLD-REC       PIC X(108) .

       FD RUN-CONTROL RECORDING MODE F .
      *layout compartilhado no copybook RUNCTL
           COPY RUNCTL.

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       01  REJ-FILE-STATUS      PIC X(2) VALUE '00'.
       01  MFRJ-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PFRJ-FILE-STATUS     PIC X(2) VALUE '00'.
       01  HOLD-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RUNC-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
              10 WT-RETURN-CODE  PIC 9(4).
              10 WT-USED-FLAG    PIC X(1).
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-NEXT-DAY          PIC 9(8) VALUE ZERO.
       01  WS-NIGHT-START       PIC X(14) VALUE SPACES.
       01  WS-NIGHT-END         PIC X(14) VALUE SPACES.

      *area de parametros do subprograma BUSDATE
           COPY BUSDPRM.
       01  WS-END-FOUND         PIC X(1) VALUE 'N'.
           88 END-FOUND         VALUE 'Y'.
       01  WS-END-SUB           PIC 9(4) VALUE ZERO.
       01  WS-DELINQ-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-FREJ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-HOLD-COUNT        PIC 9(7) VALUE ZERO.

      *tabela dos passos e quadro de situacao do controle de
      *execucao, compartilhados via copybook
           COPY RUNSTEPS.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           05 EX-FINAL-REJECTS   PIC ZZZ,ZZ9.
           05 FILLER             PIC X(33) VALUE SPACES.

       01  HOLD-COUNT-LINE.
           05 FILLER             PIC X(27)
              VALUE 'POSTINGS HELD FOR REVIEW: '.
           05 HC-HOLD-COUNT      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(66) VALUE SPACES.

       01  RUN-CTL-TITLE-LINE.
           05 FILLER             PIC X(29)
              VALUE 'RUN CONTROL - BUSINESS DATE '.
           05 RT-BUS-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(17) VALUE '  OUTSTANDING: '.
           05 RT-PENDING         PIC Z9.
           05 FILLER             PIC X(42) VALUE SPACES.

       01  RUN-CTL-LINE.
           05 RL-STEP-NAME       PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RL-STATUS          PIC X(16).
           05 FILLER             PIC X(6)  VALUE '  RC: '.
           05 RL-RETURN-CODE     PIC ZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RL-FLAG            PIC X(16).
           05 FILLER             PIC X(46) VALUE SPACES.

       01  VERDICT-LINE.
           05 FILLER             PIC X(18)
              VALUE 'NIGHT VERDICT ==> '.
           PERFORM OPEN-FILES.
           PERFORM LOAD-TRAIL-TABLE.
           PERFORM REPORT-RUNS.
           PERFORM REPORT-RUN-CONTROL.
           PERFORM REPORT-CONTROL-TOTALS.
           PERFORM REPORT-EXCEPTION-COUNTS.
           PERFORM WRITE-VERDICT.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM SET-BUSINESS-DATE.

       SET-BUSINESS-DATE.
      *a noite resumida e a da data-movimento do controle BUSDTCTL:
      *os eventos da trilha entre o meio-dia dela e o meio-dia
      *seguinte, mesmo os que passaram da meia-noite; controle nao
      *avancado sai no relatorio e leva o veredito a ATTENTION
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-ERROR
              MOVE BUSD-MESSAGE TO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-TODAY-DATE.
           IF BUSD-MESSAGE NOT = SPACES
              MOVE BUSD-MESSAGE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
              DISPLAY 'OPSUMM ' BUSD-MESSAGE
           END-IF.
           COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) + 1).
           STRING WS-TODAY-DATE '120000' DELIMITED BY SIZE
              INTO WS-NIGHT-START.
           STRING WS-NEXT-DAY '120000' DELIMITED BY SIZE
              INTO WS-NIGHT-END.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.
           STOP RUN.

       LOAD-TRAIL-TABLE.
      *so os eventos da noite da data-movimento interessam ao resumo
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT AUDIT-TRAIL.
           IF AUDIT-FILE-STATUS NOT = '00'
      *-------os proprios eventos do OpSumm ficam de fora: o START
      *-------desta execucao ainda nao tem END e viraria um falso
      *-------*NO END* que nunca deixaria o veredito sair OK
              IF ATR-TIMESTAMP NOT < WS-NIGHT-START
                 AND ATR-TIMESTAMP < WS-NIGHT-END
                 AND ATR-PGM-NAME NOT = 'OPSUMM  '
                 AND (ATR-EVENT = 'START' OR ATR-EVENT = 'END  '
                      OR ATR-EVENT = 'RSTRT')
              END-EVALUATE
           END-IF.

       REPORT-RUN-CONTROL.
      *quadro do RUNCTL na data-movimento do BUSDTCTL; sem RUNCTL,
      *todo passo diario aparece pendente
           MOVE WS-TODAY-DATE TO WS-RUNS-BUS-DATE.
           PERFORM CLEAR-RUN-STATUS.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT RUN-CONTROL.
           IF RUNC-FILE-STATUS = '05' OR RUNC-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF RUNC-FILE-STATUS NOT = '00'
                 STRING 'OPEN RUN-CONTROL FAILED, STATUS '
                    RUNC-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-RUN-CONTROL
              PERFORM UNTIL GEN-EOF
                 PERFORM APPLY-RUN-EVENT
                 PERFORM READ-RUN-CONTROL
              END-PERFORM
              CLOSE RUN-CONTROL
           END-IF.
           PERFORM COUNT-PENDING-STEPS.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE WS-RUNS-BUS-DATE     TO RT-BUS-DATE.
           MOVE WS-RUN-PENDING-COUNT TO RT-PENDING.
           MOVE RUN-CTL-TITLE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM REPORT-ONE-RUN-STEP
              VARYING RSX FROM 1 BY 1
              UNTIL RSX > WS-RUN-STEP-COUNT.
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       READ-RUN-CONTROL.
           READ RUN-CONTROL
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF RUNC-FILE-STATUS NOT = '00'
              AND RUNC-FILE-STATUS NOT = '10'
              STRING 'READ RUN-CONTROL FAILED, STATUS '
                 RUNC-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REPORT-ONE-RUN-STEP.
      *passo mensal ou de fim do dia que nao rodou na data nao entra
      *no quadro (o DateRoll roda depois deste resumo)
           PERFORM CHECK-STEP-PENDING.
           IF RS-NOT-RUN (RTX) AND NOT RS-DAILY (RSX)
              CONTINUE
           ELSE
              MOVE RS-STEP-NAME (RSX) TO RL-STEP-NAME
              EVALUATE TRUE
                 WHEN RS-NOT-RUN (RTX)
                    MOVE 'NOT RUN'         TO RL-STATUS
                 WHEN RS-STARTED (RTX)
                    MOVE 'STARTED, NO END' TO RL-STATUS
                 WHEN RS-FAILED (RTX)
                    MOVE 'FAILED'          TO RL-STATUS
                 WHEN OTHER
                    MOVE 'COMPLETED'       TO RL-STATUS
              END-EVALUATE
              MOVE RS-LAST-RC (RTX) TO RL-RETURN-CODE
              EVALUATE TRUE
                 WHEN RUN-STEP-PENDING
                    MOVE '*OUTSTANDING'    TO RL-FLAG
                 WHEN RS-REFUSED-COUNT (RTX) > ZERO
                    MOVE '*RERUN REFUSED'  TO RL-FLAG
                 WHEN RS-OVERRIDE-COUNT (RTX) > ZERO
                    MOVE '*OVERRIDE RERUN' TO RL-FLAG
                 WHEN OTHER
                    MOVE SPACES            TO RL-FLAG
              END-EVALUATE
              MOVE RUN-CTL-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

      *paragrafos do quadro de situacao, compartilhados via copybook
           COPY RUNSTPR.

       REPORT-CONTROL-TOTALS.
      *os dois ultimos records do CTLHIST sao esta noite e ontem
           MOVE 'N' TO WS-GEN-EOF.
           MOVE WS-FREJ-COUNT   TO EX-FINAL-REJECTS.
           MOVE EXCP-COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
      *a fila de revisao e acumulativa: conta tudo que ainda espera
      *o segundo operador, nao so o retido esta noite
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT REVIEW-HOLD.
           IF HOLD-FILE-STATUS = '00'
              PERFORM READ-HOLD-REC
              PERFORM UNTIL GEN-EOF
                 ADD 1 TO WS-HOLD-COUNT
                 PERFORM READ-HOLD-REC
              END-PERFORM
              CLOSE REVIEW-HOLD
           END-IF.
           MOVE WS-HOLD-COUNT TO HC-HOLD-COUNT.
           MOVE HOLD-COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       READ-DELINQ-REC.
           READ DELINQ-LINE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.

       READ-HOLD-REC.
           READ REVIEW-HOLD
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.

       WRITE-VERDICT.
      *a linha que decide a manha: ATTENTION quando algum run ficou
      *sem END (abend) ou devolveu RC 8 ou maior, ou quando o
      *controle de execucao ainda tem passo pendente na data, ou
      *quando a data-movimento nao foi avancada
           IF WS-NOEND-COUNT > ZERO OR WS-MAX-RC >= 8
              OR WS-RUN-PENDING-COUNT > ZERO
              OR BUSD-NOT-ROLLED
              MOVE '** ATTENTION' TO VD-VERDICT
              SET RC-ATTENTION TO TRUE
           ELSE
