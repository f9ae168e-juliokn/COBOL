      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. DateRoll.
       AUTHOR. Julio Bittencourt.

      *Fim do dia: avanca a data-movimento do controle BUSDTCTL para
      *o proximo dia util do calendario PROCCAL (pula fim de semana
      *e feriado, que o PCalGen ja marcou), depois de todos os
      *passos da noite e do OpSumm. Todo programa da noite pega a
      *data do BUSDTCTL pelo subprograma BUSDATE, e nao do relogio.
      *Recusa (RC 20) quando a noite da data do controle ainda nao
      *chegou - ja foi avancado nesta noite - e quando ha cartao
      *RUNDATE de repeticao de data anterior no job. Avancado com
      *atraso (o relogio ja passou da noite) sai com RC 4; cada
      *execucao avanca um dia util. Controle ainda inexistente:
      *a data inicial vem do cartao DTRLPARM, que so vale nesse
      *caso.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE-CTL ASSIGN TO BUSDTCTL
               FILE STATUS IS BDTC-FILE-STATUS .
           SELECT PROC-CAL ASSIGN TO PROCCAL
               FILE STATUS IS PCAL-FILE-STATUS .
           SELECT ROLL-PARM ASSIGN TO DTRLPARM
               FILE STATUS IS PARM-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD BUS-DATE-CTL RECORDING MODE F .
      *layout compartilhado no copybook BUSDTREC
           COPY BUSDTREC.

       FD PROC-CAL RECORDING MODE F .
      *mesmo layout gravado pelo PCalGen
       01  PROC-CAL-REC.
           05 PC-DATE           PIC 9(8) .
           05 PC-BUSINESS-DAY   PIC X(1) .
           05 PC-MONTH-END      PIC X(1) .
           05 PC-YEAR-END       PIC X(1) .
           05 PC-CYCLE-FROM     PIC 9(2) .
           05 PC-CYCLE-TO       PIC 9(2) .

       FD ROLL-PARM RECORDING MODE F .
      *data inicial do controle, so na primeira carga
       01  ROLL-PARM-REC.
           05 RP-SEED-DATE      PIC 9(8) .

       WORKING-STORAGE SECTION.
       01  BDTC-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PCAL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-PCAL-EOF          PIC X(1) VALUE 'N'.
           88 PCAL-EOF          VALUE 'Y'.
       01  WS-CTL-EMPTY         PIC X(1) VALUE 'N'.
           88 CTL-EMPTY         VALUE 'Y'.

       01  WS-OLD-DATE          PIC 9(8) VALUE ZERO.
       01  WS-NEW-DATE          PIC 9(8) VALUE ZERO.
       01  WS-SEED-DATE         PIC 9(8) VALUE ZERO.
       01  WS-ROLL-COUNT        PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-LATE-ROLL      VALUE 4.
           88 RC-IO-ERROR       VALUE 8.
           88 RC-ROLL-REFUSED   VALUE 20.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.
      *área de parâmetros trocada com o subprograma RUNLOG
           COPY RUNLPRM.
      *área de parâmetros trocada com o subprograma BUSDATE
           COPY BUSDPRM.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM AUDIT-LOG-START.
           PERFORM READ-DATE-CONTROL.
           IF CTL-EMPTY
              PERFORM SEED-DATE-CONTROL
           ELSE
              PERFORM READ-ROLL-PARM
              PERFORM CHECK-ROLL-DUE
              PERFORM RUN-CONTROL-START
              PERFORM FIND-NEXT-BUSINESS-DAY
              MOVE WS-NEW-DATE TO BD-BUSINESS-DATE
              MOVE WS-OLD-DATE TO BD-PRIOR-DATE
              PERFORM WRITE-DATE-CONTROL
           END-IF.
           PERFORM CLOSE-STOP.

       READ-DATE-CONTROL.
           OPEN INPUT BUS-DATE-CTL.
           IF BDTC-FILE-STATUS = '05' OR BDTC-FILE-STATUS = '35'
              MOVE 'Y' TO WS-CTL-EMPTY
           ELSE
              IF BDTC-FILE-STATUS NOT = '00'
                 STRING 'OPEN BUSDTCTL FAILED, STATUS '
                    BDTC-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              READ BUS-DATE-CTL
                 AT END MOVE 'Y' TO WS-CTL-EMPTY
              END-READ
              IF BDTC-FILE-STATUS NOT = '00'
                 AND BDTC-FILE-STATUS NOT = '10'
                 STRING 'READ BUSDTCTL FAILED, STATUS '
                    BDTC-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              IF NOT CTL-EMPTY
                 MOVE BD-BUSINESS-DATE TO WS-OLD-DATE
              END-IF
              CLOSE BUS-DATE-CTL
           END-IF.

       READ-ROLL-PARM.
      *o cartao de data inicial so vale para controle vazio; com o
      *controle carregado ele nao pode ficar no job
           MOVE ZERO TO WS-SEED-DATE.
           OPEN INPUT ROLL-PARM.
           IF PARM-FILE-STATUS = '00'
              READ ROLL-PARM
              IF PARM-FILE-STATUS = '00'
                 AND RP-SEED-DATE NUMERIC
                 MOVE RP-SEED-DATE TO WS-SEED-DATE
              END-IF
              CLOSE ROLL-PARM
           END-IF.
           IF CTL-EMPTY
              IF WS-SEED-DATE = ZERO
                 MOVE 'BUSDTCTL EMPTY AND NO DTRLPARM SEED DATE'
                    TO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           ELSE
              IF WS-SEED-DATE NOT = ZERO
                 STRING 'DTRLPARM SEED GIVEN, BUSDTCTL ALREADY AT '
                    WS-OLD-DATE DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       SEED-DATE-CONTROL.
      *primeira carga: grava a data do cartao como data-movimento
           PERFORM READ-ROLL-PARM.
           MOVE WS-SEED-DATE TO BD-BUSINESS-DATE.
           MOVE ZERO         TO BD-PRIOR-DATE.
           PERFORM WRITE-DATE-CONTROL.
           DISPLAY 'DATEROLL BUSDTCTL INITIALIZED AT ' WS-SEED-DATE.

       CHECK-ROLL-DUE.
      *so avanca dentro (ou depois) da noite da data do controle:
      *antes dela o controle ja foi avancado nesta noite; com um
      *cartao RUNDATE no job a noite e repeticao de data anterior
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-ERROR
              MOVE BUSD-MESSAGE TO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF BUSD-PRIOR-RERUN
              DISPLAY 'DATEROLL REFUSED: ' BUSD-MESSAGE
              PERFORM REFUSE-ROLL
           END-IF.
           IF BUSD-BEFORE-NIGHT
              DISPLAY 'DATEROLL REFUSED: NIGHT OF BUSINESS DATE '
                 WS-OLD-DATE ' NOT REACHED, ALREADY ROLLED'
              PERFORM REFUSE-ROLL
           END-IF.
           IF BUSD-NOT-ROLLED
              DISPLAY 'DATEROLL ' BUSD-MESSAGE
           END-IF.

       REFUSE-ROLL.
           SET RC-ROLL-REFUSED TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       FIND-NEXT-BUSINESS-DAY.
      *primeiro dia util do calendario depois da data do controle
           MOVE ZERO TO WS-NEW-DATE.
           MOVE 'N' TO WS-PCAL-EOF.
           OPEN INPUT PROC-CAL.
           IF PCAL-FILE-STATUS NOT = '00'
              STRING 'OPEN PROC-CAL FAILED, STATUS '
                 PCAL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-PCAL-REC.
           PERFORM UNTIL PCAL-EOF OR WS-NEW-DATE NOT = ZERO
              IF PC-DATE > WS-OLD-DATE AND PC-BUSINESS-DAY = 'Y'
                 MOVE PC-DATE TO WS-NEW-DATE
              ELSE
                 PERFORM READ-PCAL-REC
              END-IF
           END-PERFORM.
           CLOSE PROC-CAL.
      *----calendario do ano seguinte ainda nao gerado pelo PCalGen
           IF WS-NEW-DATE = ZERO
              STRING 'NO BUSINESS DAY AFTER ' WS-OLD-DATE
                 ' IN PROCCAL' DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-PCAL-REC.
           READ PROC-CAL
           AT END MOVE 'Y' TO WS-PCAL-EOF
           END-READ.
           IF PCAL-FILE-STATUS NOT = '00'
              AND PCAL-FILE-STATUS NOT = '10'
              STRING 'READ PROC-CAL FAILED, STATUS ' PCAL-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-DATE-CONTROL.
           MOVE FUNCTION CURRENT-DATE (1:14) TO BD-ROLLED-STAMP.
           OPEN OUTPUT BUS-DATE-CTL.
           IF BDTC-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT BUSDTCTL FAILED, STATUS '
                 BDTC-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           WRITE BUS-DATE-REC.
           IF BDTC-FILE-STATUS NOT = '00'
              STRING 'WRITE BUSDTCTL FAILED, STATUS '
                 BDTC-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           CLOSE BUS-DATE-CTL.
           ADD 1 TO WS-ROLL-COUNT.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'DATEROLL ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           IF NOT CTL-EMPTY
              SET RUNL-FN-FAILED TO TRUE
              PERFORM RUN-CONTROL-END
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CLOSE-STOP.
      *RC 4 avisa o scheduler que o controle estava atrasado
           IF CTL-EMPTY
              SET RC-NORMAL TO TRUE
           ELSE
              DISPLAY 'DATEROLL BUSINESS DATE ROLLED FROM '
                 WS-OLD-DATE ' TO ' WS-NEW-DATE
              IF BUSD-NOT-ROLLED
                 SET RC-LATE-ROLL TO TRUE
              ELSE
                 SET RC-NORMAL TO TRUE
              END-IF
              SET RUNL-FN-COMPLETE TO TRUE
              PERFORM RUN-CONTROL-END
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'DATEROLL'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com o RETURN-CODE devolvido ao
      *scheduler
           MOVE 'DATEROLL'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-ROLL-COUNT        TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       RUN-CONTROL-START.
      *registra o inicio no controle de execucao RUNCTL contra a data
      *que esta sendo fechada; o avanco nunca roda duas vezes na
      *mesma data sem override do operador no RUNOVRD
           MOVE 'DATEROLL'     TO RUNL-STEP-NAME.
           SET RUNL-FN-START   TO TRUE.
           MOVE WS-OLD-DATE    TO RUNL-BUSINESS-DATE.
           MOVE ZERO           TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
           IF RUNL-RUN-BLOCKED
              DISPLAY 'DATEROLL RERUN REFUSED FOR BUSINESS DATE '
                 RUNL-BUSINESS-DATE ': ' RUNL-MESSAGE
              PERFORM REFUSE-ROLL
           END-IF.
           IF RUNL-MESSAGE NOT = SPACES
              DISPLAY 'DATEROLL ' RUNL-MESSAGE
           END-IF.

       RUN-CONTROL-END.
      *registra o fim no controle de execucao - C ou F conforme quem
      *chamou - com o RETURN-CODE devolvido ao scheduler
           MOVE 'DATEROLL'           TO RUNL-STEP-NAME.
           MOVE WS-OLD-DATE          TO RUNL-BUSINESS-DATE.
           MOVE WS-FINAL-RETURN-CODE TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
