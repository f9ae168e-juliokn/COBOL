           05 JR-REF-SEQ        PIC 9(7) .
           05 FILLER            PIC X(2) .
           05 JR-REV-FLAG       PIC X(1) .
           05 FILLER            PIC X(2) .
           05 JR-ORIG-CURRENCY  PIC X(3) .
           05 FILLER            PIC X(6) .
           05 JR-ORIG-AMOUNT    PIC X(14) .
           05 FILLER            PIC X(2) .
           05 JR-FX-RATE        PIC X(12) .
           05 FILLER            PIC X(1) .

       FD PAY-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo POST-PAYMENT do LockBox

       FD WORK-FILE RECORDING MODE F .
      *sobreviventes da retencao, copiados de volta no final
       01  WORK-REC              PIC X(73) .

       FD HIST-PARM RECORDING MODE F .
      *retencao configuravel, em meses
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-IO-ERROR       VALUE 8.
           88 RC-RERUN-REFUSED  VALUE 20.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma RUNLOG
           COPY RUNLPRM.

      *área de parâmetros trocada com o subprograma BUSDATE
           COPY BUSDPRM.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       OPEN-STEP.
           PERFORM AUDIT-LOG-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM RUN-CONTROL-START.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-INTEGER).
           PERFORM READ-HIST-PARM.
      *a falha
           DISPLAY 'TXNHIST ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           SET RUNL-FN-FAILED TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
              FUNCTION NUMVAL-C (JR-AMOUNT).
           COMPUTE TH-NEW-BALANCE =
              FUNCTION NUMVAL-C (JR-NEW-BALANCE).
           MOVE JR-REF-SEQ          TO TH-REF-SEQ.
      *perna de transferencia e ajuste de juros levam a marca do
      *diario
           IF JR-REV-FLAG = 'T' OR JR-REV-FLAG = 'I'
              MOVE JR-REV-FLAG      TO TH-XFER-FLAG
           ELSE
              MOVE SPACE            TO TH-XFER-FLAG
           END-IF.
      *movimento convertido de moeda estrangeira: moeda, valor
      *original e taxa aplicada vem do diario
           IF JR-ORIG-CURRENCY NOT = SPACES
              MOVE JR-ORIG-CURRENCY TO TH-ORIG-CURRENCY
              COMPUTE TH-ORIG-AMOUNT =
                 FUNCTION NUMVAL-C (JR-ORIG-AMOUNT)
              COMPUTE TH-FX-RATE =
                 FUNCTION NUMVAL (JR-FX-RATE)
           ELSE
              MOVE SPACES           TO TH-ORIG-CURRENCY
              MOVE ZERO             TO TH-ORIG-AMOUNT
              MOVE ZERO             TO TH-FX-RATE
           END-IF.
           WRITE TXN-HIST-REC.
           IF THIS-FILE-STATUS NOT = '00'
              STRING 'WRITE TXN-HISTORY FAILED, STATUS '
              FUNCTION NUMVAL-C (PJ-AMOUNT).
           COMPUTE TH-NEW-BALANCE =
              FUNCTION NUMVAL-C (PJ-NEW-BALANCE).
           MOVE ZERO                TO TH-REF-SEQ.
           MOVE SPACE               TO TH-XFER-FLAG.
           MOVE SPACES              TO TH-ORIG-CURRENCY.
           MOVE ZERO                TO TH-ORIG-AMOUNT.
           MOVE ZERO                TO TH-FX-RATE.
           WRITE TXN-HIST-REC.
           IF THIS-FILE-STATUS NOT = '00'
              STRING 'WRITE TXN-HISTORY FAILED, STATUS '
              '  KEPT: ' WS-KEPT-COUNT
              '  PURGED: ' WS-PURGED-COUNT.
           SET RC-NORMAL TO TRUE.
           SET RUNL-FN-COMPLETE TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
           MOVE WS-APPENDED-COUNT    TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       GET-BUSINESS-DATE.
      *a data-movimento vem do controle BUSDTCTL, nao do relogio -
      *o trabalho que passa da meia-noite continua na data da noite;
      *controle nao avancado pelo DateRoll para o passo
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-DATE-INVALID
              MOVE BUSD-MESSAGE TO WS-ABEND-TEXT
              MOVE BUSD-BUSINESS-DATE TO RUNL-BUSINESS-DATE
              PERFORM ABEND-RUN
           END-IF.
           IF BUSD-PRIOR-RERUN
              DISPLAY 'TXNHIST ' BUSD-MESSAGE
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-TODAY-INTEGER.

       RUN-CONTROL-START.
      *registra o inicio no controle de execucao RUNCTL; passo de
      *postagem que ja terminou nesta data-movimento nao roda de
      *novo sem override do operador no RUNOVRD - para aqui, antes
      *de abrir qualquer arquivo
           MOVE 'TXNHIST '     TO RUNL-STEP-NAME.
           SET RUNL-FN-START   TO TRUE.
           MOVE BUSD-BUSINESS-DATE TO RUNL-BUSINESS-DATE.
           MOVE ZERO           TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
           IF RUNL-RUN-BLOCKED
              DISPLAY 'TXNHIST RERUN REFUSED FOR BUSINESS DATE '
                 RUNL-BUSINESS-DATE ': ' RUNL-MESSAGE
              SET RC-RERUN-REFUSED TO TRUE
              PERFORM AUDIT-LOG-END
              MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUNL-MESSAGE NOT = SPACES
              DISPLAY 'TXNHIST ' RUNL-MESSAGE
           END-IF.

       RUN-CONTROL-END.
      *registra o fim no controle de execucao - C ou F conforme quem
      *chamou - com o RETURN-CODE devolvido ao scheduler
           MOVE 'TXNHIST '           TO RUNL-STEP-NAME.
           MOVE WS-FINAL-RETURN-CODE TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
