           05 EX-ACCT-NO        PIC X(8) .
           05 EX-REST           PIC X(163) .
           05 EX-LAST-ACTIVITY  PIC 9(8) .
           05 EX-STATUS-FLAGS   PIC X(2) .
           05 EX-BILL-CYCLE     PIC 9(2) .

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS

       FD ADD-WORK RECORDING MODE F .
      *inclusoes anotadas na primeira passada, aplicadas na segunda
       01  ADD-WORK-REC          PIC X(183) .

       WORKING-STORAGE SECTION.
       01  EXT-FILE-STATUS      PIC X(2) VALUE '00'.
      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma RUNLOG
           COPY RUNLPRM.

       01  TRAILER-LINE.
           05 FILLER             PIC X(7)  VALUE 'ADDS: '.
           05 TRAILER-ADDS       PIC ZZZ,ZZ9.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM RUN-CONTROL-START.
           OPEN INPUT EXTRACT-IN .
           IF EXT-FILE-STATUS NOT = '00'
              STRING 'OPEN EXTRACT-IN FAILED, STATUS ' EXT-FILE-STATUS
      *a falha e acionar a reconstrucao completa
           DISPLAY 'ACCTLOAD ABEND: ' WS-ABEND-TEXT.
           SET RC-PROOF-FAILED TO TRUE.
           SET RUNL-FN-FAILED TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
                 IF EX-LAST-ACTIVITY = ZERO
                    MOVE ACCT-LAST-ACTIVITY TO EX-LAST-ACTIVITY
                 END-IF
      *----------o ciclo de faturamento tambem e do cluster (o
      *----------CycAsgn atribui): o extrato sem ciclo nao desfaz
      *----------a atribuicao
                 IF EX-BILL-CYCLE NOT NUMERIC
                    OR EX-BILL-CYCLE = ZERO
                    MOVE ACCT-BILL-CYCLE TO EX-BILL-CYCLE
                 END-IF
                 IF EXTRACT-REC = ACCT-FIELDS
                    ADD 1 TO WS-SAME-COUNT
                 ELSE
           PERFORM READ-ADD-WORK
              PERFORM UNTIL ADDW-EOF
              MOVE ADD-WORK-REC TO ACCT-FIELDS
      *-------conta nova entra sem ciclo; o CycAsgn atribui depois
              IF ACCT-BILL-CYCLE NOT NUMERIC
                 MOVE ZERO TO ACCT-BILL-CYCLE
              END-IF
              WRITE ACCT-FIELDS
              IF ACCT-FILE-STATUS NOT = '00'
                 STRING 'WRITE ACCT-REC FAILED, STATUS '
           MOVE WS-SAME-COUNT   TO TRAILER-SAME.
           DISPLAY TRAILER-LINE.
           CLOSE EXTRACT-IN .
           SET RUNL-FN-COMPLETE TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
           MOVE WS-EXTRACT-COUNT     TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       RUN-CONTROL-START.
      *registra o inicio no controle de execucao RUNCTL; passo
      *repetivel, o RUNLOG so anota
           MOVE 'ACCTLOAD'     TO RUNL-STEP-NAME.
           SET RUNL-FN-START   TO TRUE.
           MOVE ZERO           TO RUNL-BUSINESS-DATE.
           MOVE ZERO           TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.

       RUN-CONTROL-END.
      *registra o fim no controle de execucao - C ou F conforme quem
      *chamou - com o RETURN-CODE devolvido ao scheduler
           MOVE 'ACCTLOAD'           TO RUNL-STEP-NAME.
           MOVE WS-FINAL-RETURN-CODE TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
