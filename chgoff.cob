       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-IO-ERROR       VALUE 8.
           88 RC-RERUN-REFUSED  VALUE 20.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.
      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma RUNLOG
           COPY RUNLPRM.

      *área de parâmetros trocada com o subprograma BUSDATE
           COPY BUSDPRM.

       01  DETAIL-LINE.
           05 DT-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM RUN-CONTROL-START.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           PERFORM READ-CHGO-PARM.
      *a falha
           DISPLAY 'CHGOFF ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           SET RUNL-FN-FAILED TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
              END-IF
              PERFORM READ-CHGO-REC
              PERFORM UNTIL CHGO-EOF
      *----------recuperacao desfeita por cheque devolvido volta ao
      *----------saldo baixado e sai das recuperacoes do mes
                 EVALUATE TRUE
                    WHEN CO-CHARGE-OFF
                       ADD CO-AMOUNT TO WS-PRIOR-SUBS-TOTAL
                    WHEN CO-RECOVERY-REVERSED
                       ADD CO-AMOUNT TO WS-PRIOR-SUBS-TOTAL
                       IF CO-DATE (1:6) = WS-TODAY-DATE (1:6)
                          SUBTRACT CO-AMOUNT FROM WS-MTD-RECOVERY
                       END-IF
                    WHEN OTHER
                       SUBTRACT CO-AMOUNT FROM WS-PRIOR-SUBS-TOTAL
                       IF CO-DATE (1:6) = WS-TODAY-DATE (1:6)
                          ADD CO-AMOUNT TO WS-MTD-RECOVERY
                       END-IF
                 END-EVALUATE
                 PERFORM READ-CHGO-REC
              END-PERFORM
              CLOSE CHGOFF-FILE
           MOVE ACCT-BALANCE     TO CJ-AMOUNT.
           MOVE ZERO             TO CJ-NEW-BALANCE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO CJ-TIMESTAMP.
           MOVE WS-TODAY-DATE TO CJ-TIMESTAMP (1:8).
           WRITE CHG-JOURNAL-REC.
           IF JRNL-FILE-STATUS NOT = '00'
              STRING 'WRITE CHG-JOURNAL FAILED, STATUS '
           CLOSE CHG-JOURNAL .
           CLOSE REPORT-LINE .
           SET RC-NORMAL TO TRUE.
           SET RUNL-FN-COMPLETE TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
           MOVE WS-CHGOFF-COUNT      TO AUDIT-REC-COUNT.
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
              DISPLAY 'CHGOFF ' BUSD-MESSAGE
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-TODAY-DATE.

       RUN-CONTROL-START.
      *registra o inicio no controle de execucao RUNCTL; passo de
      *postagem que ja terminou nesta data-movimento nao roda de
      *novo sem override do operador no RUNOVRD - para aqui, antes
      *de abrir qualquer arquivo
           MOVE 'CHGOFF  '     TO RUNL-STEP-NAME.
           SET RUNL-FN-START   TO TRUE.
           MOVE BUSD-BUSINESS-DATE TO RUNL-BUSINESS-DATE.
           MOVE ZERO           TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
           IF RUNL-RUN-BLOCKED
              DISPLAY 'CHGOFF RERUN REFUSED FOR BUSINESS DATE '
                 RUNL-BUSINESS-DATE ': ' RUNL-MESSAGE
              SET RC-RERUN-REFUSED TO TRUE
              PERFORM AUDIT-LOG-END
              MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUNL-MESSAGE NOT = SPACES
              DISPLAY 'CHGOFF ' RUNL-MESSAGE
           END-IF.

       RUN-CONTROL-END.
      *registra o fim no controle de execucao - C ou F conforme quem
      *chamou - com o RETURN-CODE devolvido ao scheduler
           MOVE 'CHGOFF  '           TO RUNL-STEP-NAME.
           MOVE WS-FINAL-RETURN-CODE TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
