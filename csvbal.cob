      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma RUNLOG
           COPY RUNLPRM.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM RUN-CONTROL-START.
           OPEN INPUT CSV-LINE .
           IF CSV-FILE-STATUS NOT = '00'
              STRING 'OPEN CSV-LINE FAILED, STATUS ' CSV-FILE-STATUS
      *a falha
           DISPLAY 'CSVBAL ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           SET RUNL-FN-FAILED TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           SET RUNL-FN-COMPLETE TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
           MOVE WS-CSV-COUNT         TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       RUN-CONTROL-START.
      *registra o inicio no controle de execucao RUNCTL; passo
      *repetivel, o RUNLOG so anota
           MOVE 'CSVBAL  '     TO RUNL-STEP-NAME.
           SET RUNL-FN-START   TO TRUE.
           MOVE ZERO           TO RUNL-BUSINESS-DATE.
           MOVE ZERO           TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.

       RUN-CONTROL-END.
      *registra o fim no controle de execucao - C ou F conforme quem
      *chamou - com o RETURN-CODE devolvido ao scheduler
           MOVE 'CSVBAL  '           TO RUNL-STEP-NAME.
           MOVE WS-FINAL-RETURN-CODE TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
