           COPY ACCTFLDS.

       FD CLEAN-OUT RECORDING MODE F .
       01  CLEAN-REC             PIC X(183) .

       FD REJECT-OUT RECORDING MODE F .
      *codigo do motivo da rejeicao mais a imagem original completa,
      *para o record poder ser corrigido e reapresentado
       01  REJECT-REC.
           05 RJ-REASON-CODE    PIC X(4) .
           05 RJ-ACCT-IMAGE     PIC X(183) .

       FD EDIT-PARM RECORDING MODE F .
      *tolerancia de rejeicao do passo, em percentual dos records
      *o expurgo do AcctArch duraria um dia
       01  ARCHIVE-REC.
           05 AR-PURGE-DATE     PIC X(8) .
           05 AR-ACCT-IMAGE     PIC X(183) .

       WORKING-STORAGE SECTION.
       01  IN-FILE-STATUS       PIC X(2) VALUE '00'.
      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma RUNLOG
           COPY RUNLPRM.

       01  TRAILER-LINE.
           05 FILLER             PIC X(14) VALUE 'RECORDS READ: '.
           05 TRAILER-READ       PIC ZZZ,ZZ9.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM RUN-CONTROL-START.
           OPEN INPUT ACCT-IN .
           IF IN-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-IN FAILED, STATUS ' IN-FILE-STATUS
      *a falha
           DISPLAY 'ACCTEDIT ABEND: ' WS-ABEND-TEXT.
           MOVE 8 TO WS-FINAL-RETURN-CODE.
           SET RUNL-FN-FAILED TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
           CLOSE CLEAN-OUT .
           CLOSE REJECT-OUT .
           PERFORM SET-RETURN-CODE.
           SET RUNL-FN-COMPLETE TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
           MOVE WS-READ-COUNT        TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       RUN-CONTROL-START.
      *registra o inicio no controle de execucao RUNCTL; passo
      *repetivel, o RUNLOG so anota
           MOVE 'ACCTEDIT'     TO RUNL-STEP-NAME.
           SET RUNL-FN-START   TO TRUE.
           MOVE ZERO           TO RUNL-BUSINESS-DATE.
           MOVE ZERO           TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.

       RUN-CONTROL-END.
      *registra o fim no controle de execucao - C ou F conforme quem
      *chamou - com o RETURN-CODE devolvido ao scheduler
           MOVE 'ACCTEDIT'           TO RUNL-STEP-NAME.
           MOVE WS-FINAL-RETURN-CODE TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
