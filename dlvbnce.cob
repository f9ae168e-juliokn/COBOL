      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. DlvBnce.
       AUTHOR. Julio Bittencourt.

      *Devolucoes da entrega eletronica do extrato: o fornecedor
      *devolve no EDLVBNC cada documento do EDLVFEED que nao chegou
      *ao e-mail do cliente, com a chave da preferencia que o
      *AcctStmt mandou no feed. Este passo volta essa preferencia
      *do DLVPREF para papel (o proximo ciclo ja sai na grafica),
      *marca a devolucao para o operador acertar o e-mail com o
      *cliente no DlvPref e grava a imagem antes/depois no DLVHIST,
      *como o proprio console faz. A lista de contato DLVCONT leva
      *nome, estado e o e-mail devolvido de cada preferencia
      *voltada ao papel; devolucao de e-mail que ja foi trocado
      *depois do envio, ou de preferencia que nao existe mais, so
      *aparece no rodape de contagens.

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
           SELECT BOUNCE-IN ASSIGN TO EDLVBNC
               FILE STATUS IS BNC-FILE-STATUS .
           SELECT PREF-FILE ASSIGN TO DLVPREF
               FILE STATUS IS PREF-FILE-STATUS .
           SELECT CHANGE-HIST ASSIGN TO DLVHIST
               FILE STATUS IS HIST-FILE-STATUS .
           SELECT CUST-MASTER ASSIGN TO CUSTMST
               FILE STATUS IS CUST-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO DLVCONT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD BOUNCE-IN RECORDING MODE F .
      *devolucao do fornecedor: a chave da preferencia e do
      *documento como foram no EDLVFEED, o e-mail que voltou, a
      *data e o motivo dados pelo servidor de correio
       01  BOUNCE-REC.
           05 EB-PREF-KEY-TYPE  PIC X(1) .
           05 EB-PREF-KEY       PIC X(8) .
           05 EB-DOC-KEY        PIC X(8) .
           05 EB-EMAIL          PIC X(50) .
           05 EB-BOUNCE-DATE    PIC 9(8) .
           05 EB-REASON         PIC X(30) .

       FD PREF-FILE RECORDING MODE F .
      *layout compartilhado no copybook DLVPREF
           COPY DLVPREF.

       FD CHANGE-HIST RECORDING MODE F .
      *mesmo historico de imagens do console DlvPref, no layout do
      *CHGHIST; a imagem aqui e o record de preferencia
       01  CHANGE-HIST-REC.
           05 CH-ACTION         PIC X(1) .
           05 CH-IMAGE-TYPE     PIC X(1) .
           05 CH-OPERATOR-ID    PIC X(8) .
           05 CH-TIMESTAMP      PIC X(14) .
           05 CH-ACCT-IMAGE     PIC X(183) .

       FD CUST-MASTER RECORDING MODE F .
      *mesmo layout mantido pelo CustMaint
       01  CUST-MASTER-REC.
           05 CM-CUST-NO        PIC X(8) .
           05 CM-LAST-NAME      PIC X(20) .
           05 CM-FIRST-NAME     PIC X(15) .
           05 CM-STREET-ADDR    PIC X(25) .
           05 CM-CITY-COUNTY    PIC X(20) .
           05 CM-USA-STATE      PIC X(15) .
           05 CM-ZIP-CODE       PIC X(5) .
           05 CM-STMT-MODE      PIC X(1) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(132) .

       WORKING-STORAGE SECTION.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  BNC-FILE-STATUS      PIC X(2) VALUE '00'.
       01  PREF-FILE-STATUS     PIC X(2) VALUE '00'.
       01  HIST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CUST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-BNC-EOF           PIC X(1) VALUE 'N'.
           88 BNC-EOF           VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.

      *preferencias inteiras em memoria, regravadas no final com as
      *devolucoes aplicadas (mesmo arranjo do console DlvPref)
       01  WS-PREF-TABLE.
           05 WS-PREF-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PREF-ENTRY OCCURS 3000 TIMES
                 INDEXED BY PFX.
              10 WK-PREF-IMAGE  PIC X(100).
       01  WS-PREF-FOUND        PIC X(1) VALUE 'N'.
           88 PREF-FOUND        VALUE 'Y'.

      *nome e estado dos clientes do CUSTMST, para a lista de
      *contato das preferencias por cliente
       01  WS-CUST-TABLE.
           05 WS-CUST-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-CUST-ENTRY OCCURS 500 TIMES
                 INDEXED BY CUX.
              10 WC-CUST-NO     PIC X(8).
              10 WC-LAST-NAME   PIC X(20).
              10 WC-FIRST-NAME  PIC X(15).
              10 WC-USA-STATE   PIC X(15).

      *contadores de controle da execucao
       01  WS-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-FLIPPED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-NO-PREF-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-CHANGED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-REPEAT-COUNT      PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE; 4 avisa que houve devolucao sem preferencia
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-UNMATCHED      VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  CONTACT-HEAD-LINE.
           05 FILLER             PIC X(11) VALUE 'T KEY'.
           05 FILLER             PIC X(36) VALUE 'NAME'.
           05 FILLER             PIC X(16) VALUE 'STATE'.
           05 FILLER             PIC X(41) VALUE 'E-MAIL RETURNED'.
           05 FILLER             PIC X(11) VALUE 'BOUNCED'.
           05 FILLER             PIC X(17) VALUE 'REASON'.

       01  CONTACT-LINE.
           05 CT-KEY-TYPE        PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 CT-KEY             PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 CT-FIRST-NAME      PIC X(15).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 CT-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 CT-USA-STATE       PIC X(15).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 CT-EMAIL           PIC X(40).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 CT-BOUNCE-DATE     PIC 9999/99/99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 CT-REASON          PIC X(16).

       01  COUNT-LINE.
           05 CL-LABEL           PIC X(34).
           05 CL-COUNT           PIC ZZZ,ZZ9.
           05 FILLER             PIC X(91) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-PREFERENCES.
           PERFORM LOAD-CUSTOMERS.
           PERFORM APPLY-BOUNCES.
           PERFORM REWRITE-PREFERENCES.
           PERFORM WRITE-TOTALS.
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
      *sem devolucao do fornecedor no dia o passo so emite a lista
      *vazia
           OPEN INPUT BOUNCE-IN .
           IF BNC-FILE-STATUS = '05' OR BNC-FILE-STATUS = '35'
              MOVE 'Y' TO WS-BNC-EOF
           ELSE
              IF BNC-FILE-STATUS NOT = '00'
                 STRING 'OPEN BOUNCE-IN FAILED, STATUS '
                    BNC-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.
           OPEN EXTEND CHANGE-HIST .
      *o historico e acumulativo entre execucoes; na primeira vez o
      *dataset ainda nao existe e o OPEN EXTEND precisa virar
      *OUTPUT, mesmo tratamento do CoHldMnt com o CHGHIST
           IF HIST-FILE-STATUS = '05' OR HIST-FILE-STATUS = '35'
              OPEN OUTPUT CHANGE-HIST
           END-IF.
           IF HIST-FILE-STATUS NOT = '00'
              STRING 'OPEN CHANGE-HIST FAILED, STATUS '
                 HIST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'E-DELIVERY BOUNCES - CUSTOMER CONTACT LIST'
              TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE CONTACT-HEAD-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'DLVBNCE ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-PREFERENCES.
      *o DLVPREF e regravado a partir da tabela no final: parar
      *antes do fim do arquivo perderia preferencias - melhor parar
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT PREF-FILE.
           IF PREF-FILE-STATUS = '05' OR PREF-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF PREF-FILE-STATUS NOT = '00'
                 STRING 'OPEN PREF-FILE FAILED, STATUS '
                    PREF-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-PREF-REC
              PERFORM UNTIL GEN-EOF OR WS-PREF-COUNT = 3000
                 ADD 1 TO WS-PREF-COUNT
                 SET PFX TO WS-PREF-COUNT
                 MOVE DLV-PREF-REC TO WK-PREF-IMAGE (PFX)
                 PERFORM READ-PREF-REC
              END-PERFORM
              CLOSE PREF-FILE
              IF NOT GEN-EOF
                 STRING 'PREFERENCE TABLE FULL, 3000 LOADED WITH '
                    'RECORDS REMAINING' DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-PREF-REC.
           READ PREF-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF PREF-FILE-STATUS NOT = '00'
              AND PREF-FILE-STATUS NOT = '10'
              STRING 'READ PREF-FILE FAILED, STATUS '
                 PREF-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-CUSTOMERS.
      *sem o CUSTMST alocado a preferencia por cliente sai na lista
      *so com a chave
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT CUST-MASTER.
           IF CUST-FILE-STATUS = '05' OR CUST-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF CUST-FILE-STATUS NOT = '00'
                 STRING 'OPEN CUST-MASTER FAILED, STATUS '
                    CUST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-CUST-REC
              PERFORM UNTIL GEN-EOF OR WS-CUST-COUNT = 500
                 ADD 1 TO WS-CUST-COUNT
                 SET CUX TO WS-CUST-COUNT
                 MOVE CM-CUST-NO    TO WC-CUST-NO (CUX)
                 MOVE CM-LAST-NAME  TO WC-LAST-NAME (CUX)
                 MOVE CM-FIRST-NAME TO WC-FIRST-NAME (CUX)
                 MOVE CM-USA-STATE  TO WC-USA-STATE (CUX)
                 PERFORM READ-CUST-REC
              END-PERFORM
              CLOSE CUST-MASTER
           END-IF.

       READ-CUST-REC.
           READ CUST-MASTER
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF CUST-FILE-STATUS NOT = '00'
              AND CUST-FILE-STATUS NOT = '10'
              STRING 'READ CUST-MASTER FAILED, STATUS '
                 CUST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       APPLY-BOUNCES.
           IF NOT BNC-EOF
              PERFORM READ-BOUNCE-REC
              PERFORM UNTIL BNC-EOF
                 ADD 1 TO WS-READ-COUNT
                 PERFORM APPLY-ONE-BOUNCE
                 PERFORM READ-BOUNCE-REC
              END-PERFORM
              CLOSE BOUNCE-IN
           END-IF.

       READ-BOUNCE-REC.
           READ BOUNCE-IN
           AT END MOVE 'Y' TO WS-BNC-EOF
           END-READ.
           IF BNC-FILE-STATUS NOT = '00'
              AND BNC-FILE-STATUS NOT = '10'
              STRING 'READ BOUNCE-IN FAILED, STATUS '
                 BNC-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       APPLY-ONE-BOUNCE.
      *so volta ao papel a preferencia que ainda tem o e-mail que
      *voltou; o mesmo documento devolvido duas vezes nao repete a
      *imagem nem a linha da lista
           PERFORM FIND-PREFERENCE.
           IF NOT PREF-FOUND
              ADD 1 TO WS-NO-PREF-COUNT
           ELSE
              MOVE WK-PREF-IMAGE (PFX) TO DLV-PREF-REC
              EVALUATE TRUE
                 WHEN DP-EMAIL NOT = EB-EMAIL
                    ADD 1 TO WS-CHANGED-COUNT
                 WHEN DP-DLV-PAPER AND DP-BOUNCED
                    ADD 1 TO WS-REPEAT-COUNT
                 WHEN OTHER
                    PERFORM FLIP-TO-PAPER
              END-EVALUATE
           END-IF.

       FIND-PREFERENCE.
           MOVE 'N' TO WS-PREF-FOUND.
           IF WS-PREF-COUNT > ZERO
              SET PFX TO 1
              SEARCH WS-PREF-ENTRY
                 AT END MOVE 'N' TO WS-PREF-FOUND
                 WHEN PFX > WS-PREF-COUNT
                    MOVE 'N' TO WS-PREF-FOUND
                 WHEN WK-PREF-IMAGE (PFX) (1:1) = EB-PREF-KEY-TYPE
                    AND WK-PREF-IMAGE (PFX) (2:8) = EB-PREF-KEY
                    MOVE 'Y' TO WS-PREF-FOUND
              END-SEARCH
           END-IF.

       FLIP-TO-PAPER.
           PERFORM WRITE-BEFORE-IMAGE.
           MOVE 'P' TO DP-DELIVERY.
           MOVE 'Y' TO DP-BOUNCE-FLAG.
           IF EB-BOUNCE-DATE NUMERIC AND EB-BOUNCE-DATE > ZERO
              MOVE EB-BOUNCE-DATE TO DP-BOUNCE-DATE
           ELSE
              MOVE WS-TODAY-DATE  TO DP-BOUNCE-DATE
           END-IF.
           MOVE 'DLVBNCE '    TO DP-UPD-OPERATOR.
           MOVE WS-TODAY-DATE TO DP-UPD-DATE.
           MOVE DLV-PREF-REC  TO WK-PREF-IMAGE (PFX).
           PERFORM WRITE-AFTER-IMAGE.
           PERFORM WRITE-CONTACT-LINE.
           ADD 1 TO WS-FLIPPED-COUNT.

       WRITE-BEFORE-IMAGE.
           MOVE 'B' TO CH-IMAGE-TYPE.
           PERFORM WRITE-HIST-RECORD.

       WRITE-AFTER-IMAGE.
           MOVE 'A' TO CH-IMAGE-TYPE.
           PERFORM WRITE-HIST-RECORD.

       WRITE-HIST-RECORD.
      *alteracao ('C') feita pelo proprio passo, com o nome dele no
      *lugar do operador
           MOVE 'C'              TO CH-ACTION.
           MOVE 'DLVBNCE '       TO CH-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE (1:14) TO CH-TIMESTAMP.
           MOVE SPACES           TO CH-ACCT-IMAGE.
           MOVE WK-PREF-IMAGE (PFX) TO CH-ACCT-IMAGE (1:100).
           WRITE CHANGE-HIST-REC.
           IF HIST-FILE-STATUS NOT = '00'
              STRING 'WRITE CHANGE-HIST FAILED, STATUS '
                 HIST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-CONTACT-LINE.
      *nome e estado da conta no ACCTREC ou do cliente no CUSTMST
           MOVE SPACES          TO CONTACT-LINE.
           MOVE DP-KEY-TYPE     TO CT-KEY-TYPE.
           MOVE DP-KEY          TO CT-KEY.
           IF DP-KEY-ACCOUNT
              MOVE DP-KEY TO ACCT-NO
              READ ACCT-REC
              IF ACCT-FILE-STATUS = '00'
                 MOVE FIRST-NAME TO CT-FIRST-NAME
                 MOVE LAST-NAME  TO CT-LAST-NAME
                 MOVE USA-STATE  TO CT-USA-STATE
              END-IF
           ELSE
              IF WS-CUST-COUNT > ZERO
                 SET CUX TO 1
                 SEARCH WS-CUST-ENTRY
                    AT END CONTINUE
                    WHEN CUX > WS-CUST-COUNT
                       CONTINUE
                    WHEN WC-CUST-NO (CUX) = DP-KEY
                       MOVE WC-FIRST-NAME (CUX) TO CT-FIRST-NAME
                       MOVE WC-LAST-NAME (CUX)  TO CT-LAST-NAME
                       MOVE WC-USA-STATE (CUX)  TO CT-USA-STATE
                 END-SEARCH
              END-IF
           END-IF.
           MOVE EB-EMAIL        TO CT-EMAIL.
           MOVE DP-BOUNCE-DATE  TO CT-BOUNCE-DATE.
           MOVE EB-REASON       TO CT-REASON.
           MOVE CONTACT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       REWRITE-PREFERENCES.
           IF WS-FLIPPED-COUNT > ZERO
              OPEN OUTPUT PREF-FILE
              IF PREF-FILE-STATUS NOT = '00'
                 STRING 'OPEN OUTPUT PREF-FILE FAILED, STATUS '
                    PREF-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM WRITE-ONE-PREFERENCE
                 VARYING PFX FROM 1 BY 1
                 UNTIL PFX > WS-PREF-COUNT
              CLOSE PREF-FILE
           END-IF.

       WRITE-ONE-PREFERENCE.
           MOVE WK-PREF-IMAGE (PFX) TO DLV-PREF-REC.
           WRITE DLV-PREF-REC.
           IF PREF-FILE-STATUS NOT = '00'
              STRING 'WRITE PREF-FILE FAILED, STATUS '
                 PREF-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-TOTALS.
           PERFORM WRITE-REPORT-REC.
           MOVE 'BOUNCES RECEIVED:                 ' TO CL-LABEL.
           MOVE WS-READ-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'RETURNED TO PAPER, TO CONTACT:    ' TO CL-LABEL.
           MOVE WS-FLIPPED-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ALREADY ON CONTACT LIST:          ' TO CL-LABEL.
           MOVE WS-REPEAT-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'E-MAIL CHANGED SINCE SENT:        ' TO CL-LABEL.
           MOVE WS-CHANGED-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'NO PREFERENCE ON FILE:            ' TO CL-LABEL.
           MOVE WS-NO-PREF-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
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
           CLOSE ACCT-REC .
           CLOSE CHANGE-HIST .
           CLOSE REPORT-LINE .
           DISPLAY 'BOUNCES: ' WS-READ-COUNT
              '  BACK TO PAPER: ' WS-FLIPPED-COUNT
              '  NO PREFERENCE: ' WS-NO-PREF-COUNT.
           IF WS-NO-PREF-COUNT > ZERO
              SET RC-UNMATCHED TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'DLVBNCE '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de devolucoes
      *lidas e o RETURN-CODE que o job esta devolvendo ao scheduler
           MOVE 'DLVBNCE '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-READ-COUNT        TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
