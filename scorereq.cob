      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. ScoreReq.
       AUTHOR. Julio Bittencourt.

      *Pedido mensal de score ao bureau: o BureauEx so reporta as
      *contas estouradas e inadimplentes, nunca perguntava nada de
      *volta. Este passo percorre o ACCTREC e, para cada conta
      *aberta, acha o documento fiscal no XREFMST; cada documento
      *distinto com conta aberta vira um detalhe do arquivo
      *SCOREREQ no layout fixo do bureau (header, um detalhe por
      *documento com o nome e o CEP da primeira conta aberta dele,
      *trailer com a contagem), registrado no XMITLOG para o
      *XmitConf acompanhar a confirmacao. A resposta volta no
      *SCORERSP e e carregada pelo ScoreIn. Conta aberta sem
      *documento no XREFMST nao tem como ser pedida: e contada e
      *listada no SCRQRPT, e o passo termina com RC 4 (o XrefAud e
      *quem cuida do vinculo que falta).

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
           SELECT XREF-MASTER ASSIGN TO XREFMST
               FILE STATUS IS XREF-FILE-STATUS .
           SELECT SCORE-REQ-FILE ASSIGN TO SCOREREQ
               FILE STATUS IS SREQ-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO SCRQRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD XREF-MASTER RECORDING MODE F .
      *mesmo layout mantido pelo TaxXref
       01  XREF-MASTER-REC.
           05 XR-DOC-TYPE       PIC X(1).
           05 XR-DOC-DIGITS     PIC X(14).
           05 XR-ACCT-NO        PIC X(8).

       FD SCORE-REQ-FILE RECORDING MODE F .
      *layout fixo do pedido de score do bureau: tipo de record na
      *primeira posicao ('H' header, 'D' documento, 'T' trailer)
       01  SCORE-REQ-HEADER-REC.
           05 QH-REC-TYPE       PIC X(1) .
           05 QH-REPORTER-ID    PIC X(10) .
           05 QH-FILE-DATE      PIC 9(8) .
           05 FILLER            PIC X(61) .

       01  SCORE-REQ-DETAIL-REC.
           05 QD-REC-TYPE       PIC X(1) .
           05 QD-DOC-TYPE       PIC X(1) .
           05 QD-DOC-DIGITS     PIC X(14) .
           05 QD-LAST-NAME      PIC X(20) .
           05 QD-FIRST-NAME     PIC X(15) .
           05 QD-ZIP-CODE       PIC X(5) .
           05 FILLER            PIC X(24) .

       01  SCORE-REQ-TRAILER-REC.
           05 QT-REC-TYPE       PIC X(1) .
           05 QT-DETAIL-COUNT   PIC 9(7) .
           05 FILLER            PIC X(72) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       WORKING-STORAGE SECTION.
       01  LASTREC              PIC X(1) VALUE 'N'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  XREF-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SREQ-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-XREF-EOF          PIC X(1) VALUE 'N'.
           88 XREF-EOF          VALUE 'Y'.
       01  WS-BUSINESS-DATE     PIC 9(8) VALUE ZERO.

      *identificacao desta instalacao junto ao bureau, a mesma do
      *BureauEx
       01  WS-REPORTER-ID       PIC X(10) VALUE 'ACCTSHOP01'.

      *vinculos documento/conta carregados do XREFMST, com a marca
      *de documento ja pedido nesta rodada
       01  WS-XREF-TABLE.
           05 WS-XREF-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-XREF-ENTRY OCCURS 1000 TIMES
                 INDEXED BY XRX XRY.
              10 WX-DOC-TYPE    PIC X(1).
              10 WX-DOC-DIGITS  PIC X(14).
              10 WX-ACCT-NO     PIC X(8).
              10 WX-REQUESTED   PIC X(1).
       01  WS-XREF-FOUND        PIC X(1) VALUE 'N'.
           88 XREF-FOUND        VALUE 'Y'.

      *contadores de controle da execucao
       01  WS-OPEN-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-DETAIL-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-NO-DOC-COUNT      PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-NO-DOCUMENT    VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma XMITLOG
           COPY XMITPRM.

      *area de parametros do subprograma BUSDATE
           COPY BUSDPRM.

       01  NO-DOC-LINE.
           05 ND-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ND-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ND-FIRST-NAME      PIC X(15).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(24)
              VALUE 'NO DOCUMENT ON XREFMST'.
           05 FILLER             PIC X(27) VALUE SPACES.

       01  COUNT-LINE.
           05 CT-LABEL           PIC X(32).
           05 CT-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(57) VALUE SPACES.

       01  BLANK-LINE            PIC X(100) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-XREF-TABLE.
           PERFORM WRITE-REQ-HEADER.
           PERFORM READ-NEXT-RECORD.
           PERFORM WRITE-REQ-TRAILER.
           PERFORM REPORT-COUNTS.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM GET-BUSINESS-DATE.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT SCORE-REQ-FILE .
           IF SREQ-FILE-STATUS NOT = '00'
              STRING 'OPEN SCORE-REQ-FILE FAILED, STATUS '
                 SREQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'BUREAU SCORE REQUEST' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       GET-BUSINESS-DATE.
      *a data do arquivo e do manifesto e a data-movimento do
      *controle BUSDTCTL, nao o relogio
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-ERROR
              MOVE BUSD-MESSAGE TO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF BUSD-MESSAGE NOT = SPACES
              DISPLAY 'SCOREREQ ' BUSD-MESSAGE
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-BUSINESS-DATE.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'SCOREREQ ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-XREF-TABLE.
      *sem XREFMST nenhuma conta tem documento: o arquivo sai so
      *com header e trailer e todas as contas no relatorio
           OPEN INPUT XREF-MASTER.
           IF XREF-FILE-STATUS = '05' OR XREF-FILE-STATUS = '35'
              MOVE 'Y' TO WS-XREF-EOF
           ELSE
              IF XREF-FILE-STATUS NOT = '00'
                 STRING 'OPEN XREF-MASTER FAILED, STATUS '
                    XREF-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-XREF-REC
              PERFORM UNTIL XREF-EOF OR WS-XREF-COUNT = 1000
                 ADD 1 TO WS-XREF-COUNT
                 SET XRX TO WS-XREF-COUNT
                 MOVE XR-DOC-TYPE   TO WX-DOC-TYPE (XRX)
                 MOVE XR-DOC-DIGITS TO WX-DOC-DIGITS (XRX)
                 MOVE XR-ACCT-NO    TO WX-ACCT-NO (XRX)
                 MOVE 'N'           TO WX-REQUESTED (XRX)
                 PERFORM READ-XREF-REC
              END-PERFORM
              CLOSE XREF-MASTER
              IF NOT XREF-EOF
                 STRING 'XREF TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-XREF-REC.
           READ XREF-MASTER
           AT END MOVE 'Y' TO WS-XREF-EOF
           END-READ.
           IF XREF-FILE-STATUS NOT = '00'
              AND XREF-FILE-STATUS NOT = '10'
              STRING 'READ XREF-MASTER FAILED, STATUS '
                 XREF-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-REQ-HEADER.
           MOVE SPACES           TO SCORE-REQ-HEADER-REC.
           MOVE 'H'              TO QH-REC-TYPE.
           MOVE WS-REPORTER-ID   TO QH-REPORTER-ID.
           MOVE WS-BUSINESS-DATE TO QH-FILE-DATE.
           WRITE SCORE-REQ-HEADER-REC.
           IF SREQ-FILE-STATUS NOT = '00'
              STRING 'WRITE SCORE-REQ-FILE FAILED, STATUS '
                 SREQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-NEXT-RECORD.
           PERFORM READ-RECORD
              PERFORM UNTIL LASTREC = 'Y'
              PERFORM SELECT-FOR-REQUEST
              PERFORM READ-RECORD
              END-PERFORM
           .

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

       SELECT-FOR-REQUEST.
      *so conta aberta entra no pedido; o documento vai uma vez so,
      *na primeira conta aberta dele
           IF ACCT-ST-OPEN
              ADD 1 TO WS-OPEN-COUNT
              PERFORM FIND-ACCT-XREF
              EVALUATE TRUE
                 WHEN NOT XREF-FOUND
                    PERFORM LIST-NO-DOCUMENT
                 WHEN WX-REQUESTED (XRX) = 'Y'
                    CONTINUE
                 WHEN OTHER
                    PERFORM WRITE-REQ-DETAIL
                    PERFORM MARK-DOC-REQUESTED
                       VARYING XRY FROM 1 BY 1
                       UNTIL XRY > WS-XREF-COUNT
              END-EVALUATE
           END-IF.

       FIND-ACCT-XREF.
           MOVE 'N' TO WS-XREF-FOUND.
           IF WS-XREF-COUNT > ZERO
              SET XRX TO 1
              SEARCH WS-XREF-ENTRY
                 AT END MOVE 'N' TO WS-XREF-FOUND
                 WHEN XRX > WS-XREF-COUNT
                    MOVE 'N' TO WS-XREF-FOUND
                 WHEN WX-ACCT-NO (XRX) = ACCT-NO
                    MOVE 'Y' TO WS-XREF-FOUND
              END-SEARCH
           END-IF.

       MARK-DOC-REQUESTED.
      *todas as contas do mesmo documento ficam marcadas, para o
      *documento nao sair duas vezes
           IF WX-DOC-TYPE (XRY) = WX-DOC-TYPE (XRX)
              AND WX-DOC-DIGITS (XRY) = WX-DOC-DIGITS (XRX)
              MOVE 'Y' TO WX-REQUESTED (XRY)
           END-IF.

       WRITE-REQ-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           MOVE SPACES              TO SCORE-REQ-DETAIL-REC.
           MOVE 'D'                 TO QD-REC-TYPE.
           MOVE WX-DOC-TYPE (XRX)   TO QD-DOC-TYPE.
           MOVE WX-DOC-DIGITS (XRX) TO QD-DOC-DIGITS.
           MOVE LAST-NAME           TO QD-LAST-NAME.
           MOVE FIRST-NAME          TO QD-FIRST-NAME.
           MOVE ACCT-ZIP-CODE       TO QD-ZIP-CODE.
           WRITE SCORE-REQ-DETAIL-REC.
           IF SREQ-FILE-STATUS NOT = '00'
              STRING 'WRITE SCORE-REQ-FILE FAILED, STATUS '
                 SREQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LIST-NO-DOCUMENT.
           ADD 1 TO WS-NO-DOC-COUNT.
           MOVE ACCT-NO    TO ND-ACCT-NO.
           MOVE LAST-NAME  TO ND-LAST-NAME.
           MOVE FIRST-NAME TO ND-FIRST-NAME.
           MOVE NO-DOC-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-REQ-TRAILER.
      *trailer de controle: a contagem precisa bater com os
      *detalhes para o bureau aceitar o pedido
           MOVE SPACES          TO SCORE-REQ-TRAILER-REC.
           MOVE 'T'             TO QT-REC-TYPE.
           MOVE WS-DETAIL-COUNT TO QT-DETAIL-COUNT.
           WRITE SCORE-REQ-TRAILER-REC.
           IF SREQ-FILE-STATUS NOT = '00'
              STRING 'WRITE SCORE-REQ-FILE FAILED, STATUS '
                 SREQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REPORT-COUNTS.
           IF WS-NO-DOC-COUNT = ZERO
              MOVE 'ALL OPEN ACCOUNTS HAVE A DOCUMENT' TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'OPEN ACCOUNTS READ' TO CT-LABEL.
           MOVE WS-OPEN-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'DOCUMENTS REQUESTED' TO CT-LABEL.
           MOVE WS-DETAIL-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'OPEN ACCOUNTS WITHOUT DOCUMENT' TO CT-LABEL.
           MOVE WS-NO-DOC-COUNT TO CT-COUNT.
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

       WRITE-XMIT-MANIFEST.
      *manifesto do arquivo transmitido, para o controle de
      *transmissoes e a baixa de confirmacao do XmitConf; o pedido
      *nao tem valor a somar, o hash vai zerado
           MOVE 'SCOREREQ'        TO XMIT-FILE-NAME.
           MOVE WS-BUSINESS-DATE  TO XMIT-BUS-DATE.
           MOVE WS-DETAIL-COUNT   TO XMIT-REC-COUNT.
           MOVE ZERO              TO XMIT-AMOUNT-HASH.
           CALL 'XMITLOG' USING XMIT-PARMS.

       CLOSE-STOP.
           CLOSE ACCT-REC .
           CLOSE SCORE-REQ-FILE .
           CLOSE REPORT-LINE .
           PERFORM WRITE-XMIT-MANIFEST.
           DISPLAY 'SCOREREQ ' WS-DETAIL-COUNT ' DOCUMENTS REQUESTED, '
              WS-NO-DOC-COUNT ' OPEN ACCOUNTS WITHOUT DOCUMENT'.
           IF WS-NO-DOC-COUNT > ZERO
              SET RC-NO-DOCUMENT TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'SCOREREQ'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de documentos
      *pedidos e o RETURN-CODE devolvido ao scheduler
           MOVE 'SCOREREQ'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-DETAIL-COUNT      TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
