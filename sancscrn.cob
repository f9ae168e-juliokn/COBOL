      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. SancScrn.
       AUTHOR. Julio Bittencourt.

      *Triagem de sancoes e listas de observacao: nenhum nome das
      *contas era conferido contra a lista do governo, e nao havia
      *como mostrar ao examinador que alguem olhava. Este passo
      *carrega a lista WATCHLST e passa por ela todo titular do
      *ACCTREC, todo co-titular do COHOLDER e todo cliente do
      *CUSTMST, pela mesma rotina de casamento SANCMTCH (nome
      *normalizado, casamento parcial, nota). Acerto com nota igual
      *ou acima do minimo do SCRNPARM que ainda nao esta no SANCHITS
      *entra na fila pendente para o analista no SancRvw e sai no
      *relatorio SANCRPT; acerto ja liberado como falso positivo
      *para a mesma entrada e data da lista nao volta, e o que ja
      *esta pendente ou confirmado nao e duplicado.

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
           SELECT CO-HOLDER-FILE ASSIGN TO COHOLDER
               FILE STATUS IS COH-FILE-STATUS .
           SELECT CUST-MASTER ASSIGN TO CUSTMST
               FILE STATUS IS CUST-FILE-STATUS .
           SELECT WATCH-LIST ASSIGN TO WATCHLST
               FILE STATUS IS WTCH-FILE-STATUS .
           SELECT SANC-HITS ASSIGN TO SANCHITS
               FILE STATUS IS HITS-FILE-STATUS .
           SELECT SCRN-PARM ASSIGN TO SCRNPARM
               FILE STATUS IS SCRP-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO SANCRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD CO-HOLDER-FILE RECORDING MODE F .
      *layout compartilhado no copybook COHOLDER
           COPY COHOLDER.

       FD CUST-MASTER RECORDING MODE F .
      *mesmo layout mantido pelo CustMaint
       01  CUST-MASTER-REC.
           05 CM-CUST-NO        PIC X(8).
           05 CM-LAST-NAME      PIC X(20).
           05 CM-FIRST-NAME     PIC X(15).
           05 CM-STREET-ADDR    PIC X(25).
           05 CM-CITY-COUNTY    PIC X(20).
           05 CM-USA-STATE      PIC X(15).
           05 CM-ZIP-CODE       PIC X(5).
      *extrato consolidado por cliente ('C'), lido pelo AcctStmt;
      *qualquer outro valor mantem um extrato por conta
           05 CM-STMT-MODE      PIC X(1).

       FD WATCH-LIST RECORDING MODE F .
      *layout compartilhado no copybook WATCHLST
           COPY WATCHLST.

       FD SANC-HITS RECORDING MODE F .
      *layout compartilhado no copybook SANCHIT
           COPY SANCHIT.

       FD SCRN-PARM RECORDING MODE F .
      *nota minima para o nome ir para a fila de acertos
       01  SCRN-PARM-REC.
           05 SP-MIN-SCORE      PIC 9(3) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       WORKING-STORAGE SECTION.
       01  LASTREC              PIC X(1) VALUE 'N'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  COH-FILE-STATUS      PIC X(2) VALUE '00'.
       01  CUST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WTCH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  HITS-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SCRP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.

      *nota minima em vigor (default quando o SCRNPARM nao esta
      *presente)
       01  WS-MIN-SCORE         PIC 9(3) VALUE 70.

      *lista de sancoes inteira em memoria
       01  WS-WATCH-TABLE.
           05 WS-WATCH-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-WATCH-ENTRY OCCURS 3000 TIMES
                 INDEXED BY WLX.
              10 WT-ENTRY-ID    PIC X(10).
              10 WT-LAST-NAME   PIC X(30).
              10 WT-FIRST-NAME  PIC X(20).
              10 WT-LIST-DATE   PIC 9(8).

      *acertos ja conhecidos do SANCHITS (qualquer situacao), para
      *nao levantar de novo o que ja foi levantado
       01  WS-HIT-TABLE.
           05 WS-HIT-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-HIT-ENTRY OCCURS 5000 TIMES
                 INDEXED BY HTX.
              10 WH-SOURCE      PIC X(1).
              10 WH-KEY         PIC X(8).
              10 WH-LAST-NAME   PIC X(20).
              10 WH-FIRST-NAME  PIC X(15).
              10 WH-ENTRY-ID    PIC X(10).
              10 WH-LIST-DATE   PIC 9(8).
              10 WH-STATUS      PIC X(1).
       01  WS-HIT-FOUND         PIC X(1) VALUE 'N'.
           88 HIT-FOUND         VALUE 'Y'.

      *nome sendo triado: origem, chave e o nome do cadastro
       01  WS-SCRN-SOURCE       PIC X(1) VALUE SPACE.
       01  WS-SCRN-KEY          PIC X(8) VALUE SPACES.
       01  WS-SCRN-LAST-NAME    PIC X(20) VALUE SPACES.
       01  WS-SCRN-FIRST-NAME   PIC X(15) VALUE SPACES.

      *contadores de controle da execucao
       01  WS-NAME-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-NEW-HIT-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-OPEN-HIT-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-CLEARED-COUNT     PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-NEW-HITS       VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma SANCMTCH
           COPY SANCPRM.

       01  DETAIL-LINE.
           05 DT-SOURCE          PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-KEY             PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DT-FIRST-NAME      PIC X(15).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ENTRY-ID        PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-LIST-LAST-NAME  PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-SCORE           PIC ZZ9.
           05 FILLER             PIC X(12) VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER             PIC X(16) VALUE 'NAMES SCREENED: '.
           05 TL-NAME-COUNT      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE '  NEW HITS: '.
           05 TL-NEW-HIT-COUNT   PIC ZZZ,ZZ9.
           05 FILLER             PIC X(19) VALUE '  ALREADY QUEUED: '.
           05 TL-OPEN-HIT-COUNT  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(20) VALUE '  CLEARED BEFORE: '.
           05 TL-CLEARED-COUNT   PIC ZZZ,ZZ9.
           05 FILLER             PIC X(5)  VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM READ-SCRN-PARM.
           PERFORM LOAD-WATCH-LIST.
           PERFORM LOAD-SANC-HITS.
           PERFORM OPEN-HITS-EXTEND.
           PERFORM SCREEN-ACCOUNTS.
           PERFORM SCREEN-COHOLDERS.
           PERFORM SCREEN-CUSTOMERS.
           PERFORM WRITE-TOTAL-LINE.
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
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'SANCTIONS AND WATCH-LIST SCREENING - NEW HITS'
              TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'SANCSCRN ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-SCRN-PARM.
      *parametro opcional: sem SCRNPARM vale a nota minima default
           OPEN INPUT SCRN-PARM.
           IF SCRP-FILE-STATUS = '00'
              READ SCRN-PARM
              IF SCRP-FILE-STATUS = '00'
                 AND SP-MIN-SCORE NUMERIC
                 AND SP-MIN-SCORE > ZERO
                 MOVE SP-MIN-SCORE TO WS-MIN-SCORE
              END-IF
              CLOSE SCRN-PARM
           END-IF.

       LOAD-WATCH-LIST.
      *sem a lista a triagem nao tem contra o que conferir - o
      *passo para em vez de dar o cadastro como limpo
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT WATCH-LIST.
           IF WTCH-FILE-STATUS NOT = '00'
              STRING 'OPEN WATCH-LIST FAILED, STATUS '
                 WTCH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-WATCH-REC.
           PERFORM UNTIL GEN-EOF
              IF WS-WATCH-COUNT = 3000
                 STRING 'WATCH-LIST TABLE FULL AT 3000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-WATCH-COUNT
              SET WLX TO WS-WATCH-COUNT
              MOVE WL-ENTRY-ID   TO WT-ENTRY-ID (WLX)
              MOVE WL-LAST-NAME  TO WT-LAST-NAME (WLX)
              MOVE WL-FIRST-NAME TO WT-FIRST-NAME (WLX)
              MOVE WL-LIST-DATE  TO WT-LIST-DATE (WLX)
              PERFORM READ-WATCH-REC
           END-PERFORM.
           CLOSE WATCH-LIST.

       READ-WATCH-REC.
           READ WATCH-LIST
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF WTCH-FILE-STATUS NOT = '00'
              AND WTCH-FILE-STATUS NOT = '10'
              STRING 'READ WATCH-LIST FAILED, STATUS '
                 WTCH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-SANC-HITS.
      *fila opcional: na primeira execucao ainda nao existe
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT SANC-HITS.
           IF HITS-FILE-STATUS = '05' OR HITS-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF HITS-FILE-STATUS NOT = '00'
                 STRING 'OPEN SANC-HITS FAILED, STATUS '
                    HITS-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-HITS-REC
              PERFORM UNTIL GEN-EOF
                 PERFORM ADD-HIT-ENTRY
                 PERFORM READ-HITS-REC
              END-PERFORM
              CLOSE SANC-HITS
           END-IF.

       READ-HITS-REC.
           READ SANC-HITS
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF HITS-FILE-STATUS NOT = '00'
              AND HITS-FILE-STATUS NOT = '10'
              STRING 'READ SANC-HITS FAILED, STATUS '
                 HITS-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ADD-HIT-ENTRY.
           IF WS-HIT-COUNT = 5000
              STRING 'HIT TABLE FULL AT 5000 ENTRIES'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-HIT-COUNT.
           SET HTX TO WS-HIT-COUNT.
           MOVE SH-SOURCE     TO WH-SOURCE (HTX).
           MOVE SH-KEY        TO WH-KEY (HTX).
           MOVE SH-LAST-NAME  TO WH-LAST-NAME (HTX).
           MOVE SH-FIRST-NAME TO WH-FIRST-NAME (HTX).
           MOVE SH-ENTRY-ID   TO WH-ENTRY-ID (HTX).
           MOVE SH-LIST-DATE  TO WH-LIST-DATE (HTX).
           MOVE SH-STATUS     TO WH-STATUS (HTX).

       OPEN-HITS-EXTEND.
      *a fila e acumulativa: o acerto decidido continua no arquivo
      *como prova da conferencia; na primeira vez o OPEN EXTEND
      *precisa virar OUTPUT, mesmo tratamento do AUDITLOG
           OPEN EXTEND SANC-HITS.
           IF HITS-FILE-STATUS = '05' OR HITS-FILE-STATUS = '35'
              OPEN OUTPUT SANC-HITS
           END-IF.
           IF HITS-FILE-STATUS NOT = '00'
              STRING 'OPEN EXTEND SANC-HITS FAILED, STATUS '
                 HITS-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SCREEN-ACCOUNTS.
           PERFORM READ-RECORD.
           PERFORM UNTIL LASTREC = 'Y'
              MOVE 'A'         TO WS-SCRN-SOURCE
              MOVE ACCT-NO     TO WS-SCRN-KEY
              MOVE LAST-NAME   TO WS-SCRN-LAST-NAME
              MOVE FIRST-NAME  TO WS-SCRN-FIRST-NAME
              PERFORM SCREEN-ONE-NAME
              PERFORM READ-RECORD
           END-PERFORM.
           CLOSE ACCT-REC.

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

       SCREEN-COHOLDERS.
      *sem COHOLDER alocado nao ha co-titular para triar
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT CO-HOLDER-FILE.
           IF COH-FILE-STATUS = '05' OR COH-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF COH-FILE-STATUS NOT = '00'
                 STRING 'OPEN CO-HOLDER-FILE FAILED, STATUS '
                    COH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-COH-REC
              PERFORM UNTIL GEN-EOF
                 MOVE 'J'           TO WS-SCRN-SOURCE
                 MOVE JH-ACCT-NO    TO WS-SCRN-KEY
                 MOVE JH-LAST-NAME  TO WS-SCRN-LAST-NAME
                 MOVE JH-FIRST-NAME TO WS-SCRN-FIRST-NAME
                 PERFORM SCREEN-ONE-NAME
                 PERFORM READ-COH-REC
              END-PERFORM
              CLOSE CO-HOLDER-FILE
           END-IF.

       READ-COH-REC.
           READ CO-HOLDER-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF COH-FILE-STATUS NOT = '00'
              AND COH-FILE-STATUS NOT = '10'
              STRING 'READ CO-HOLDER-FILE FAILED, STATUS '
                 COH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SCREEN-CUSTOMERS.
      *sem CUSTMST alocado nao ha cliente para triar
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
              PERFORM UNTIL GEN-EOF
                 MOVE 'C'           TO WS-SCRN-SOURCE
                 MOVE CM-CUST-NO    TO WS-SCRN-KEY
                 MOVE CM-LAST-NAME  TO WS-SCRN-LAST-NAME
                 MOVE CM-FIRST-NAME TO WS-SCRN-FIRST-NAME
                 PERFORM SCREEN-ONE-NAME
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

       SCREEN-ONE-NAME.
      *o nome do cadastro contra cada entrada da lista
           ADD 1 TO WS-NAME-COUNT.
           IF WS-WATCH-COUNT > ZERO
              PERFORM CHECK-ONE-ENTRY
                 VARYING WLX FROM 1 BY 1
                 UNTIL WLX > WS-WATCH-COUNT
           END-IF.

       CHECK-ONE-ENTRY.
           MOVE WS-SCRN-LAST-NAME   TO SM-CAND-LAST-NAME.
           MOVE WS-SCRN-FIRST-NAME  TO SM-CAND-FIRST-NAME.
           MOVE WT-LAST-NAME (WLX)  TO SM-LIST-LAST-NAME.
           MOVE WT-FIRST-NAME (WLX) TO SM-LIST-FIRST-NAME.
           CALL 'SANCMTCH' USING SANC-MATCH-PARMS.
           IF SM-SCORE >= WS-MIN-SCORE
              PERFORM NOTE-HIT
           END-IF.

       NOTE-HIT.
      *o mesmo nome contra a mesma entrada e data da lista ja foi
      *levantado: liberado nao volta, pendente ou confirmado nao
      *duplica; entrada com data nova e acerto novo
           MOVE 'N' TO WS-HIT-FOUND.
           IF WS-HIT-COUNT > ZERO
              SET HTX TO 1
              SEARCH WS-HIT-ENTRY
                 AT END MOVE 'N' TO WS-HIT-FOUND
                 WHEN HTX > WS-HIT-COUNT
                    MOVE 'N' TO WS-HIT-FOUND
                 WHEN WH-SOURCE (HTX) = WS-SCRN-SOURCE
                    AND WH-KEY (HTX) = WS-SCRN-KEY
                    AND WH-LAST-NAME (HTX) = WS-SCRN-LAST-NAME
                    AND WH-FIRST-NAME (HTX) = WS-SCRN-FIRST-NAME
                    AND WH-ENTRY-ID (HTX) = WT-ENTRY-ID (WLX)
                    AND WH-LIST-DATE (HTX) = WT-LIST-DATE (WLX)
                    MOVE 'Y' TO WS-HIT-FOUND
              END-SEARCH
           END-IF.
           IF HIT-FOUND
              IF WH-STATUS (HTX) = 'F'
                 ADD 1 TO WS-CLEARED-COUNT
              ELSE
                 ADD 1 TO WS-OPEN-HIT-COUNT
              END-IF
           ELSE
              PERFORM WRITE-NEW-HIT
           END-IF.

       WRITE-NEW-HIT.
           ADD 1 TO WS-NEW-HIT-COUNT.
           MOVE SPACES                TO SANC-HIT-REC.
           MOVE WS-TODAY-DATE         TO SH-HIT-DATE.
           MOVE WS-SCRN-SOURCE        TO SH-SOURCE.
           MOVE WS-SCRN-KEY           TO SH-KEY.
           MOVE WS-SCRN-LAST-NAME     TO SH-LAST-NAME.
           MOVE WS-SCRN-FIRST-NAME    TO SH-FIRST-NAME.
           MOVE WT-ENTRY-ID (WLX)     TO SH-ENTRY-ID.
           MOVE WT-LIST-DATE (WLX)    TO SH-LIST-DATE.
           MOVE WT-LAST-NAME (WLX)    TO SH-LIST-LAST-NAME.
           MOVE WT-FIRST-NAME (WLX)   TO SH-LIST-FIRST-NAME.
           MOVE SM-SCORE              TO SH-SCORE.
           MOVE 'N'                   TO SH-HELD-FLAG.
           MOVE 'P'                   TO SH-STATUS.
           MOVE ZERO                  TO SH-DECIDED-DATE.
           WRITE SANC-HIT-REC.
           IF HITS-FILE-STATUS NOT = '00'
              STRING 'WRITE SANC-HITS FAILED, STATUS '
                 HITS-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM ADD-HIT-ENTRY.
           MOVE WS-SCRN-SOURCE        TO DT-SOURCE.
           MOVE WS-SCRN-KEY           TO DT-KEY.
           MOVE WS-SCRN-LAST-NAME     TO DT-LAST-NAME.
           MOVE WS-SCRN-FIRST-NAME    TO DT-FIRST-NAME.
           MOVE WT-ENTRY-ID (WLX)     TO DT-ENTRY-ID.
           MOVE WT-LAST-NAME (WLX)    TO DT-LIST-LAST-NAME.
           MOVE SM-SCORE              TO DT-SCORE.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-TOTAL-LINE.
           MOVE WS-NAME-COUNT     TO TL-NAME-COUNT.
           MOVE WS-NEW-HIT-COUNT  TO TL-NEW-HIT-COUNT.
           MOVE WS-OPEN-HIT-COUNT TO TL-OPEN-HIT-COUNT.
           MOVE WS-CLEARED-COUNT  TO TL-CLEARED-COUNT.
           MOVE TOTAL-LINE TO REPORT-REC.
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
           DISPLAY 'NAMES SCREENED: ' WS-NAME-COUNT
              '  WATCH-LIST ENTRIES: ' WS-WATCH-COUNT.
           DISPLAY 'NEW HITS: ' WS-NEW-HIT-COUNT
              '  ALREADY QUEUED: ' WS-OPEN-HIT-COUNT
              '  CLEARED BEFORE: ' WS-CLEARED-COUNT.
           CLOSE SANC-HITS .
           CLOSE REPORT-LINE .
      *acerto novo devolve RC 4 para o scheduler avisar compliance
           IF WS-NEW-HIT-COUNT > ZERO
              SET RC-NEW-HITS TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'SANCSCRN'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de nomes triados e
      *o RETURN-CODE que o job esta devolvendo ao scheduler
           MOVE 'SANCSCRN'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-NAME-COUNT        TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
