      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. CashRpt.
       AUTHOR. Julio Bittencourt.

      *Movimento em especie agregado por documento fiscal para o
      *regulador: os diarios sao por conta, e o cliente com tres
      *contas ficava invisivel para o limite diario. Este passo
      *noturno soma os creditos do POSTJRNL e os pagamentos do
      *PAYJRNL de cada conta e sobe o total para o CPF/CNPJ ligado a
      *ela no XREFMST. Documento acima do limite diario do CASHPARM
      *e reportado; documento perto do limite (percentual do
      *CASHPARM) em varios dias da janela movel - o historico
      *CASHHIST guarda esses dias - sai marcado como fracionamento.
      *Os dois vao para o arquivo de entrega CASHFIL, com header e
      *trailer de controle, registrado no XMITLOG para o XmitConf
      *baixar a confirmacao do regulador, e para o relatorio CASHRPT.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-JOURNAL ASSIGN TO POSTJRNL
               FILE STATUS IS PJRN-FILE-STATUS .
           SELECT PAY-JOURNAL ASSIGN TO PAYJRNL
               FILE STATUS IS YJRN-FILE-STATUS .
           SELECT XREF-MASTER ASSIGN TO XREFMST
               FILE STATUS IS XREF-FILE-STATUS .
           SELECT CASH-PARM ASSIGN TO CASHPARM
               FILE STATUS IS PARM-FILE-STATUS .
           SELECT CASH-HISTORY ASSIGN TO CASHHIST
               FILE STATUS IS CHST-FILE-STATUS .
           SELECT FILING-FILE ASSIGN TO CASHFIL
               FILE STATUS IS FIL-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO CASHRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD POST-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo AcctPost; o valor vem editado e o
      *NUMVAL-C devolve a magnitude
       01  JOURNAL-REC.
           05 JR-ACCT-NO        PIC X(8) .
           05 FILLER            PIC X(2) .
           05 JR-DC-CODE        PIC X(1) .
           05 FILLER            PIC X(2) .
           05 JR-AMOUNT         PIC X(14) .
           05 FILLER            PIC X(34) .
           05 JR-SEQ            PIC 9(7) .
           05 FILLER            PIC X(2) .
           05 JR-REF-SEQ        PIC 9(7) .
           05 FILLER            PIC X(2) .
           05 JR-REV-FLAG       PIC X(1) .
      *moeda, valor original e taxa do movimento convertido
           05 FILLER            PIC X(40) .

       FD PAY-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo POST-PAYMENT do LockBox
       01  PAY-JOURNAL-REC.
           05 PJ-ACCT-NO        PIC X(8) .
           05 FILLER            PIC X(2) .
           05 PJ-REMITTER       PIC X(20) .
           05 FILLER            PIC X(2) .
           05 PJ-AMOUNT         PIC X(13) .
           05 FILLER            PIC X(2) .
           05 PJ-NEW-BALANCE    PIC X(14) .
           05 FILLER            PIC X(2) .
           05 PJ-TIMESTAMP      PIC X(14) .

       FD XREF-MASTER RECORDING MODE F .
      *mesmo layout mantido pelo TaxXref
       01  XREF-MASTER-REC.
           05 XR-DOC-TYPE       PIC X(1).
           05 XR-DOC-DIGITS     PIC X(14).
           05 XR-ACCT-NO        PIC X(8).

       FD CASH-PARM RECORDING MODE F .
      *limite diario por documento, percentual do limite a partir
      *do qual o dia conta como "perto", tamanho da janela movel em
      *dias e quantos dias perto do limite na janela marcam o
      *fracionamento
       01  CASH-PARM-REC.
           05 CP-DAY-THRESHOLD  PIC 9(9)V99 .
           05 CP-NEAR-PERCENT   PIC 9(3) .
           05 CP-WINDOW-DAYS    PIC 9(3) .
           05 CP-NEAR-DAYS      PIC 9(3) .

       FD CASH-HISTORY RECORDING MODE F .
      *layout compartilhado no copybook CASHHIST
           COPY CASHHIST.

       FD FILING-FILE RECORDING MODE F .
      *arquivo de entrega ao regulador: tipo de record na primeira
      *posicao ('H' header, 'D' detalhe, 'T' trailer de controle),
      *mesmo desenho do BUREAUF; no detalhe o tipo de ocorrencia e
      *'T' (acima do limite do dia) ou 'S' (fracionamento na janela)
       01  FILING-HEADER-REC.
           05 FH-REC-TYPE       PIC X(1) .
           05 FH-REPORTER-ID    PIC X(10) .
           05 FH-FILE-DATE      PIC 9(8) .
           05 FH-DAY-THRESHOLD  PIC 9(9)V99 .
           05 FH-WINDOW-DAYS    PIC 9(3) .
           05 FILLER            PIC X(47) .

       01  FILING-DETAIL-REC.
           05 FL-REC-TYPE       PIC X(1) .
           05 FL-REPORT-TYPE    PIC X(1) .
           05 FL-DOC-TYPE       PIC X(1) .
           05 FL-DOC-DIGITS     PIC X(14) .
           05 FL-ACTIVITY-DATE  PIC 9(8) .
           05 FL-CASH-TOTAL     PIC S9(11)V99 .
           05 FL-ITEM-COUNT     PIC 9(5) .
           05 FL-ACCT-COUNT     PIC 9(3) .
           05 FL-NEAR-DAYS      PIC 9(3) .
           05 FL-WINDOW-TOTAL   PIC S9(11)V99 .
           05 FILLER            PIC X(18) .

       01  FILING-TRAILER-REC.
           05 FT-REC-TYPE       PIC X(1) .
           05 FT-DETAIL-COUNT   PIC 9(7) .
           05 FT-CASH-TOTAL     PIC S9(11)V99 .
           05 FILLER            PIC X(59) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       WORKING-STORAGE SECTION.
       01  PJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  YJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  XREF-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CHST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  FIL-FILE-STATUS      PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INTEGER     PIC S9(9) VALUE ZERO.
       01  WS-HIST-AGE          PIC S9(9) VALUE ZERO.
       01  WS-WORK-AMOUNT       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-WORK-ACCT         PIC X(8) VALUE SPACES.

      *limites em vigor (defaults quando o CASHPARM nao esta
      *presente) e o piso do "perto do limite" calculado deles
       01  WS-DAY-THRESHOLD     PIC 9(9)V99 VALUE 10000.
       01  WS-NEAR-PERCENT      PIC 9(3) VALUE 90.
       01  WS-WINDOW-DAYS       PIC 9(3) VALUE 10.
       01  WS-NEAR-DAYS-LIMIT   PIC 9(3) VALUE 3.
       01  WS-NEAR-FLOOR        PIC 9(9)V99 VALUE ZERO.

      *identificacao desta instalacao junto ao regulador
       01  WS-REPORTER-ID       PIC X(10) VALUE 'ACCTSHOP01'.

      *vinculos documento/conta do XREFMST
       01  WS-XREF-TABLE.
           05 WS-XREF-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-XREF-ENTRY OCCURS 2000 TIMES
                 INDEXED BY XRX.
              10 WX-DOC-TYPE    PIC X(1).
              10 WX-DOC-DIGITS  PIC X(14).
              10 WX-ACCT-NO     PIC X(8).

      *creditos e pagamentos da noite somados por conta
       01  WS-ACCT-TABLE.
           05 WS-ACCT-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-ACCT-ENTRY OCCURS 2000 TIMES
                 INDEXED BY ACX.
              10 WA-ACCT-NO     PIC X(8).
              10 WA-CASH-TOTAL  PIC S9(9)V99 COMP-3.
              10 WA-ITEM-COUNT  PIC 9(5).
              10 WA-LINKED      PIC X(1).
       01  WS-ACCT-FOUND        PIC X(1) VALUE 'N'.
           88 ACCT-FOUND        VALUE 'Y'.

      *totais da noite por documento fiscal
       01  WS-DOC-TABLE.
           05 WS-DOC-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-DOC-ENTRY OCCURS 2000 TIMES
                 INDEXED BY DCX.
              10 WD-DOC-TYPE    PIC X(1).
              10 WD-DOC-DIGITS  PIC X(14).
              10 WD-CASH-TOTAL  PIC S9(11)V99 COMP-3.
              10 WD-ITEM-COUNT  PIC 9(5).
              10 WD-ACCT-COUNT  PIC 9(3).
       01  WS-DOC-FOUND         PIC X(1) VALUE 'N'.
           88 DOC-FOUND         VALUE 'Y'.

      *dias anteriores da janela movel, do CASHHIST; o dia de hoje
      *fica de fora na carga para uma re-execucao nao conta-lo duas
      *vezes
       01  WS-HIST-TABLE.
           05 WS-HIST-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-HIST-ENTRY OCCURS 5000 TIMES
                 INDEXED BY HSX.
              10 WH-DOC-TYPE    PIC X(1).
              10 WH-DOC-DIGITS  PIC X(14).
              10 WH-ACTIVITY-DATE PIC 9(8).
              10 WH-CASH-TOTAL  PIC S9(9)V99 COMP-3.
              10 WH-ITEM-COUNT  PIC 9(5).
              10 WH-ACCT-COUNT  PIC 9(3).

      *janela do documento corrente: dias perto do limite (hoje
      *incluido) e soma desses dias
       01  WS-NEAR-DAYS         PIC 9(3) VALUE ZERO.
       01  WS-REPORT-TYPE       PIC X(1) VALUE SPACE.
       01  WS-WINDOW-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.

      *contadores de controle
       01  WS-CREDIT-ITEMS      PIC 9(7) VALUE ZERO.
       01  WS-UNLINKED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-OVER-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PATTERN-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-DETAIL-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-FILED-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma XMITLOG
           COPY XMITPRM.

       01  DETAIL-LINE.
           05 DT-OCCURRENCE      PIC X(16).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-DOC-TYPE        PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DT-DOC-DIGITS      PIC X(14).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-CASH-TOTAL      PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ITEM-COUNT      PIC ZZZZ9.
           05 FILLER             PIC X(6)  VALUE ' ITEMS'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ACCT-COUNT      PIC ZZ9.
           05 FILLER             PIC X(6)  VALUE ' ACCTS'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-NEAR-DAYS       PIC ZZ9.
           05 FILLER             PIC X(6)  VALUE ' DAYS '.
           05 DT-WINDOW-TOTAL    PIC $$$,$$$,$$9.99.

       01  TOTAL-LINE.
           05 FILLER             PIC X(14) VALUE 'CREDIT ITEMS: '.
           05 TL-CREDIT-ITEMS    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(18) VALUE '  OVER THRESHOLD: '.
           05 TL-OVER-COUNT      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE '  PATTERNS: '.
           05 TL-PATTERN-COUNT   PIC ZZZ,ZZ9.
           05 FILLER             PIC X(21)
              VALUE '  ACCTS WITHOUT DOC: '.
           05 TL-UNLINKED-COUNT  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(7)  VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM READ-CASH-PARM.
           PERFORM LOAD-XREF-TABLE.
           PERFORM SUM-POST-JOURNAL.
           PERFORM SUM-PAY-JOURNAL.
           PERFORM ROLL-UP-TO-DOCUMENTS.
           PERFORM LOAD-CASH-HISTORY.
           PERFORM WRITE-FILING-HEADER.
           IF WS-DOC-COUNT > ZERO
              PERFORM EVALUATE-ONE-DOCUMENT
                 VARYING DCX FROM 1 BY 1
                 UNTIL DCX > WS-DOC-COUNT
           END-IF.
           PERFORM WRITE-FILING-TRAILER.
           PERFORM REWRITE-CASH-HISTORY.
           PERFORM WRITE-TOTAL-LINE.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           OPEN OUTPUT FILING-FILE .
           IF FIL-FILE-STATUS NOT = '00'
              STRING 'OPEN FILING-FILE FAILED, STATUS ' FIL-FILE-STATUS
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
           MOVE 'CASH ACTIVITY BY TAX DOCUMENT - REGULATORY FILING'
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
           DISPLAY 'CASHRPT ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-CASH-PARM.
      *parametro opcional: campo ausente, zerado ou nao numerico
      *fica com o default
           OPEN INPUT CASH-PARM.
           IF PARM-FILE-STATUS = '00'
              READ CASH-PARM
              IF PARM-FILE-STATUS = '00'
                 IF CP-DAY-THRESHOLD NUMERIC
                    AND CP-DAY-THRESHOLD > ZERO
                    MOVE CP-DAY-THRESHOLD TO WS-DAY-THRESHOLD
                 END-IF
                 IF CP-NEAR-PERCENT NUMERIC
                    AND CP-NEAR-PERCENT > ZERO
                    AND CP-NEAR-PERCENT < 100
                    MOVE CP-NEAR-PERCENT TO WS-NEAR-PERCENT
                 END-IF
                 IF CP-WINDOW-DAYS NUMERIC AND CP-WINDOW-DAYS > ZERO
                    MOVE CP-WINDOW-DAYS TO WS-WINDOW-DAYS
                 END-IF
                 IF CP-NEAR-DAYS NUMERIC AND CP-NEAR-DAYS > ZERO
                    MOVE CP-NEAR-DAYS TO WS-NEAR-DAYS-LIMIT
                 END-IF
              END-IF
              CLOSE CASH-PARM
           END-IF.
           COMPUTE WS-NEAR-FLOOR ROUNDED =
              WS-DAY-THRESHOLD * WS-NEAR-PERCENT / 100.

       LOAD-XREF-TABLE.
      *sem o XREFMST nao ha documento para agregar - o passo nao
      *tem como produzir a entrega e para
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT XREF-MASTER.
           IF XREF-FILE-STATUS NOT = '00'
              STRING 'OPEN XREF-MASTER FAILED, STATUS '
                 XREF-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-XREF-REC.
           PERFORM UNTIL GEN-EOF
              IF WS-XREF-COUNT = 2000
                 STRING 'XREF TABLE FULL AT 2000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-XREF-COUNT
              SET XRX TO WS-XREF-COUNT
              MOVE XR-DOC-TYPE   TO WX-DOC-TYPE (XRX)
              MOVE XR-DOC-DIGITS TO WX-DOC-DIGITS (XRX)
              MOVE XR-ACCT-NO    TO WX-ACCT-NO (XRX)
              PERFORM READ-XREF-REC
           END-PERFORM.
           CLOSE XREF-MASTER.

       READ-XREF-REC.
           READ XREF-MASTER
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF XREF-FILE-STATUS NOT = '00'
              AND XREF-FILE-STATUS NOT = '10'
              STRING 'READ XREF-MASTER FAILED, STATUS '
                 XREF-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SUM-POST-JOURNAL.
      *so o credito proprio entra: a perna de transferencia ('T')
      *nao e dinheiro novo, e o estorno e a copia re-gravada do
      *original estornado ('R') nao sao deposito
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT POST-JOURNAL.
           IF PJRN-FILE-STATUS = '05' OR PJRN-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF PJRN-FILE-STATUS NOT = '00'
                 STRING 'OPEN POST-JOURNAL FAILED, STATUS '
                    PJRN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-POST-REC
              PERFORM UNTIL GEN-EOF
                 IF JR-DC-CODE = 'C' AND JR-REV-FLAG = SPACE
                    COMPUTE WS-WORK-AMOUNT =
                       FUNCTION NUMVAL-C (JR-AMOUNT)
                    MOVE JR-ACCT-NO TO WS-WORK-ACCT
                    PERFORM ADD-TO-ACCOUNT
                 END-IF
                 PERFORM READ-POST-REC
              END-PERFORM
              CLOSE POST-JOURNAL
           END-IF.

       READ-POST-REC.
           READ POST-JOURNAL
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF PJRN-FILE-STATUS NOT = '00'
              AND PJRN-FILE-STATUS NOT = '10'
              STRING 'READ POST-JOURNAL FAILED, STATUS '
                 PJRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SUM-PAY-JOURNAL.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT PAY-JOURNAL.
           IF YJRN-FILE-STATUS = '05' OR YJRN-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF YJRN-FILE-STATUS NOT = '00'
                 STRING 'OPEN PAY-JOURNAL FAILED, STATUS '
                    YJRN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-PAY-REC
              PERFORM UNTIL GEN-EOF
                 COMPUTE WS-WORK-AMOUNT =
                    FUNCTION NUMVAL-C (PJ-AMOUNT)
                 MOVE PJ-ACCT-NO TO WS-WORK-ACCT
                 PERFORM ADD-TO-ACCOUNT
                 PERFORM READ-PAY-REC
              END-PERFORM
              CLOSE PAY-JOURNAL
           END-IF.

       READ-PAY-REC.
           READ PAY-JOURNAL
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF YJRN-FILE-STATUS NOT = '00'
              AND YJRN-FILE-STATUS NOT = '10'
              STRING 'READ PAY-JOURNAL FAILED, STATUS '
                 YJRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ADD-TO-ACCOUNT.
           ADD 1 TO WS-CREDIT-ITEMS.
           MOVE 'N' TO WS-ACCT-FOUND.
           IF WS-ACCT-COUNT > ZERO
              SET ACX TO 1
              SEARCH WS-ACCT-ENTRY
                 AT END MOVE 'N' TO WS-ACCT-FOUND
                 WHEN ACX > WS-ACCT-COUNT
                    MOVE 'N' TO WS-ACCT-FOUND
                 WHEN WA-ACCT-NO (ACX) = WS-WORK-ACCT
                    MOVE 'Y' TO WS-ACCT-FOUND
              END-SEARCH
           END-IF.
           IF NOT ACCT-FOUND
              IF WS-ACCT-COUNT = 2000
                 STRING 'ACCOUNT TABLE FULL AT 2000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-ACCT-COUNT
              SET ACX TO WS-ACCT-COUNT
              MOVE WS-WORK-ACCT TO WA-ACCT-NO (ACX)
              MOVE ZERO         TO WA-CASH-TOTAL (ACX)
              MOVE ZERO         TO WA-ITEM-COUNT (ACX)
              MOVE 'N'          TO WA-LINKED (ACX)
           END-IF.
           ADD WS-WORK-AMOUNT TO WA-CASH-TOTAL (ACX).
           ADD 1 TO WA-ITEM-COUNT (ACX).

       ROLL-UP-TO-DOCUMENTS.
      *cada vinculo do XREFMST cuja conta teve credito na noite
      *soma a conta no seu documento; conta com dois titulares
      *(dois documentos) conta para os dois. Conta sem documento
      *nao pode ser agregada e sai contada no total do relatorio
           IF WS-ACCT-COUNT > ZERO AND WS-XREF-COUNT > ZERO
              PERFORM ROLL-UP-ONE-LINK
                 VARYING XRX FROM 1 BY 1
                 UNTIL XRX > WS-XREF-COUNT
           END-IF.
           IF WS-ACCT-COUNT > ZERO
              PERFORM COUNT-UNLINKED-ACCT
                 VARYING ACX FROM 1 BY 1
                 UNTIL ACX > WS-ACCT-COUNT
           END-IF.

       ROLL-UP-ONE-LINK.
           SET ACX TO 1.
           SEARCH WS-ACCT-ENTRY
              AT END MOVE 'N' TO WS-ACCT-FOUND
              WHEN ACX > WS-ACCT-COUNT
                 MOVE 'N' TO WS-ACCT-FOUND
              WHEN WA-ACCT-NO (ACX) = WX-ACCT-NO (XRX)
                 MOVE 'Y' TO WS-ACCT-FOUND
           END-SEARCH.
           IF ACCT-FOUND
              MOVE 'Y' TO WA-LINKED (ACX)
              PERFORM FIND-DOC-ENTRY
              IF NOT DOC-FOUND
                 IF WS-DOC-COUNT = 2000
                    STRING 'DOCUMENT TABLE FULL AT 2000 ENTRIES'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-DOC-COUNT
                 SET DCX TO WS-DOC-COUNT
                 MOVE WX-DOC-TYPE (XRX)   TO WD-DOC-TYPE (DCX)
                 MOVE WX-DOC-DIGITS (XRX) TO WD-DOC-DIGITS (DCX)
                 MOVE ZERO TO WD-CASH-TOTAL (DCX)
                 MOVE ZERO TO WD-ITEM-COUNT (DCX)
                 MOVE ZERO TO WD-ACCT-COUNT (DCX)
              END-IF
              ADD WA-CASH-TOTAL (ACX) TO WD-CASH-TOTAL (DCX)
              ADD WA-ITEM-COUNT (ACX) TO WD-ITEM-COUNT (DCX)
              ADD 1 TO WD-ACCT-COUNT (DCX)
           END-IF.

       FIND-DOC-ENTRY.
           MOVE 'N' TO WS-DOC-FOUND.
           IF WS-DOC-COUNT > ZERO
              SET DCX TO 1
              SEARCH WS-DOC-ENTRY
                 AT END MOVE 'N' TO WS-DOC-FOUND
                 WHEN DCX > WS-DOC-COUNT
                    MOVE 'N' TO WS-DOC-FOUND
                 WHEN WD-DOC-TYPE (DCX) = WX-DOC-TYPE (XRX)
                    AND WD-DOC-DIGITS (DCX) = WX-DOC-DIGITS (XRX)
                    MOVE 'Y' TO WS-DOC-FOUND
              END-SEARCH
           END-IF.

       COUNT-UNLINKED-ACCT.
           IF WA-LINKED (ACX) NOT = 'Y'
              ADD 1 TO WS-UNLINKED-COUNT
           END-IF.

       LOAD-CASH-HISTORY.
      *historico opcional: na primeira execucao nao existe e a
      *janela comeca hoje. So fica na tabela o que esta dentro da
      *janela e e anterior a hoje
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT CASH-HISTORY.
           IF CHST-FILE-STATUS = '05' OR CHST-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF CHST-FILE-STATUS NOT = '00'
                 STRING 'OPEN CASH-HISTORY FAILED, STATUS '
                    CHST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-CASH-HIST-REC
              PERFORM UNTIL GEN-EOF
                 IF CH-ACTIVITY-DATE NUMERIC
                    AND CH-ACTIVITY-DATE < WS-TODAY-DATE
                    COMPUTE WS-HIST-AGE = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE (CH-ACTIVITY-DATE)
                    IF WS-HIST-AGE < WS-WINDOW-DAYS
                       PERFORM KEEP-HIST-ENTRY
                    END-IF
                 END-IF
                 PERFORM READ-CASH-HIST-REC
              END-PERFORM
              CLOSE CASH-HISTORY
           END-IF.

       KEEP-HIST-ENTRY.
           IF WS-HIST-COUNT = 5000
              STRING 'HISTORY TABLE FULL AT 5000 ENTRIES'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-HIST-COUNT.
           SET HSX TO WS-HIST-COUNT.
           MOVE CH-DOC-TYPE      TO WH-DOC-TYPE (HSX).
           MOVE CH-DOC-DIGITS    TO WH-DOC-DIGITS (HSX).
           MOVE CH-ACTIVITY-DATE TO WH-ACTIVITY-DATE (HSX).
           MOVE CH-CASH-TOTAL    TO WH-CASH-TOTAL (HSX).
           MOVE CH-ITEM-COUNT    TO WH-ITEM-COUNT (HSX).
           MOVE CH-ACCT-COUNT    TO WH-ACCT-COUNT (HSX).

       READ-CASH-HIST-REC.
           READ CASH-HISTORY
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF CHST-FILE-STATUS NOT = '00'
              AND CHST-FILE-STATUS NOT = '10'
              STRING 'READ CASH-HISTORY FAILED, STATUS '
                 CHST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       EVALUATE-ONE-DOCUMENT.
      *acima do limite do dia: ocorrencia 'T'. Perto do limite: os
      *dias perto do limite na janela (hoje incluido) decidem o
      *fracionamento 'S'
           EVALUATE TRUE
              WHEN WD-CASH-TOTAL (DCX) >= WS-DAY-THRESHOLD
                 ADD 1 TO WS-OVER-COUNT
                 MOVE ZERO TO WS-NEAR-DAYS
                 MOVE WD-CASH-TOTAL (DCX) TO WS-WINDOW-TOTAL
                 MOVE 'T' TO WS-REPORT-TYPE
                 MOVE 'OVER THRESHOLD' TO DT-OCCURRENCE
                 PERFORM REPORT-DOCUMENT
              WHEN WD-CASH-TOTAL (DCX) >= WS-NEAR-FLOOR
                 MOVE 1 TO WS-NEAR-DAYS
                 MOVE WD-CASH-TOTAL (DCX) TO WS-WINDOW-TOTAL
                 IF WS-HIST-COUNT > ZERO
                    PERFORM SUM-WINDOW-DAY
                       VARYING HSX FROM 1 BY 1
                       UNTIL HSX > WS-HIST-COUNT
                 END-IF
                 IF WS-NEAR-DAYS >= WS-NEAR-DAYS-LIMIT
                    ADD 1 TO WS-PATTERN-COUNT
                    MOVE 'S' TO WS-REPORT-TYPE
                    MOVE 'SPLIT PATTERN' TO DT-OCCURRENCE
                    PERFORM REPORT-DOCUMENT
                 END-IF
           END-EVALUATE.

       SUM-WINDOW-DAY.
           IF WH-DOC-TYPE (HSX) = WD-DOC-TYPE (DCX)
              AND WH-DOC-DIGITS (HSX) = WD-DOC-DIGITS (DCX)
              AND WH-CASH-TOTAL (HSX) >= WS-NEAR-FLOOR
              AND WH-CASH-TOTAL (HSX) < WS-DAY-THRESHOLD
              ADD 1 TO WS-NEAR-DAYS
              ADD WH-CASH-TOTAL (HSX) TO WS-WINDOW-TOTAL
           END-IF.

       REPORT-DOCUMENT.
           MOVE SPACES               TO FILING-DETAIL-REC.
           MOVE 'D'                  TO FL-REC-TYPE.
           MOVE WS-REPORT-TYPE       TO FL-REPORT-TYPE.
           MOVE WD-DOC-TYPE (DCX)    TO FL-DOC-TYPE.
           MOVE WD-DOC-DIGITS (DCX)  TO FL-DOC-DIGITS.
           MOVE WS-TODAY-DATE        TO FL-ACTIVITY-DATE.
           MOVE WD-CASH-TOTAL (DCX)  TO FL-CASH-TOTAL.
           MOVE WD-ITEM-COUNT (DCX)  TO FL-ITEM-COUNT.
           MOVE WD-ACCT-COUNT (DCX)  TO FL-ACCT-COUNT.
           MOVE WS-NEAR-DAYS         TO FL-NEAR-DAYS.
           MOVE WS-WINDOW-TOTAL      TO FL-WINDOW-TOTAL.
           WRITE FILING-DETAIL-REC.
           IF FIL-FILE-STATUS NOT = '00'
              STRING 'WRITE FILING-FILE FAILED, STATUS '
                 FIL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WD-CASH-TOTAL (DCX) TO WS-FILED-TOTAL.
           MOVE WD-DOC-TYPE (DCX)    TO DT-DOC-TYPE.
           MOVE WD-DOC-DIGITS (DCX)  TO DT-DOC-DIGITS.
           MOVE WD-CASH-TOTAL (DCX)  TO DT-CASH-TOTAL.
           MOVE WD-ITEM-COUNT (DCX)  TO DT-ITEM-COUNT.
           MOVE WD-ACCT-COUNT (DCX)  TO DT-ACCT-COUNT.
           MOVE WS-NEAR-DAYS         TO DT-NEAR-DAYS.
           MOVE WS-WINDOW-TOTAL      TO DT-WINDOW-TOTAL.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-FILING-HEADER.
           MOVE SPACES            TO FILING-HEADER-REC.
           MOVE 'H'               TO FH-REC-TYPE.
           MOVE WS-REPORTER-ID    TO FH-REPORTER-ID.
           MOVE WS-TODAY-DATE     TO FH-FILE-DATE.
           MOVE WS-DAY-THRESHOLD  TO FH-DAY-THRESHOLD.
           MOVE WS-WINDOW-DAYS    TO FH-WINDOW-DAYS.
           WRITE FILING-HEADER-REC.
           IF FIL-FILE-STATUS NOT = '00'
              STRING 'WRITE FILING-FILE FAILED, STATUS '
                 FIL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-FILING-TRAILER.
      *trailer de controle: a contagem e a soma precisam bater com
      *os detalhes para o regulador aceitar a entrega
           MOVE SPACES            TO FILING-TRAILER-REC.
           MOVE 'T'               TO FT-REC-TYPE.
           MOVE WS-DETAIL-COUNT   TO FT-DETAIL-COUNT.
           MOVE WS-FILED-TOTAL    TO FT-CASH-TOTAL.
           WRITE FILING-TRAILER-REC.
           IF FIL-FILE-STATUS NOT = '00'
              STRING 'WRITE FILING-FILE FAILED, STATUS '
                 FIL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REWRITE-CASH-HISTORY.
      *regrava o historico so com a janela: os dias anteriores
      *carregados e, de hoje, os documentos que chegaram perto do
      *limite ou passaram dele
           OPEN OUTPUT CASH-HISTORY.
           IF CHST-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT CASH-HISTORY FAILED, STATUS '
                 CHST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-HIST-COUNT > ZERO
              PERFORM WRITE-ONE-OLD-DAY
                 VARYING HSX FROM 1 BY 1
                 UNTIL HSX > WS-HIST-COUNT
           END-IF.
           IF WS-DOC-COUNT > ZERO
              PERFORM WRITE-ONE-NEW-DAY
                 VARYING DCX FROM 1 BY 1
                 UNTIL DCX > WS-DOC-COUNT
           END-IF.
           CLOSE CASH-HISTORY.

       WRITE-ONE-OLD-DAY.
           MOVE SPACES                TO CASH-HIST-REC.
           MOVE WH-DOC-TYPE (HSX)      TO CH-DOC-TYPE.
           MOVE WH-DOC-DIGITS (HSX)    TO CH-DOC-DIGITS.
           MOVE WH-ACTIVITY-DATE (HSX) TO CH-ACTIVITY-DATE.
           MOVE WH-CASH-TOTAL (HSX)    TO CH-CASH-TOTAL.
           MOVE WH-ITEM-COUNT (HSX)    TO CH-ITEM-COUNT.
           MOVE WH-ACCT-COUNT (HSX)    TO CH-ACCT-COUNT.
           PERFORM WRITE-CASH-HIST-REC.

       WRITE-ONE-NEW-DAY.
           IF WD-CASH-TOTAL (DCX) >= WS-NEAR-FLOOR
              MOVE SPACES               TO CASH-HIST-REC
              MOVE WD-DOC-TYPE (DCX)    TO CH-DOC-TYPE
              MOVE WD-DOC-DIGITS (DCX)  TO CH-DOC-DIGITS
              MOVE WS-TODAY-DATE        TO CH-ACTIVITY-DATE
              MOVE WD-CASH-TOTAL (DCX)  TO CH-CASH-TOTAL
              MOVE WD-ITEM-COUNT (DCX)  TO CH-ITEM-COUNT
              MOVE WD-ACCT-COUNT (DCX)  TO CH-ACCT-COUNT
              PERFORM WRITE-CASH-HIST-REC
           END-IF.

       WRITE-CASH-HIST-REC.
           WRITE CASH-HIST-REC.
           IF CHST-FILE-STATUS NOT = '00'
              STRING 'WRITE CASH-HISTORY FAILED, STATUS '
                 CHST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE WS-CREDIT-ITEMS   TO TL-CREDIT-ITEMS.
           MOVE WS-OVER-COUNT     TO TL-OVER-COUNT.
           MOVE WS-PATTERN-COUNT  TO TL-PATTERN-COUNT.
           MOVE WS-UNLINKED-COUNT TO TL-UNLINKED-COUNT.
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

       WRITE-XMIT-MANIFEST.
      *manifesto do arquivo entregue, para o controle de
      *transmissoes e a baixa de confirmacao do XmitConf
           MOVE 'CASHFIL '        TO XMIT-FILE-NAME.
           MOVE WS-TODAY-DATE     TO XMIT-BUS-DATE.
           MOVE WS-DETAIL-COUNT   TO XMIT-REC-COUNT.
           MOVE WS-FILED-TOTAL    TO XMIT-AMOUNT-HASH.
           CALL 'XMITLOG' USING XMIT-PARMS.

       CLOSE-STOP.
           PERFORM WRITE-XMIT-MANIFEST.
           DISPLAY 'CASH CREDIT ITEMS: ' WS-CREDIT-ITEMS
              '  DOCUMENTS: ' WS-DOC-COUNT
              '  ACCTS WITHOUT DOC: ' WS-UNLINKED-COUNT.
           DISPLAY 'OVER THRESHOLD: ' WS-OVER-COUNT
              '  SPLIT PATTERNS: ' WS-PATTERN-COUNT.
           CLOSE FILING-FILE .
           CLOSE REPORT-LINE .
           SET RC-NORMAL TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'CASHRPT '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de ocorrencias
      *entregues e o RETURN-CODE que o job esta devolvendo ao
      *scheduler
           MOVE 'CASHRPT '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-DETAIL-COUNT      TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
