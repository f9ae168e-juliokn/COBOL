      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. OpRecert.
       AUTHOR. Julio Bittencourt.

      *Recertificacao trimestral de acesso de operador: para cada
      *classe do AUTHTAB lista as opcoes do MainMenu que a classe
      *libera (a letra da lista volta a ser o numero da opcao) e,
      *embaixo, cada operador ativo da classe com a situacao, o
      *ultimo sign-on e a data da senha, com espaco para o gerente
      *confirmar ou revogar. Operador com classe que nao existe no
      *AUTHTAB sai numa secao propria no fim. Junto com o relatorio
      *sai o RECERTOUT, um record por operador listado no layout
      *RECERT, com decisao e gerente em branco: preenchido pelos
      *gerentes, volta como RECERTIN e e aplicado pela opcao 7 do
      *OpAdmin, de modo que a revisao fica na trilha do AUDITLOG.
      *Operador ja desabilitado nao tem acesso a revisar e fica de
      *fora.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER ASSIGN TO OPERMAST
               FILE STATUS IS OPER-FILE-STATUS .
           SELECT AUTH-TABLE ASSIGN TO AUTHTAB
               FILE STATUS IS AUTH-FILE-STATUS .
           SELECT RECERT-OUT ASSIGN TO RECERTOUT
               FILE STATUS IS RCOUT-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO RECERRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD OPER-MASTER RECORDING MODE F .
      *layout compartilhado no copybook OPERMAST
           COPY OPERMAST.

       FD AUTH-TABLE RECORDING MODE F .
      *mesma tabela de autorizacao lida pelo MainMenu
       01  AUTH-TABLE-REC.
           05 AT-CLASS          PIC X(1) .
           05 AT-OPTIONS        PIC X(10) .

       FD RECERT-OUT RECORDING MODE F .
      *layout compartilhado no copybook RECERT
           COPY RECERT.

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(132) .

       WORKING-STORAGE SECTION.
       01  OPER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  AUTH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RCOUT-FILE-STATUS    PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-OPER-EOF          PIC X(1) VALUE 'N'.
           88 OPER-EOF          VALUE 'Y'.
       01  WS-AUTH-EOF          PIC X(1) VALUE 'N'.
           88 AUTH-EOF          VALUE 'Y'.

      *os dois cadastros em memoria, so para leitura
       01  WS-OPER-TABLE.
           05 WS-OPER-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-OPER-ENTRY OCCURS 100 TIMES
                 INDEXED BY OPX.
              10 WO-ID          PIC X(8).
              10 WO-CLASS       PIC X(1).
              10 WO-STATUS      PIC X(1).
              10 WO-PWD-DATE    PIC 9(8).
              10 WO-LAST-SIGNON PIC 9(8).
       01  WS-AUTH-TABLE-WK.
           05 WS-AUTH-COUNT     PIC 9(2) VALUE ZERO.
           05 WS-AUTH-ENTRY OCCURS 20 TIMES
                 INDEXED BY AUX.
              10 WA-CLASS       PIC X(1).
              10 WA-OPTIONS     PIC X(10).
       01  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
           88 ENTRY-FOUND       VALUE 'Y'.
       01  WS-SEARCH-CLASS      PIC X(1) VALUE SPACE.

      *opcoes do MainMenu na ordem do caractere da lista AT-OPTIONS:
      *'1' a '9' sao as opcoes 1 a 9, 'A' a 'I' sao as de 10 a 18
       01  WS-OPTION-CHARS      PIC X(18) VALUE
              '123456789ABCDEFGHI'.
       01  WS-OPTION-NAMES.
           05 FILLER PIC X(36) VALUE 'CALCULATOR'.
           05 FILLER PIC X(36) VALUE 'EXPIRATION DATE CALCULATION'.
           05 FILLER PIC X(36) VALUE 'CPF/CNPJ FORMATTER'.
           05 FILLER PIC X(36) VALUE 'GRADE REPORT'.
           05 FILLER PIC X(36) VALUE 'SALES AVERAGE'.
           05 FILLER PIC X(36) VALUE 'ACCOUNT INQUIRY'.
           05 FILLER PIC X(36) VALUE 'CPF/CNPJ TO ACCOUNT CROSS-REF'.
           05 FILLER PIC X(36) VALUE 'ACCOUNT INQUIRY BY SURNAME'.
           05 FILLER PIC X(36) VALUE 'EXIT'.
           05 FILLER PIC X(36) VALUE 'PROMISE TO PAY (COLLECTIONS)'.
           05 FILLER PIC X(36) VALUE 'CHANGE PASSWORD'.
           05 FILLER PIC X(36) VALUE 'UNLOCK OPERATOR (ADMIN)'.
           05 FILLER PIC X(36) VALUE 'ACCOUNT NOTES'.
           05 FILLER PIC X(36) VALUE 'TRANSACTION HISTORY'.
           05 FILLER PIC X(36) VALUE 'TRANSACTION DISPUTE'.
           05 FILLER PIC X(36) VALUE 'STATEMENT DELIVERY PREFERENCE'.
           05 FILLER PIC X(36) VALUE 'CUSTOMER ALERTS'.
           05 FILLER PIC X(36) VALUE 'FEE WAIVER / GOODWILL CREDIT'.
       01  WS-OPTION-TABLE REDEFINES WS-OPTION-NAMES.
           05 WS-OPTION-NAME    PIC X(36) OCCURS 18 TIMES.
       01  WS-OPT-POS           PIC 9(2) VALUE ZERO.
       01  WS-OPT-NUMBER        PIC 9(2) VALUE ZERO.
       01  WS-CHAR-SUB          PIC 9(2) VALUE ZERO.
       01  WS-ONE-CHAR          PIC X(1) VALUE SPACE.

      *ciclo da revisao AAAATn, o trimestre da execucao
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-VIEW REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR     PIC 9(4) .
           05 WS-TODAY-MONTH    PIC 9(2) .
           05 WS-TODAY-DAY      PIC 9(2) .
       01  WS-TODAY-INTEGER     PIC 9(7) VALUE ZERO.
       01  WS-CYCLE.
           05 WS-CYCLE-YEAR     PIC 9(4) .
           05 FILLER            PIC X(1) VALUE 'T'.
           05 WS-CYCLE-QTR      PIC 9(1) .
       01  WS-IDLE-DAYS         PIC S9(7) VALUE ZERO.

       01  WS-CLASS-LISTED      PIC 9(3) VALUE ZERO.
       01  WS-LISTED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-ORPHAN-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT     PIC 9(5) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-ORPHAN-CLASS   VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  TITLE-LINE.
           05 FILLER             PIC X(40) VALUE
              'OPERATOR ACCESS RECERTIFICATION - CYCLE '.
           05 TL-CYCLE           PIC X(6).
           05 FILLER             PIC X(86) VALUE SPACES.

       01  CLASS-LINE.
           05 FILLER             PIC X(6)  VALUE 'CLASS '.
           05 CL-CLASS           PIC X(1).
           05 FILLER             PIC X(21) VALUE
              ' - OPTIONS GRANTED: '.
           05 CL-OPTIONS         PIC X(10).
           05 FILLER             PIC X(94) VALUE SPACES.

       01  OPTION-LINE.
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 OL-NUMBER          PIC Z9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 OL-NAME            PIC X(36).
           05 FILLER             PIC X(86) VALUE SPACES.

       01  ORPHAN-LINE.
           05 FILLER             PIC X(40) VALUE
              'OPERATORS WITH CLASS NOT IN AUTHTAB'.
           05 FILLER             PIC X(92) VALUE SPACES.

       01  COLUMN-LINE.
           05 FILLER             PIC X(10) VALUE 'OPERATOR'.
           05 FILLER             PIC X(6)  VALUE 'CLASS'.
           05 FILLER             PIC X(7)  VALUE 'STATUS'.
           05 FILLER             PIC X(12) VALUE 'LAST SIGNON'.
           05 FILLER             PIC X(6)  VALUE ' IDLE'.
           05 FILLER             PIC X(12) VALUE '  PWD DATE'.
           05 FILLER             PIC X(40) VALUE
              '  MANAGER DECISION'.
           05 FILLER             PIC X(39) VALUE SPACES.

       01  DETAIL-LINE.
           05 DT-OPER-ID         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-CLASS           PIC X(1).
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 DT-STATUS          PIC X(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DT-LAST-SIGNON     PIC 9999/99/99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-IDLE-DAYS       PIC ZZZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 DT-PWD-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 FILLER             PIC X(40) VALUE
              'CONFIRM [ ]  REVOKE [ ]  MANAGER _______'.
           05 FILLER             PIC X(36) VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER             PIC X(20) VALUE 'OPERATORS LISTED'.
           05 TT-LISTED          PIC ZZ,ZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(22) VALUE
              'CLASS NOT IN AUTHTAB'.
           05 TT-ORPHAN          PIC ZZ,ZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(22) VALUE
              'DISABLED, NOT LISTED'.
           05 TT-SKIPPED         PIC ZZ,ZZ9.
           05 FILLER             PIC X(42) VALUE SPACES.

       01  BLANK-LINE            PIC X(132) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-OPERATORS.
           PERFORM LOAD-CLASSES.
           IF WS-AUTH-COUNT > ZERO
              PERFORM LIST-ONE-CLASS
                 VARYING AUX FROM 1 BY 1
                 UNTIL AUX > WS-AUTH-COUNT
           END-IF.
           PERFORM LIST-ORPHAN-CLASSES.
           PERFORM WRITE-TOTALS.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           MOVE WS-TODAY-YEAR TO WS-CYCLE-YEAR.
           COMPUTE WS-CYCLE-QTR = (WS-TODAY-MONTH + 2) / 3.
           OPEN OUTPUT REPORT-LINE.
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT RECERT-OUT.
           IF RCOUT-FILE-STATUS NOT = '00'
              STRING 'OPEN RECERT-OUT FAILED, STATUS '
                 RCOUT-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE WS-CYCLE TO TL-CYCLE.
           MOVE TITLE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'OPRECERT ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-OPERATORS.
           OPEN INPUT OPER-MASTER.
           IF OPER-FILE-STATUS = '05' OR OPER-FILE-STATUS = '35'
              MOVE 'Y' TO WS-OPER-EOF
           ELSE
              IF OPER-FILE-STATUS NOT = '00'
                 STRING 'OPEN OPER-MASTER FAILED, STATUS '
                    OPER-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-OPER-REC
              PERFORM UNTIL OPER-EOF OR WS-OPER-COUNT = 100
                 ADD 1 TO WS-OPER-COUNT
                 SET OPX TO WS-OPER-COUNT
                 MOVE OP-ID          TO WO-ID (OPX)
                 MOVE OP-CLASS       TO WO-CLASS (OPX)
                 MOVE OP-STATUS      TO WO-STATUS (OPX)
                 MOVE OP-PWD-DATE    TO WO-PWD-DATE (OPX)
                 MOVE OP-LAST-SIGNON TO WO-LAST-SIGNON (OPX)
                 PERFORM READ-OPER-REC
              END-PERFORM
              CLOSE OPER-MASTER
      *-------uma revisao que deixasse operador de fora passaria
      *-------por completa - melhor parar
              IF NOT OPER-EOF
                 STRING 'OPERATOR TABLE FULL, 100 LOADED WITH '
                    'RECORDS REMAINING' DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-OPER-REC.
           READ OPER-MASTER
           AT END MOVE 'Y' TO WS-OPER-EOF
           END-READ.
           IF OPER-FILE-STATUS NOT = '00'
              AND OPER-FILE-STATUS NOT = '10'
              STRING 'READ OPER-MASTER FAILED, STATUS '
                 OPER-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-CLASSES.
           OPEN INPUT AUTH-TABLE.
           IF AUTH-FILE-STATUS = '05' OR AUTH-FILE-STATUS = '35'
              MOVE 'Y' TO WS-AUTH-EOF
           ELSE
              IF AUTH-FILE-STATUS NOT = '00'
                 STRING 'OPEN AUTH-TABLE FAILED, STATUS '
                    AUTH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-AUTH-REC
              PERFORM UNTIL AUTH-EOF OR WS-AUTH-COUNT = 20
                 ADD 1 TO WS-AUTH-COUNT
                 SET AUX TO WS-AUTH-COUNT
                 MOVE AT-CLASS   TO WA-CLASS (AUX)
                 MOVE AT-OPTIONS TO WA-OPTIONS (AUX)
                 PERFORM READ-AUTH-REC
              END-PERFORM
              CLOSE AUTH-TABLE
           END-IF.

       READ-AUTH-REC.
           READ AUTH-TABLE
           AT END MOVE 'Y' TO WS-AUTH-EOF
           END-READ.
           IF AUTH-FILE-STATUS NOT = '00'
              AND AUTH-FILE-STATUS NOT = '10'
              STRING 'READ AUTH-TABLE FAILED, STATUS '
                 AUTH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LIST-ONE-CLASS.
      *cabecalho da classe, uma linha por opcao liberada e os
      *operadores ativos da classe
           MOVE WA-CLASS (AUX)   TO CL-CLASS.
           MOVE WA-OPTIONS (AUX) TO CL-OPTIONS.
           MOVE CLASS-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM LIST-ONE-OPTION
              VARYING WS-CHAR-SUB FROM 1 BY 1
              UNTIL WS-CHAR-SUB > 10.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE COLUMN-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE ZERO TO WS-CLASS-LISTED.
           IF WS-OPER-COUNT > ZERO
              PERFORM LIST-CLASS-OPERATOR
                 VARYING OPX FROM 1 BY 1
                 UNTIL OPX > WS-OPER-COUNT
           END-IF.
           IF WS-CLASS-LISTED = ZERO
              MOVE '  NO ACTIVE OPERATORS IN THIS CLASS' TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       LIST-ONE-OPTION.
      *a posicao do caractere em WS-OPTION-CHARS e o numero da
      *opcao; caractere fora da lista (branco) nao e opcao
           MOVE WA-OPTIONS (AUX) (WS-CHAR-SUB:1) TO WS-ONE-CHAR.
           IF WS-ONE-CHAR NOT = SPACE
              MOVE ZERO TO WS-OPT-POS
              INSPECT WS-OPTION-CHARS TALLYING WS-OPT-POS
                 FOR CHARACTERS BEFORE INITIAL WS-ONE-CHAR
              IF WS-OPT-POS < 18
                 COMPUTE WS-OPT-NUMBER = WS-OPT-POS + 1
                 MOVE WS-OPT-NUMBER TO OL-NUMBER
                 MOVE WS-OPTION-NAME (WS-OPT-NUMBER) TO OL-NAME
              ELSE
                 MOVE ZERO TO OL-NUMBER
                 MOVE SPACES TO OL-NAME
                 STRING 'UNKNOWN OPTION CODE ' WS-ONE-CHAR
                    DELIMITED BY SIZE INTO OL-NAME
              END-IF
              MOVE OPTION-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       LIST-CLASS-OPERATOR.
           IF WO-CLASS (OPX) = WA-CLASS (AUX)
              IF WO-STATUS (OPX) = 'D'
                 ADD 1 TO WS-SKIPPED-COUNT
              ELSE
                 ADD 1 TO WS-CLASS-LISTED
                 PERFORM WRITE-OPERATOR-LINE
              END-IF
           END-IF.

       LIST-ORPHAN-CLASSES.
           MOVE ORPHAN-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE COLUMN-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           IF WS-OPER-COUNT > ZERO
              PERFORM LIST-ORPHAN-OPERATOR
                 VARYING OPX FROM 1 BY 1
                 UNTIL OPX > WS-OPER-COUNT
           END-IF.
           IF WS-ORPHAN-COUNT = ZERO
              MOVE '  NONE' TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       LIST-ORPHAN-OPERATOR.
           MOVE WO-CLASS (OPX) TO WS-SEARCH-CLASS.
           PERFORM FIND-CLASS.
           IF NOT ENTRY-FOUND
              IF WO-STATUS (OPX) = 'D'
                 ADD 1 TO WS-SKIPPED-COUNT
              ELSE
                 ADD 1 TO WS-ORPHAN-COUNT
                 PERFORM WRITE-OPERATOR-LINE
              END-IF
           END-IF.

       FIND-CLASS.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF WS-AUTH-COUNT > ZERO
              SET AUX TO 1
              SEARCH WS-AUTH-ENTRY
                 AT END MOVE 'N' TO WS-FOUND-FLAG
                 WHEN AUX > WS-AUTH-COUNT
                    MOVE 'N' TO WS-FOUND-FLAG
                 WHEN WA-CLASS (AUX) = WS-SEARCH-CLASS
                    MOVE 'Y' TO WS-FOUND-FLAG
              END-SEARCH
           END-IF.

       WRITE-OPERATOR-LINE.
      *linha do relatorio e record de retorno do mesmo operador
           ADD 1 TO WS-LISTED-COUNT.
           MOVE WO-ID (OPX)    TO DT-OPER-ID.
           MOVE WO-CLASS (OPX) TO DT-CLASS.
           EVALUATE WO-STATUS (OPX)
              WHEN 'L'
                 MOVE 'LOCKED' TO DT-STATUS
              WHEN OTHER
                 MOVE 'ACTIVE' TO DT-STATUS
           END-EVALUATE.
           IF WO-LAST-SIGNON (OPX) NUMERIC
              AND WO-LAST-SIGNON (OPX) > ZERO
              MOVE WO-LAST-SIGNON (OPX) TO DT-LAST-SIGNON
              COMPUTE WS-IDLE-DAYS = WS-TODAY-INTEGER
                 - FUNCTION INTEGER-OF-DATE (WO-LAST-SIGNON (OPX))
              MOVE WS-IDLE-DAYS TO DT-IDLE-DAYS
           ELSE
              MOVE ZERO TO DT-LAST-SIGNON
              MOVE ZERO TO DT-IDLE-DAYS
           END-IF.
           IF WO-PWD-DATE (OPX) NUMERIC
              MOVE WO-PWD-DATE (OPX) TO DT-PWD-DATE
           ELSE
              MOVE ZERO TO DT-PWD-DATE
           END-IF.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE WO-ID (OPX)    TO RV-OPER-ID.
           MOVE WO-CLASS (OPX) TO RV-CLASS.
           MOVE SPACE          TO RV-DECISION.
           MOVE SPACES         TO RV-MANAGER-ID.
           MOVE WS-CYCLE       TO RV-CYCLE.
           IF WO-LAST-SIGNON (OPX) NUMERIC
              MOVE WO-LAST-SIGNON (OPX) TO RV-LAST-SIGNON
           ELSE
              MOVE ZERO TO RV-LAST-SIGNON
           END-IF.
           WRITE RECERT-REC.
           IF RCOUT-FILE-STATUS NOT = '00'
              STRING 'WRITE RECERT-OUT FAILED, STATUS '
                 RCOUT-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-TOTALS.
           MOVE WS-LISTED-COUNT  TO TT-LISTED.
           MOVE WS-ORPHAN-COUNT  TO TT-ORPHAN.
           MOVE WS-SKIPPED-COUNT TO TT-SKIPPED.
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
      *RC 4 avisa que ha operador com classe fora do AUTHTAB
           CLOSE REPORT-LINE.
           CLOSE RECERT-OUT.
           DISPLAY 'OPRECERT CYCLE ' WS-CYCLE ': ' WS-LISTED-COUNT
              ' OPERATORS LISTED, ' WS-ORPHAN-COUNT
              ' WITH CLASS NOT IN AUTHTAB'.
           IF WS-ORPHAN-COUNT > ZERO
              SET RC-ORPHAN-CLASS TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'OPRECERT'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de operadores
      *listados e o RETURN-CODE devolvido ao scheduler
           MOVE 'OPRECERT'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-LISTED-COUNT      TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
