               FILE STATUS IS NOTE-FILE-STATUS .
           SELECT STATE-RATE ASSIGN TO STRATE
               FILE STATUS IS SRAT-FILE-STATUS .
           SELECT SCORE-HIST ASSIGN TO SCOREHST
               FILE STATUS IS SHST-FILE-STATUS .

       DATA DIVISION.
       FILE SECTION.
      *no copybook ACCTNOTE
           COPY ACCTNOTE.

       FD SCORE-HIST RECORDING MODE F .
      *score de bureau mais recente e o anterior, carregados pelo
      *ScoreIn; layout compartilhado no copybook SCOREHST
           COPY SCOREHST.

       WORKING-STORAGE SECTION.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  NOTE-FILE-STATUS     PIC X(2) VALUE '00'.
              10 WN-OPERATOR    PIC X(8).
              10 WN-TEXT        PIC X(50).
       01  WS-LIST-SUB          PIC 9(3) VALUE ZERO.
       01  SHST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-SHST-EOF          PIC X(1) VALUE 'N'.
           88 SHST-EOF          VALUE 'Y'.
       01  WS-SCORE-FOUND       PIC X(1) VALUE 'N'.
           88 SCORE-FOUND       VALUE 'Y'.
       01  LOVR-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-LOVR-EOF          PIC X(1) VALUE 'N'.
           88 LOVR-EOF          VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-INQ-ACCT-NO       PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.

      *taxa de juros mensal aplicada sobre saldo devedor positivo:
                 INDEXED BY SRX.
              10 WSR-STATE      PIC X(15).
              10 WSR-RATE       PIC 9V9(4).
              10 WSR-EFF-DATE   PIC 9(8).
       01  WS-SRATE-FOUND       PIC X(1) VALUE 'N'.
       01  WS-SRATE-REFUSED     PIC 9(3) VALUE ZERO.
       01  WS-APPLIED-RATE      PIC 9V9(4) VALUE ZERO.

      *vigencia das linhas do STRATE, compartilhada via copybook
           COPY TERMDATE.

       01  WS-FINANCE-CHARGE    PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-NEW-BALANCE       PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  WS-CHARGE-ED         PIC $$,$$$,$$9.99.
       01  WS-NEW-BALANCE-ED    PIC $$,$$$,$$9.99-.

      *área de parâmetros trocada com o subprograma INQLOG
       COPY INQLPRM.

       PROCEDURE DIVISION.

      *o operador se identifica uma vez na entrada; cada conta
      *consultada na sessao vai para a trilha de consultas com o ID
      *dele
           DISPLAY 'OPERADOR: '.
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           PERFORM LE-RUN-PARM.
           PERFORM CARREGA-LIMITES-TEMP.
           PERFORM LOAD-STATE-RATES.
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-ACCTINQ
              END-IF
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TERMS-TODAY
              PERFORM READ-SRAT-REC
              PERFORM UNTIL SRAT-EOF
                 PERFORM LOAD-ONE-STATE-RATE
                 PERFORM READ-SRAT-REC
              END-PERFORM
              CLOSE STATE-RATE
           END-IF.

       LOAD-ONE-STATE-RATE.
      *das linhas em vigor do mesmo estado vale a de vigencia mais
      *recente; a linha pendente so entra no dia da vigencia, e a
      *digitada sem o prazo de aviso ao cliente e RECUSADA como a
      *que passa do teto legal
           IF TR-EFF-DATE NUMERIC
              MOVE TR-EFF-DATE TO WS-TERMS-EFF-DATE
           ELSE
              MOVE ZERO TO WS-TERMS-EFF-DATE
           END-IF.
           IF TR-ENTERED-DATE NUMERIC
              MOVE TR-ENTERED-DATE TO WS-TERMS-ENTERED-DATE
           ELSE
              MOVE ZERO TO WS-TERMS-ENTERED-DATE
           END-IF.
           PERFORM CLASSIFY-TERMS-ROW.
           EVALUATE TRUE
              WHEN TR-MONTHLY-RATE > TR-LEGAL-CAP
                 ADD 1 TO WS-SRATE-REFUSED
                 DISPLAY 'STATE RATE REFUSED OVER LEGAL CAP: '
                    TR-USA-STATE
              WHEN TERMS-REFUSED
                 ADD 1 TO WS-SRATE-REFUSED
                 DISPLAY 'STATE RATE REFUSED SHORT NOTICE: '
                    TR-USA-STATE
              WHEN TERMS-PENDING
                 CONTINUE
              WHEN OTHER
                 PERFORM KEEP-STATE-RATE
           END-EVALUATE.

       KEEP-STATE-RATE.
           MOVE 'N' TO WS-SRATE-FOUND.
           IF WS-SRATE-COUNT > ZERO
              SET SRX TO 1
              SEARCH WS-SRATE-ENTRY
                 AT END MOVE 'N' TO WS-SRATE-FOUND
                 WHEN SRX > WS-SRATE-COUNT
                    MOVE 'N' TO WS-SRATE-FOUND
                 WHEN WSR-STATE (SRX) = TR-USA-STATE
                    MOVE 'Y' TO WS-SRATE-FOUND
              END-SEARCH
           END-IF.
           IF WS-SRATE-FOUND = 'Y'
              IF WS-TERMS-EFF-DATE NOT < WSR-EFF-DATE (SRX)
                 MOVE TR-MONTHLY-RATE   TO WSR-RATE (SRX)
                 MOVE WS-TERMS-EFF-DATE TO WSR-EFF-DATE (SRX)
              END-IF
           ELSE
              IF WS-SRATE-COUNT < 60
                 ADD 1 TO WS-SRATE-COUNT
                 SET SRX TO WS-SRATE-COUNT
                 MOVE TR-USA-STATE      TO WSR-STATE (SRX)
                 MOVE TR-MONTHLY-RATE   TO WSR-RATE (SRX)
                 MOVE WS-TERMS-EFF-DATE TO WSR-EFF-DATE (SRX)
              END-IF
           END-IF.

       READ-SRAT-REC.
           READ STATE-RATE
           AT END MOVE 'Y' TO WS-SRAT-EOF
                 CONTINUE
           END-EVALUATE.

      *paragrafo CLASSIFY-TERMS-ROW, compartilhado via copybook
           COPY TERMDTPR.

       PEGA-CONTA.
           DISPLAY 'NUMERO DA CONTA (EM BRANCO ENCERRA): '.
           ACCEPT WS-INQ-ACCT-NO FROM CONSOLE.

       CONSULTA-CONTA.
      *consulta pontual por chave, possivel gracas ao acesso DYNAMIC
           PERFORM REGISTRA-CONSULTA.
           MOVE WS-INQ-ACCT-NO TO ACCT-NO.
           READ ACCT-REC.
           EVALUATE TRUE
                 PERFORM MOSTRA-CONTA
           END-EVALUATE.

       REGISTRA-CONSULTA.
      *a consulta fica na trilha mesmo quando a conta nao existe -
      *tentar numeros a esmo tambem interessa a auditoria
           MOVE WS-OPERATOR-ID TO INQ-OPERATOR-ID.
           MOVE 'ACCTINQ '     TO INQ-PGM-NAME.
           MOVE 'A'            TO INQ-KEY-TYPE.
           MOVE WS-INQ-ACCT-NO TO INQ-KEY.
           MOVE WS-INQ-ACCT-NO TO INQ-ACCT-NO.
           CALL 'INQLOG' USING INQ-LOG-PARMS.

       MOSTRA-CONTA.
           PERFORM CALC-FINANCE-CHARGE.
           MOVE ACCT-LIMIT        TO WS-LIMIT-ED.
           END-IF.
           DISPLAY 'FIN. CHARGE:   ' WS-CHARGE-ED.
           DISPLAY 'NEW BALANCE:   ' WS-NEW-BALANCE-ED.
           PERFORM MOSTRA-SCORE.
           DISPLAY 'COMMENTS:      ' COMMENTS.
           PERFORM MOSTRA-NOTAS.
           DISPLAY '====================================='.

       MOSTRA-SCORE.
      *score de bureau da ultima carga do ScoreIn, com o anterior
      *ao lado; sem o dataset alocado ou sem score para a conta a
      *linha nao aparece
           MOVE 'N' TO WS-SCORE-FOUND.
           MOVE 'N' TO WS-SHST-EOF.
           OPEN INPUT SCORE-HIST.
           IF SHST-FILE-STATUS = '05' OR SHST-FILE-STATUS = '35'
              MOVE 'Y' TO WS-SHST-EOF
           ELSE
              IF SHST-FILE-STATUS NOT = '00'
                 STRING 'OPEN SCORE-HIST FAILED, STATUS '
                    SHST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-ACCTINQ
              END-IF
              PERFORM LE-SCORE-REC
              PERFORM UNTIL SHST-EOF OR SCORE-FOUND
                 IF SH-ACCT-NO = ACCT-NO
                    MOVE 'Y' TO WS-SCORE-FOUND
                 ELSE
                    PERFORM LE-SCORE-REC
                 END-IF
              END-PERFORM
              CLOSE SCORE-HIST
           END-IF.
           IF SCORE-FOUND
              DISPLAY 'BUREAU SCORE:  ' SH-CUR-SCORE ' ON '
                 SH-CUR-DATE '  PRIOR: ' SH-PRIOR-SCORE ' ON '
                 SH-PRIOR-DATE
           END-IF.

       LE-SCORE-REC.
           READ SCORE-HIST
              AT END MOVE 'Y' TO WS-SHST-EOF
           END-READ.
           IF SHST-FILE-STATUS NOT = '00'
              AND SHST-FILE-STATUS NOT = '10'
              STRING 'READ SCORE-HIST FAILED, STATUS '
                 SHST-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-ACCTINQ
           END-IF.

       MOSTRA-NOTAS.
      *notas do NoteEnt, da mais nova para a mais velha; sem o
      *dataset alocado a consulta mostra so o resumo COMMENTS
