      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. OpIdle.
       AUTHOR. Julio Bittencourt.

      *Desabilita sign-on parado: operador que nao faz sign-on
      *valido no MainMenu ha mais dias do que o OPIDPARM manda
      *(sem parametro, 90) passa para a situacao 'D', igual ao
      *desabilitar do OpAdmin, e cada desabilitacao sai na trilha
      *do AUDITLOG com o evento IDDIS e o ID do operador no campo
      *de programa (mesmo arranjo do LOCK/UNLCK do MainMenu). O
      *prazo de operador recem-incluido conta da inclusao; record
      *sem data de ultimo sign-on (anterior a esse campo) recebe a
      *data de hoje e comeca a contar agora, em vez de cair de uma
      *vez. Passo agendado, roda de madrugada antes do expediente.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER ASSIGN TO OPERMAST
               FILE STATUS IS OPER-FILE-STATUS .
           SELECT IDLE-PARM ASSIGN TO OPIDPARM
               FILE STATUS IS PARM-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD OPER-MASTER RECORDING MODE F .
      *layout compartilhado no copybook OPERMAST
           COPY OPERMAST.

       FD IDLE-PARM RECORDING MODE F .
      *dias sem sign-on ate desabilitar, opcional
       01  IDLE-PARM-REC.
           05 IP-IDLE-DAYS      PIC 9(3) .

       WORKING-STORAGE SECTION.
       01  OPER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-OPER-EOF          PIC X(1) VALUE 'N'.
           88 OPER-EOF          VALUE 'Y'.

      *o cadastro inteiro em memoria, regravado no final (mesmo
      *arranjo do MainMenu e do OpAdmin)
       01  WS-OPER-TABLE.
           05 WS-OPER-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-OPER-ENTRY OCCURS 100 TIMES
                 INDEXED BY OPX.
              10 WO-ID          PIC X(8).
              10 WO-PASSWORD    PIC X(8).
              10 WO-CLASS       PIC X(1).
              10 WO-STATUS      PIC X(1).
              10 WO-PWD-DATE    PIC 9(8).
              10 WO-FAIL-COUNT  PIC 9(1).
              10 WO-HIST-1      PIC X(8).
              10 WO-HIST-2      PIC X(8).
              10 WO-HIST-3      PIC X(8).
              10 WO-LAST-SIGNON PIC 9(8).

       01  WS-IDLE-DAYS         PIC 9(3) VALUE 90.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INTEGER     PIC 9(7) VALUE ZERO.
       01  WS-IDLE-AGE          PIC S9(7) VALUE ZERO.
       01  WS-DISABLED-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-STARTED-COUNT     PIC 9(5) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-DISABLED       VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           PERFORM READ-IDLE-PARM.
           PERFORM LOAD-OPERATORS.
           IF WS-OPER-COUNT > ZERO
              PERFORM CHECK-ONE-OPERATOR
                 VARYING OPX FROM 1 BY 1
                 UNTIL OPX > WS-OPER-COUNT
           END-IF.
           PERFORM REWRITE-OPERATORS.
           PERFORM CLOSE-STOP.

       READ-IDLE-PARM.
           OPEN INPUT IDLE-PARM.
           IF PARM-FILE-STATUS = '00'
              READ IDLE-PARM
              IF PARM-FILE-STATUS = '00'
                 AND IP-IDLE-DAYS NUMERIC
                 AND IP-IDLE-DAYS > ZERO
                 MOVE IP-IDLE-DAYS TO WS-IDLE-DAYS
              END-IF
              CLOSE IDLE-PARM
           END-IF.

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
                 MOVE OP-PASSWORD    TO WO-PASSWORD (OPX)
                 MOVE OP-CLASS       TO WO-CLASS (OPX)
                 MOVE OP-STATUS      TO WO-STATUS (OPX)
                 MOVE OP-PWD-DATE    TO WO-PWD-DATE (OPX)
                 MOVE OP-FAIL-COUNT  TO WO-FAIL-COUNT (OPX)
                 MOVE OP-PWD-HIST-1  TO WO-HIST-1 (OPX)
                 MOVE OP-PWD-HIST-2  TO WO-HIST-2 (OPX)
                 MOVE OP-PWD-HIST-3  TO WO-HIST-3 (OPX)
                 MOVE OP-LAST-SIGNON TO WO-LAST-SIGNON (OPX)
                 PERFORM READ-OPER-REC
              END-PERFORM
              CLOSE OPER-MASTER
      *-------o cadastro e regravado a partir da tabela: parar
      *-------antes do fim perderia os operadores alem do 100o
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

       CHECK-ONE-OPERATOR.
      *operador ja desabilitado fica como esta; sem data de ultimo
      *sign-on o prazo comeca hoje
           EVALUATE TRUE
              WHEN WO-STATUS (OPX) = 'D'
                 CONTINUE
              WHEN WO-LAST-SIGNON (OPX) NOT NUMERIC
                 OR WO-LAST-SIGNON (OPX) = ZERO
                 MOVE WS-TODAY-DATE TO WO-LAST-SIGNON (OPX)
                 ADD 1 TO WS-STARTED-COUNT
              WHEN OTHER
                 COMPUTE WS-IDLE-AGE = WS-TODAY-INTEGER
                    - FUNCTION INTEGER-OF-DATE (WO-LAST-SIGNON (OPX))
                 IF WS-IDLE-AGE > WS-IDLE-DAYS
                    PERFORM DISABLE-IDLE-OPERATOR
                 END-IF
           END-EVALUATE.

       DISABLE-IDLE-OPERATOR.
           MOVE 'D' TO WO-STATUS (OPX).
           ADD 1 TO WS-DISABLED-COUNT.
           MOVE WO-ID (OPX)   TO AUDIT-PGM-NAME.
           MOVE 'IDDIS'       TO AUDIT-EVENT.
           MOVE WS-IDLE-AGE   TO AUDIT-REC-COUNT.
           MOVE ZERO          TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
           DISPLAY 'OPIDLE ' WO-ID (OPX) ' DISABLED, LAST SIGN-ON '
              WO-LAST-SIGNON (OPX) ' (' WS-IDLE-AGE ' DAYS)'.

       REWRITE-OPERATORS.
           OPEN OUTPUT OPER-MASTER.
           IF OPER-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT OPER-MASTER FAILED, STATUS '
                 OPER-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-OPER-COUNT > ZERO
              PERFORM WRITE-ONE-OPERATOR
                 VARYING OPX FROM 1 BY 1
                 UNTIL OPX > WS-OPER-COUNT
           END-IF.
           CLOSE OPER-MASTER.

       WRITE-ONE-OPERATOR.
           MOVE WO-ID (OPX)          TO OP-ID.
           MOVE WO-PASSWORD (OPX)    TO OP-PASSWORD.
           MOVE WO-CLASS (OPX)       TO OP-CLASS.
           MOVE WO-STATUS (OPX)      TO OP-STATUS.
           MOVE WO-PWD-DATE (OPX)    TO OP-PWD-DATE.
           MOVE WO-FAIL-COUNT (OPX)  TO OP-FAIL-COUNT.
           MOVE WO-HIST-1 (OPX)      TO OP-PWD-HIST-1.
           MOVE WO-HIST-2 (OPX)      TO OP-PWD-HIST-2.
           MOVE WO-HIST-3 (OPX)      TO OP-PWD-HIST-3.
           MOVE WO-LAST-SIGNON (OPX) TO OP-LAST-SIGNON.
           WRITE OPER-MASTER-REC.
           IF OPER-FILE-STATUS NOT = '00'
              STRING 'WRITE OPER-MASTER FAILED, STATUS '
                 OPER-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'OPIDLE ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       CLOSE-STOP.
      *RC 4 avisa o scheduler que houve desabilitacao no dia
           DISPLAY 'OPIDLE ' WS-OPER-COUNT ' OPERATORS, '
              WS-DISABLED-COUNT ' DISABLED AFTER ' WS-IDLE-DAYS
              ' IDLE DAYS, ' WS-STARTED-COUNT ' CLOCKS STARTED'.
           IF WS-DISABLED-COUNT > ZERO
              SET RC-DISABLED TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'OPIDLE  '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de operadores
      *desabilitados e o RETURN-CODE devolvido ao scheduler
           MOVE 'OPIDLE  '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-DISABLED-COUNT    TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
