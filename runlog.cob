      *Subprograma compartilhado do controle de execucao do ACCTNITE:
      *todo passo do schedule registra aqui o inicio e o fim contra
      *a data-movimento, com o RETURN-CODE, em vez de o operador
      *adivinhar pelos comentarios do JCL o que resubmeter depois de
      *um abend. A data-movimento vem do controle BUSDTCTL pelo
      *subprograma BUSDATE. No inicio de um passo que nao pode ser
      *repetido (os de postagem da tabela RUNSTEPS) o RUNLOG confere
      *se ele ja terminou nessa data; se terminou, so deixa rodar de
      *novo com um record de override do operador no RUNOVRD ainda
      *nao usado (cada override libera uma re-execucao) - senao
      *devolve a recusa e grava o evento R. O AcctPost continua com
      *o seu POSTED-DATES; isto e a mesma protecao para todos os
      *passos.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLOG IS INITIAL PROGRAM.
       AUTHOR. Julio Bittencourt
      *IS INITIAL PROGRAM reseta o estado do FD a cada CALL (mesmo
      *motivo documentado em AUDITLOG)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
               FILE STATUS IS RUNC-FILE-STATUS.
           SELECT RUN-OVERRIDE ASSIGN TO RUNOVRD
               FILE STATUS IS ROVR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL RECORDING MODE F.
      *layout compartilhado no copybook RUNCTL
           COPY RUNCTL.

       FD  RUN-OVERRIDE RECORDING MODE F.
      *autorizacao do operador para repetir um passo de postagem
      *numa data em que ele ja terminou, com o motivo
       01  RUN-OVERRIDE-REC.
           05 RO-STEP-NAME      PIC X(8).
           05 RO-BUSINESS-DATE  PIC 9(8).
           05 RO-OPERATOR-ID    PIC X(8).
           05 RO-REASON         PIC X(40).

       WORKING-STORAGE SECTION.
       01  RUNC-FILE-STATUS     PIC X(2) VALUE '00'.
       01  ROVR-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-RUNC-EOF          PIC X(1) VALUE 'N'.
           88 RUNC-EOF          VALUE 'Y'.
       01  WS-ROVR-EOF          PIC X(1) VALUE 'N'.
           88 ROVR-EOF          VALUE 'Y'.
       01  WS-EVENT             PIC X(1) VALUE SPACE.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-OVRD-COUNT        PIC 9(3) VALUE ZERO.

      *area de parametros do subprograma BUSDATE
           COPY BUSDPRM.

      *tabela dos passos e quadro de situacao, compartilhados via
      *copybook
           COPY RUNSTEPS.

       LINKAGE SECTION.
       COPY RUNLPRM.

       PROCEDURE DIVISION USING RUNL-PARMS.

       RUN-CONTROL-MAIN.
           MOVE 'A'    TO RUNL-RESULT.
           MOVE SPACES TO RUNL-MESSAGE.
           MOVE SPACES TO WS-OPERATOR-ID.
           IF RUNL-BUSINESS-DATE = ZERO
              PERFORM RESOLVE-BUSINESS-DATE
           END-IF.
           MOVE RUNL-FUNCTION TO WS-EVENT.
           IF RUNL-FN-START
              PERFORM CHECK-RERUN
           END-IF.
           IF NOT RUNL-ERROR
              PERFORM WRITE-RUN-CONTROL-REC
           END-IF.
           GOBACK.

       RESOLVE-BUSINESS-DATE.
      *a data do controle mesmo atrasada (quem recusa a data e o
      *proprio passo); sem controle legivel, a data do dia
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-ERROR
              MOVE FUNCTION CURRENT-DATE (1:8) TO RUNL-BUSINESS-DATE
           ELSE
              MOVE BUSD-BUSINESS-DATE TO RUNL-BUSINESS-DATE
           END-IF.

       CHECK-RERUN.
      *passo repetivel so registra; passo de postagem que ja
      *terminou na data precisa de override disponivel
           MOVE RUNL-STEP-NAME TO RN-STEP-NAME.
           PERFORM FIND-RUN-STEP.
           IF RUN-STEP-FOUND AND RS-NON-REPEATABLE (RSX)
              MOVE RUNL-BUSINESS-DATE TO WS-RUNS-BUS-DATE
              PERFORM CLEAR-RUN-STATUS
              PERFORM LOAD-STEP-HISTORY
              IF NOT RUNL-ERROR
                 MOVE RUNL-STEP-NAME TO RN-STEP-NAME
                 PERFORM FIND-RUN-STEP
                 SET RTX TO RSX
                 IF RS-COMPLETE-COUNT (RTX) > ZERO
                    PERFORM CHECK-OVERRIDE
                 END-IF
              END-IF
           END-IF.

       LOAD-STEP-HISTORY.
           MOVE 'N' TO WS-RUNC-EOF.
           OPEN INPUT RUN-CONTROL.
           IF RUNC-FILE-STATUS = '05' OR RUNC-FILE-STATUS = '35'
              MOVE 'Y' TO WS-RUNC-EOF
           ELSE
              IF RUNC-FILE-STATUS NOT = '00'
                 MOVE 'E' TO RUNL-RESULT
                 STRING 'OPEN RUNCTL FAILED, STATUS '
                    RUNC-FILE-STATUS DELIMITED BY SIZE
                    INTO RUNL-MESSAGE
              ELSE
                 PERFORM READ-RUN-CONTROL
                 PERFORM UNTIL RUNC-EOF
                    PERFORM APPLY-RUN-EVENT
                    PERFORM READ-RUN-CONTROL
                 END-PERFORM
                 CLOSE RUN-CONTROL
              END-IF
           END-IF.

       READ-RUN-CONTROL.
           READ RUN-CONTROL
              AT END MOVE 'Y' TO WS-RUNC-EOF
           END-READ.
           IF RUNC-FILE-STATUS NOT = '00'
              AND RUNC-FILE-STATUS NOT = '10'
              MOVE 'E' TO RUNL-RESULT
              STRING 'READ RUNCTL FAILED, STATUS '
                 RUNC-FILE-STATUS DELIMITED BY SIZE
                 INTO RUNL-MESSAGE
              MOVE 'Y' TO WS-RUNC-EOF
           END-IF.

       CHECK-OVERRIDE.
      *cada record do RUNOVRD para o passo e a data libera uma
      *re-execucao; os ja consumidos estao no RUNCTL como evento O
           MOVE ZERO TO WS-OVRD-COUNT.
           MOVE 'N' TO WS-ROVR-EOF.
           OPEN INPUT RUN-OVERRIDE.
           IF ROVR-FILE-STATUS = '00'
              PERFORM READ-RUN-OVERRIDE
              PERFORM UNTIL ROVR-EOF
                 IF RO-STEP-NAME = RUNL-STEP-NAME
                    AND RO-BUSINESS-DATE = RUNL-BUSINESS-DATE
                    ADD 1 TO WS-OVRD-COUNT
                    IF WS-OVRD-COUNT > RS-OVERRIDE-COUNT (RTX)
                       AND WS-OPERATOR-ID = SPACES
                       MOVE RO-OPERATOR-ID TO WS-OPERATOR-ID
                    END-IF
                 END-IF
                 PERFORM READ-RUN-OVERRIDE
              END-PERFORM
              CLOSE RUN-OVERRIDE
           END-IF.
           IF WS-OVRD-COUNT > RS-OVERRIDE-COUNT (RTX)
      *-------o override consumido fica no controle com o ID de quem
      *-------autorizou, antes do START da re-execucao
              MOVE 'O' TO WS-EVENT
              PERFORM WRITE-RUN-CONTROL-REC
              MOVE RUNL-FUNCTION TO WS-EVENT
              STRING 'RERUN UNDER OVERRIDE BY ' WS-OPERATOR-ID
                 DELIMITED BY SIZE INTO RUNL-MESSAGE
           ELSE
              MOVE 'R' TO RUNL-RESULT
              MOVE 'R' TO WS-EVENT
              MOVE 'ALREADY COMPLETED FOR THIS DATE, NO OVERRIDE'
                 TO RUNL-MESSAGE
              MOVE SPACES TO WS-OPERATOR-ID
           END-IF.

       READ-RUN-OVERRIDE.
           READ RUN-OVERRIDE
              AT END MOVE 'Y' TO WS-ROVR-EOF
           END-READ.
           IF ROVR-FILE-STATUS NOT = '00'
              AND ROVR-FILE-STATUS NOT = '10'
              MOVE 'Y' TO WS-ROVR-EOF
           END-IF.

       WRITE-RUN-CONTROL-REC.
           OPEN EXTEND RUN-CONTROL.
           IF RUNC-FILE-STATUS = '05' OR RUNC-FILE-STATUS = '35'
              OPEN OUTPUT RUN-CONTROL
           END-IF.
           MOVE RUNL-BUSINESS-DATE TO RN-BUSINESS-DATE.
           MOVE RUNL-STEP-NAME     TO RN-STEP-NAME.
           MOVE WS-EVENT           TO RN-EVENT.
           MOVE RUNL-RETURN-CODE   TO RN-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RN-TIMESTAMP.
           MOVE WS-OPERATOR-ID     TO RN-OPERATOR-ID.
           WRITE RUN-CONTROL-REC.
           CLOSE RUN-CONTROL.

      *paragrafos do quadro de situacao, compartilhados via copybook
           COPY RUNSTPR.
