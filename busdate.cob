      *Subprograma compartilhado da data-movimento: cada programa da
      *noite carimbava o trabalho com FUNCTION CURRENT-DATE e, quando
      *o schedule passava da meia-noite, metade dos records do
      *POSTJRNL, FEEJRNL, CTLHIST e DELQHIST saia com a data de
      *amanha. Agora a data vem de um record so, o BUSDTCTL, que o
      *DateRoll avanca no fim do dia pelo calendario PROCCAL. O
      *cartao RUNDATE, opcional, pede de proposito uma data anterior
      *a do controle para repetir uma noite ja fechada. Se o relogio
      *ja passou da noite da data do controle (meio-dia do dia
      *seguinte) o DateRoll nao rodou e a data e recusada.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDATE IS INITIAL PROGRAM.
       AUTHOR. Julio Bittencourt
      *IS INITIAL PROGRAM reseta o estado do FD a cada CALL (mesmo
      *motivo documentado em AUDITLOG)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUS-DATE-CTL ASSIGN TO BUSDTCTL
               FILE STATUS IS BDTC-FILE-STATUS.
           SELECT RUN-DATE-CARD ASSIGN TO RUNDATE
               FILE STATUS IS RDAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUS-DATE-CTL RECORDING MODE F.
      *layout compartilhado no copybook BUSDTREC
           COPY BUSDTREC.

       FD  RUN-DATE-CARD RECORDING MODE F.
      *data anterior a repetir de proposito, opcional
       01  RUN-DATE-REC.
           05 RD-BUSINESS-DATE  PIC 9(8).

       WORKING-STORAGE SECTION.
       01  BDTC-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RDAT-FILE-STATUS     PIC X(2) VALUE '00'.

      *a noite da data D vai de D as 12:00 ate D+1 as 12:00
       01  WS-NIGHT-CUTOFF      PIC 9(6) VALUE 120000.
       01  WS-CLOCK-STAMP       PIC X(14) VALUE SPACES.
       01  WS-CLOCK-FIELDS REDEFINES WS-CLOCK-STAMP.
           05 WS-CLOCK-DATE     PIC 9(8).
           05 WS-CLOCK-TIME     PIC 9(6).
       01  WS-DAYS-PAST         PIC S9(9) VALUE ZERO.

       LINKAGE SECTION.
       COPY BUSDPRM.

       PROCEDURE DIVISION USING BUSD-PARMS.

       BUSINESS-DATE-MAIN.
           MOVE 'A'    TO BUSD-RESULT.
           MOVE 'N'    TO BUSD-TIMING.
           MOVE ZERO   TO BUSD-BUSINESS-DATE.
           MOVE ZERO   TO BUSD-CONTROL-DATE.
           MOVE SPACES TO BUSD-MESSAGE.
           PERFORM READ-DATE-CONTROL.
           IF NOT BUSD-ERROR
              PERFORM CHECK-NIGHT-WINDOW
              PERFORM CHECK-RERUN-CARD
           END-IF.
           GOBACK.

       READ-DATE-CONTROL.
           OPEN INPUT BUS-DATE-CTL.
           IF BDTC-FILE-STATUS NOT = '00'
              MOVE 'E' TO BUSD-RESULT
              STRING 'OPEN BUSDTCTL FAILED, STATUS '
                 BDTC-FILE-STATUS DELIMITED BY SIZE
                 INTO BUSD-MESSAGE
           ELSE
              READ BUS-DATE-CTL
              IF BDTC-FILE-STATUS NOT = '00'
                 MOVE 'E' TO BUSD-RESULT
                 STRING 'READ BUSDTCTL FAILED, STATUS '
                    BDTC-FILE-STATUS DELIMITED BY SIZE
                    INTO BUSD-MESSAGE
              ELSE
                 IF BD-BUSINESS-DATE NOT NUMERIC
                    OR BD-BUSINESS-DATE = ZERO
                    MOVE 'E' TO BUSD-RESULT
                    MOVE 'BUSDTCTL BUSINESS DATE IS NOT VALID'
                       TO BUSD-MESSAGE
                 ELSE
                    MOVE BD-BUSINESS-DATE TO BUSD-BUSINESS-DATE
                    MOVE BD-BUSINESS-DATE TO BUSD-CONTROL-DATE
                 END-IF
              END-IF
              CLOSE BUS-DATE-CTL
           END-IF.

       CHECK-NIGHT-WINDOW.
      *dias de calendario entre a data do controle e o relogio; o
      *meio-dia separa uma noite da outra
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CLOCK-STAMP.
           COMPUTE WS-DAYS-PAST =
              FUNCTION INTEGER-OF-DATE (WS-CLOCK-DATE)
              - FUNCTION INTEGER-OF-DATE (BUSD-CONTROL-DATE).
           EVALUATE TRUE
              WHEN WS-DAYS-PAST < 0
                 MOVE 'B' TO BUSD-TIMING
              WHEN WS-DAYS-PAST = 0
                 AND WS-CLOCK-TIME < WS-NIGHT-CUTOFF
                 MOVE 'B' TO BUSD-TIMING
              WHEN WS-DAYS-PAST > 1
                 MOVE 'A' TO BUSD-TIMING
              WHEN WS-DAYS-PAST = 1
                 AND WS-CLOCK-TIME NOT < WS-NIGHT-CUTOFF
                 MOVE 'A' TO BUSD-TIMING
           END-EVALUATE.
           IF BUSD-AFTER-NIGHT
              MOVE 'S' TO BUSD-RESULT
              STRING 'BUSINESS DATE ' BUSD-CONTROL-DATE
                 ' NOT ROLLED - RUN DATEROLL' DELIMITED BY SIZE
                 INTO BUSD-MESSAGE
           END-IF.

       CHECK-RERUN-CARD.
      *o cartao com uma data anterior a do controle repete aquela
      *noite de proposito (e vale mesmo com o controle atrasado); a
      *propria data do controle no cartao nao muda nada; data a
      *frente do controle e erro
           OPEN INPUT RUN-DATE-CARD.
           IF RDAT-FILE-STATUS = '00'
              READ RUN-DATE-CARD
              IF RDAT-FILE-STATUS = '00'
                 AND RD-BUSINESS-DATE NUMERIC
                 AND RD-BUSINESS-DATE > ZERO
                 AND RD-BUSINESS-DATE NOT = BUSD-CONTROL-DATE
                 MOVE SPACES TO BUSD-MESSAGE
                 IF RD-BUSINESS-DATE < BUSD-CONTROL-DATE
                    MOVE 'P' TO BUSD-RESULT
                    MOVE RD-BUSINESS-DATE TO BUSD-BUSINESS-DATE
                    STRING 'RERUN OF PRIOR BUSINESS DATE '
                       RD-BUSINESS-DATE DELIMITED BY SIZE
                       INTO BUSD-MESSAGE
                 ELSE
                    MOVE 'E' TO BUSD-RESULT
                    STRING 'RUNDATE CARD ' RD-BUSINESS-DATE
                       ' IS AHEAD OF BUSDTCTL' DELIMITED BY SIZE
                       INTO BUSD-MESSAGE
                 END-IF
              END-IF
              CLOSE RUN-DATE-CARD
           END-IF.
