      *PCALPARM; alem do PROCCAL sai o calendario de prova PCALPRF,
      *uma pagina por mes, para a conferencia assinar antes de o
      *arquivo entrar em producao.
      *O fechamento de dezembro leva tambem o flag de fim de ano
      *PC-YEAR-END, que dispara o resumo anual do AnnSumm; o record
      *passou de 10 para 11 bytes.
      *Ciclos de faturamento: o fechamento de todas as contas no
      *mesmo ultimo dia util concentrava juro, snapshot, extrato e
      *a grafica numa noite so. Cada ciclo (ACCT-BILL-CYCLE, 01 ate
      *o numero de ciclos do PCALPARM, default 20) fecha no dia util
      *de mesmo numero do mes - o ciclo 01 no primeiro dia util, o
      *05 no quinto; o mes com menos dias uteis que ciclos fecha os
      *ciclos que sobram todos no ultimo dia util. PC-CYCLE-FROM/TO
      *dizem quais ciclos fecham na data (zeros = nenhum); o flag de
      *fechamento do mes continua no ultimo dia util, para as contas
      *ainda sem ciclo. O record passou de 11 para 15 bytes.

      *-----------------------
       ENVIRONMENT DIVISION.
           05 PC-DATE           PIC 9(8) .
           05 PC-BUSINESS-DAY   PIC X(1) .
           05 PC-MONTH-END      PIC X(1) .
           05 PC-YEAR-END       PIC X(1) .
           05 PC-CYCLE-FROM     PIC 9(2) .
           05 PC-CYCLE-TO       PIC 9(2) .

       FD PROOF-LINE RECORDING MODE F .
       01  PROOF-REC             PIC X(80) .

       FD PCAL-PARM RECORDING MODE F .
      *o ano a gerar e quantos ciclos de faturamento distribuir
      *pelos dias uteis de cada mes (branco = default compilado)
       01  PCAL-PARM-REC.
           05 PP-YEAR           PIC 9(4) .
           05 PP-CYCLE-COUNT    PIC 9(2) .

       WORKING-STORAGE SECTION.
       01  PCAL-FILE-STATUS     PIC X(2) VALUE '00'.
              10 WD-MONTH       PIC 9(2).
              10 WD-BUSINESS    PIC X(1).
              10 WD-MONTH-END   PIC X(1).
              10 WD-YEAR-END    PIC X(1).
              10 WD-CYCLE-FROM  PIC 9(2).
              10 WD-CYCLE-TO    PIC 9(2).

      *ciclos de faturamento: quantos distribuir no mes, o numero
      *do dia util dentro do mes corrente e os dias uteis de cada
      *mes
       01  WS-CYCLE-COUNT       PIC 9(2) VALUE 20.
       01  WS-BUS-SEQ           PIC 9(2) VALUE ZERO.
       01  WS-MONTH-BUS-TABLE.
           05 WS-MONTH-BUS-COUNT PIC 9(2) OCCURS 12 TIMES.

      *ultimo dia util visto de cada mes
       01  WS-MONTH-SUB         PIC 9(2) VALUE ZERO.
           05 DL-BUSINESS        PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-MONTH-END       PIC X(11).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-YEAR-END        PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-CYCLE           PIC X(12).
           05 FILLER             PIC X(12) VALUE SPACES.

       01  WS-CYCLE-TEXT.
           05 CT-CYCLE-LABEL     PIC X(6).
           05 CT-CYCLE-FROM      PIC 9(2).
           05 CT-CYCLE-DASH      PIC X(1).
           05 CT-CYCLE-TO        PIC X(2).
           05 FILLER             PIC X(1)  VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
           PERFORM OPEN-FILES.
           PERFORM BUILD-YEAR-TABLE.
           PERFORM MARK-MONTH-ENDS.
           PERFORM ASSIGN-BILL-CYCLES.
           PERFORM WRITE-CALENDAR.
           PERFORM CLOSE-STOP.

              PERFORM ABEND-RUN
           END-IF.
           MOVE PP-YEAR TO WS-GEN-YEAR.
      *nenhum mes tem mais de 23 dias uteis: ciclo alem disso
      *nunca teria dia proprio
           IF PP-CYCLE-COUNT NUMERIC
              AND PP-CYCLE-COUNT > ZERO
              AND PP-CYCLE-COUNT NOT > 23
              MOVE PP-CYCLE-COUNT TO WS-CYCLE-COUNT
           END-IF.
           CLOSE PCAL-PARM.
           OPEN OUTPUT PROC-CAL .
           IF PCAL-FILE-STATUS NOT = '00'
           MOVE WS-WORK-DATE TO WD-DATE (DYX).
           MOVE WS-DT-MONTH  TO WD-MONTH (DYX).
           MOVE 'N'          TO WD-MONTH-END (DYX).
           MOVE 'N'          TO WD-YEAR-END (DYX).
           MOVE ZERO         TO WD-CYCLE-FROM (DYX).
           MOVE ZERO         TO WD-CYCLE-TO (DYX).
           SET DS-FN-DAY-OF-WEEK TO TRUE.
           MOVE WS-WORK-INTEGER TO DS-DATE-INTEGER.
           CALL 'DATESRV' USING DATE-PARMS.

       MARK-MONTH-ENDS.
      *o fechamento de cada mes e o ultimo dia util dele: guarda a
      *posicao do ultimo util visto por mes e marca no final; o
      *fechamento de dezembro e tambem o fechamento do ano
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB > 12
              MOVE ZERO TO WS-LAST-BUS-SUB (WS-MONTH-SUB)
              IF WS-LAST-BUS-SUB (WS-MONTH-SUB) > ZERO
                 SET DYX TO WS-LAST-BUS-SUB (WS-MONTH-SUB)
                 MOVE 'Y' TO WD-MONTH-END (DYX)
                 IF WS-MONTH-SUB = 12
                    MOVE 'Y' TO WD-YEAR-END (DYX)
                 END-IF
              END-IF
           END-PERFORM.

              SET WS-LAST-BUS-SUB (WS-MONTH-SUB) TO DYX
           END-IF.

       ASSIGN-BILL-CYCLES.
      *numera os dias uteis de cada mes; o dia util N fecha o ciclo
      *N enquanto houver ciclo, e o ultimo dia util do mes curto
      *fecha tambem os ciclos que nao couberam nele
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB > 12
              MOVE ZERO TO WS-MONTH-BUS-COUNT (WS-MONTH-SUB)
           END-PERFORM.
           MOVE ZERO TO WS-CURR-MONTH.
           PERFORM NUMBER-ONE-BUSINESS-DAY
              VARYING DYX FROM 1 BY 1
              UNTIL DYX > WS-DAY-COUNT.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB > 12
              IF WS-LAST-BUS-SUB (WS-MONTH-SUB) > ZERO
                 AND WS-MONTH-BUS-COUNT (WS-MONTH-SUB)
                     < WS-CYCLE-COUNT
                 SET DYX TO WS-LAST-BUS-SUB (WS-MONTH-SUB)
                 MOVE WS-CYCLE-COUNT TO WD-CYCLE-TO (DYX)
              END-IF
           END-PERFORM.

       NUMBER-ONE-BUSINESS-DAY.
           IF WD-MONTH (DYX) NOT = WS-CURR-MONTH
              MOVE WD-MONTH (DYX) TO WS-CURR-MONTH
              MOVE ZERO TO WS-BUS-SEQ
           END-IF.
           IF WD-BUSINESS (DYX) = 'Y'
              ADD 1 TO WS-BUS-SEQ
              MOVE WS-BUS-SEQ TO WS-MONTH-BUS-COUNT (WS-CURR-MONTH)
              IF WS-BUS-SEQ NOT > WS-CYCLE-COUNT
                 MOVE WS-BUS-SEQ TO WD-CYCLE-FROM (DYX)
                 MOVE WS-BUS-SEQ TO WD-CYCLE-TO (DYX)
              END-IF
           END-IF.

       WRITE-CALENDAR.
      *grava o PROCCAL e, em paralelo, a pagina de prova por mes
           MOVE ZERO TO WS-CURR-MONTH.
           MOVE WD-DATE (DYX)      TO PC-DATE.
           MOVE WD-BUSINESS (DYX)  TO PC-BUSINESS-DAY.
           MOVE WD-MONTH-END (DYX) TO PC-MONTH-END.
           MOVE WD-YEAR-END (DYX)  TO PC-YEAR-END.
           MOVE WD-CYCLE-FROM (DYX) TO PC-CYCLE-FROM.
           MOVE WD-CYCLE-TO (DYX)   TO PC-CYCLE-TO.
           WRITE PROC-CAL-REC.
           IF PCAL-FILE-STATUS NOT = '00'
              STRING 'WRITE PROC-CAL FAILED, STATUS ' PCAL-FILE-STATUS
           ELSE
              MOVE SPACES        TO DL-MONTH-END
           END-IF.
           IF WD-YEAR-END (DYX) = 'Y'
              MOVE '*YEAR END*' TO DL-YEAR-END
           ELSE
              MOVE SPACES       TO DL-YEAR-END
           END-IF.
           PERFORM FORMAT-CYCLE-TEXT.
           MOVE DAY-LINE TO PROOF-REC.
           PERFORM WRITE-PROOF-REC.

       FORMAT-CYCLE-TEXT.
      *'CYCLE 05' para um ciclo so, 'CYCLE 19-20' para a faixa que
      *fecha junto no ultimo dia util do mes curto
           IF WD-CYCLE-FROM (DYX) = ZERO
              MOVE SPACES TO DL-CYCLE
           ELSE
              MOVE 'CYCLE '            TO CT-CYCLE-LABEL
              MOVE WD-CYCLE-FROM (DYX) TO CT-CYCLE-FROM
              IF WD-CYCLE-TO (DYX) = WD-CYCLE-FROM (DYX)
                 MOVE SPACES TO CT-CYCLE-DASH
                 MOVE SPACES TO CT-CYCLE-TO
              ELSE
                 MOVE '-'               TO CT-CYCLE-DASH
                 MOVE WD-CYCLE-TO (DYX) TO CT-CYCLE-TO
              END-IF
              MOVE WS-CYCLE-TEXT TO DL-CYCLE
           END-IF.

       WRITE-PROOF-REC.
           WRITE PROOF-REC.
           IF PRF-FILE-STATUS NOT = '00'
           CLOSE PROC-CAL .
           CLOSE PROOF-LINE .
           DISPLAY 'CALENDAR DAYS: ' WS-DAY-COUNT
              '  BUSINESS DAYS: ' WS-BUS-COUNT
              '  BILLING CYCLES: ' WS-CYCLE-COUNT.
           PERFORM AUDIT-LOG-END.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.
