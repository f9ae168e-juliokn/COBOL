      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. DialOut.
       AUTHOR. Julio Bittencourt.

      *Lista diaria do discador: o cobrador discava do CollWork uma
      *conta por vez e passava o dia ouvindo telefone chamar. Este
      *passo le a fila COLLQ e monta a lista de chamadas DIALLIST
      *no layout fixo do discador (header com a data-movimento e a
      *janela da sessao, um detalhe por conta com ate 3 telefones
      *do CUSTPHON, trailer com contagem e soma do valor devido),
      *na ordem de prioridade: faixa de atraso do DELQHIST (a mesma
      *do DelqNite, mais velha primeiro) e dentro dela o maior valor
      *devido. Fica fora da lista: conta em juridico, incobravel,
      *encerrada ou na agencia; conta com promessa ativa (PROMISES
      *ou situacao 'P' na fila) ou plano de pagamento em vigor
      *(REPLANS); conta sem telefone bom; e conta cujo estado
      *(USA-STATE) nao tem horario permitido de ligacao dentro da
      *sessao do discador. O horario permitido por estado vem do
      *CALLHRS (hora local e fuso em horas atras do nosso relogio,
      *linha 'DEFAULT' para estado sem linha propria); a sessao vem
      *do DIALPARM (default 08:00 as 21:00). Cada detalhe leva a
      *janela ja convertida para o nosso relogio, e o discador so
      *disca a conta dentro dela. As contas que ficaram fora saem
      *no DIALRPT com o motivo; o arquivo e registrado no XMITLOG.
      *O resultado das chamadas volta no fim do dia pelo DialIn.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-QUEUE ASSIGN TO COLLQ
               FILE STATUS IS COLQ-FILE-STATUS .
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT DELQ-HIST ASSIGN TO DELQHIST
               FILE STATUS IS DELH-FILE-STATUS .
           SELECT PROMISE-FILE ASSIGN TO PROMISES
               FILE STATUS IS PROM-FILE-STATUS .
           SELECT PLAN-FILE ASSIGN TO REPLANS
               FILE STATUS IS PLAN-FILE-STATUS .
           SELECT PHONE-FILE ASSIGN TO CUSTPHON
               FILE STATUS IS PHON-FILE-STATUS .
           SELECT CALL-HOURS ASSIGN TO CALLHRS
               FILE STATUS IS CHRS-FILE-STATUS .
           SELECT DIAL-PARM ASSIGN TO DIALPARM
               FILE STATUS IS DPRM-FILE-STATUS .
           SELECT DIAL-LIST ASSIGN TO DIALLIST
               FILE STATUS IS DLST-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO DIALRPT
               FILE STATUS IS RPT-FILE-STATUS .
           SELECT SORT-WORK ASSIGN TO SORTWK01 .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD COLL-QUEUE RECORDING MODE F .
      *layout compartilhado no copybook COLLQUE
           COPY COLLQUE.

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD DELQ-HIST RECORDING MODE F .
      *historico de inadimplencia mantido pelo DelqNite; layout
      *compartilhado no copybook DELQHIST
           COPY DELQHIST.

       FD PROMISE-FILE RECORDING MODE F .
      *layout compartilhado no copybook PROMISE
           COPY PROMISE.

       FD PLAN-FILE RECORDING MODE F .
      *layout compartilhado no copybook REPLAN
           COPY REPLAN.

       FD PHONE-FILE RECORDING MODE F .
      *layout compartilhado no copybook CUSTPHON
           COPY CUSTPHON.

       FD CALL-HOURS RECORDING MODE F .
      *horario permitido de ligacao por estado, na hora local do
      *cliente (HHMM), e quantas horas o relogio do estado esta
      *atras do nosso; a linha 'DEFAULT' vale para estado sem
      *linha propria
       01  CALL-HOURS-REC.
           05 CH-USA-STATE      PIC X(15) .
           05 CH-HOURS-BEHIND   PIC 9(1) .
           05 CH-LOCAL-FROM     PIC 9(4) .
           05 CH-LOCAL-TO       PIC 9(4) .

       FD DIAL-PARM RECORDING MODE F .
      *sessao do discador no nosso relogio (HHMM)
       01  DIAL-PARM-REC.
           05 DP-SESSION-FROM   PIC 9(4) .
           05 DP-SESSION-TO     PIC 9(4) .

       FD DIAL-LIST RECORDING MODE F .
      *layout fixo do discador: tipo de record na primeira posicao
      *('H' header, 'D' conta, 'T' trailer); horarios em HHMM no
      *nosso relogio
       01  DIAL-LIST-HEADER-REC.
           05 LH-REC-TYPE       PIC X(1) .
           05 LH-FILE-DATE      PIC 9(8) .
           05 LH-SESSION-FROM   PIC 9(4) .
           05 LH-SESSION-TO     PIC 9(4) .
           05 FILLER            PIC X(123) .

       01  DIAL-LIST-DETAIL-REC.
           05 LD-REC-TYPE       PIC X(1) .
           05 LD-PRIORITY       PIC 9(5) .
           05 LD-ACCT-NO        PIC X(8) .
           05 LD-COLLECTOR      PIC X(8) .
           05 LD-LAST-NAME      PIC X(20) .
           05 LD-FIRST-NAME     PIC X(15) .
           05 LD-USA-STATE      PIC X(15) .
           05 LD-CALL-FROM      PIC 9(4) .
           05 LD-CALL-TO        PIC 9(4) .
           05 LD-BUCKET         PIC 9(1) .
           05 LD-DAYS-DELINQ    PIC 9(5) .
           05 LD-AMOUNT-DUE     PIC 9(7)V99 .
           05 LD-PHONE OCCURS 3 TIMES.
              10 LD-PHONE-TYPE  PIC X(1) .
              10 LD-PHONE-NO    PIC X(10) .
           05 FILLER            PIC X(12) .

       01  DIAL-LIST-TRAILER-REC.
           05 LT-REC-TYPE       PIC X(1) .
           05 LT-DETAIL-COUNT   PIC 9(7) .
           05 LT-AMOUNT-TOTAL   PIC 9(11)V99 .
           05 FILLER            PIC X(119) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       SD SORT-WORK .
      *uma conta discavel por detalhe, classificada pela prioridade
       01  SORT-REC.
           05 SR-BUCKET         PIC 9(1) .
           05 SR-AMOUNT-DUE     PIC S9(7)V99 COMP-3 .
           05 SR-ACCT-NO        PIC X(8) .
           05 SR-COLLECTOR      PIC X(8) .
           05 SR-DAYS-DELINQ    PIC 9(5) .
           05 SR-LAST-NAME      PIC X(20) .
           05 SR-FIRST-NAME     PIC X(15) .
           05 SR-USA-STATE      PIC X(15) .
           05 SR-CALL-FROM      PIC 9(4) .
           05 SR-CALL-TO        PIC 9(4) .
           05 SR-PHONE OCCURS 3 TIMES.
              10 SR-PHONE-TYPE  PIC X(1) .
              10 SR-PHONE-NO    PIC X(10) .

       WORKING-STORAGE SECTION.
       01  COLQ-FILE-STATUS     PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  DELH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PROM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PLAN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PHON-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CHRS-FILE-STATUS     PIC X(2) VALUE '00'.
       01  DPRM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  DLST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-SORT-EOF          PIC X(1) VALUE 'N'.
           88 SORT-EOF          VALUE 'Y'.
       01  WS-BUSINESS-DATE     PIC 9(8) VALUE ZERO.

      *sessao do discador (defaults compilados quando o DIALPARM nao
      *esta no job)
       01  WS-SESSION-FROM      PIC 9(4) VALUE 0800.
       01  WS-SESSION-TO        PIC 9(4) VALUE 2100.

      *dias de atraso por conta, do DELQHIST
       01  WS-DELQ-TABLE.
           05 WS-DELQ-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-DELQ-ENTRY OCCURS 1000 TIMES
                 INDEXED BY DQX.
              10 WD-ACCT-NO     PIC X(8).
              10 WD-DAYS-DELINQ PIC 9(5).
       01  WS-DELQ-FOUND        PIC X(1) VALUE 'N'.
           88 DELQ-FOUND        VALUE 'Y'.

      *contas com promessa ativa (PROMISES) ou plano em vigor
      *(REPLANS) - as duas ficam fora da lista pelo mesmo motivo:
      *o cliente ja combinou o pagamento
       01  WS-HOLD-TABLE.
           05 WS-HOLD-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-HOLD-ENTRY OCCURS 1000 TIMES
                 INDEXED BY HDX.
              10 WH-ACCT-NO     PIC X(8).
              10 WH-REASON      PIC X(1).
                 88 WH-PROMISE      VALUE 'P'.
                 88 WH-PLAN         VALUE 'R'.
       01  WS-HOLD-FOUND        PIC X(1) VALUE 'N'.
           88 HOLD-FOUND        VALUE 'Y'.
       01  WS-HOLD-ACCT         PIC X(8) VALUE SPACES.

      *telefones bons do CUSTPHON
       01  WS-PHONE-TABLE.
           05 WS-PHONE-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-PHONE-ENTRY OCCURS 3000 TIMES
                 INDEXED BY PHX.
              10 WP-ACCT-NO     PIC X(8).
              10 WP-PHONE-TYPE  PIC X(1).
              10 WP-PHONE-NO    PIC X(10).
       01  WS-PHONE-SUB         PIC 9(1) VALUE ZERO.

      *horario permitido por estado, do CALLHRS
       01  WS-HOURS-TABLE.
           05 WS-HOURS-COUNT    PIC 9(3) VALUE ZERO.
           05 WS-HOURS-ENTRY OCCURS 80 TIMES
                 INDEXED BY HRX.
              10 WR-USA-STATE   PIC X(15).
              10 WR-HOURS-BEHIND PIC 9(1).
              10 WR-LOCAL-FROM  PIC 9(4).
              10 WR-LOCAL-TO    PIC 9(4).
       01  WS-HOURS-FOUND       PIC X(1) VALUE 'N'.
           88 HOURS-FOUND       VALUE 'Y'.
       01  WS-LOOKUP-STATE      PIC X(15) VALUE SPACES.
       01  WS-CALL-FROM         PIC 9(4) VALUE ZERO.
       01  WS-CALL-TO           PIC 9(4) VALUE ZERO.

      *motivo da conta que ficou fora da lista
       01  WS-SKIP-REASON       PIC X(26) VALUE SPACES.
       01  WS-BUCKET-SUB        PIC 9(1) VALUE ZERO.
       01  WS-AMOUNT-DUE        PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-AMOUNT-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.

      *contadores de controle da execucao
       01  WS-QUEUE-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-DETAIL-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-SKIP-LEGAL        PIC 9(7) VALUE ZERO.
       01  WS-SKIP-STATUS       PIC 9(7) VALUE ZERO.
       01  WS-SKIP-PROMISE      PIC 9(7) VALUE ZERO.
       01  WS-SKIP-PLAN         PIC 9(7) VALUE ZERO.
       01  WS-SKIP-NO-ACCT      PIC 9(7) VALUE ZERO.
       01  WS-SKIP-NO-PHONE     PIC 9(7) VALUE ZERO.
       01  WS-SKIP-HOURS        PIC 9(7) VALUE ZERO.

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

      *area de parametros do subprograma BUSDATE
           COPY BUSDPRM.

       01  SKIP-LINE.
           05 SK-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SK-COLLECTOR       PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SK-STATUS          PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SK-USA-STATE       PIC X(15).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SK-BALANCE         PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SK-REASON          PIC X(26).
           05 FILLER             PIC X(18) VALUE SPACES.

       01  SKIP-HEADING.
           05 FILLER             PIC X(38)
              VALUE 'ACCOUNT   COLLECTOR ST STATE'.
           05 FILLER             PIC X(62)
              VALUE '           BALANCE  NOT DIALED BECAUSE'.

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
           PERFORM READ-DIAL-PARM.
           PERFORM LOAD-CALL-HOURS.
           PERFORM LOAD-DELQ-DAYS.
           PERFORM LOAD-PROMISE-HOLDS.
           PERFORM LOAD-PLAN-HOLDS.
           PERFORM LOAD-PHONES.
           PERFORM WRITE-LIST-HEADER.
           SORT SORT-WORK
              ON DESCENDING KEY SR-BUCKET SR-AMOUNT-DUE
              ON ASCENDING KEY SR-ACCT-NO
              INPUT PROCEDURE IS SELECT-QUEUE-ITEMS
              OUTPUT PROCEDURE IS WRITE-CALL-LIST.
           PERFORM WRITE-LIST-TRAILER.
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
           OPEN OUTPUT DIAL-LIST .
           IF DLST-FILE-STATUS NOT = '00'
              STRING 'OPEN DIAL-LIST FAILED, STATUS '
                 DLST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'AUTODIALER CALL LIST - ACCOUNTS NOT DIALED'
              TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE SKIP-HEADING TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       GET-BUSINESS-DATE.
      *a data da lista e do manifesto e a data-movimento do
      *controle BUSDTCTL, nao o relogio
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-ERROR
              MOVE BUSD-MESSAGE TO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF BUSD-MESSAGE NOT = SPACES
              DISPLAY 'DIALOUT ' BUSD-MESSAGE
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-BUSINESS-DATE.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'DIALOUT ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-DIAL-PARM.
      *record de regra opcional: sem DIALPARM no job vale a sessao
      *compilada; campo zerado ou invalido fica no default
           OPEN INPUT DIAL-PARM.
           IF DPRM-FILE-STATUS = '00'
              READ DIAL-PARM
              IF DPRM-FILE-STATUS = '00'
                 IF DP-SESSION-FROM NUMERIC AND DP-SESSION-FROM > ZERO
                    MOVE DP-SESSION-FROM TO WS-SESSION-FROM
                 END-IF
                 IF DP-SESSION-TO NUMERIC AND DP-SESSION-TO > ZERO
                    MOVE DP-SESSION-TO TO WS-SESSION-TO
                 END-IF
              END-IF
              CLOSE DIAL-PARM
           END-IF.

       LOAD-CALL-HOURS.
      *sem a tabela de horario nao ha como provar que a ligacao e
      *permitida: o CALLHRS e obrigatorio
           OPEN INPUT CALL-HOURS.
           IF CHRS-FILE-STATUS NOT = '00'
              STRING 'OPEN CALL-HOURS FAILED, STATUS '
                 CHRS-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE 'N' TO WS-GEN-EOF.
           PERFORM READ-HOURS-REC.
           PERFORM UNTIL GEN-EOF OR WS-HOURS-COUNT = 80
              ADD 1 TO WS-HOURS-COUNT
              SET HRX TO WS-HOURS-COUNT
              MOVE CH-USA-STATE    TO WR-USA-STATE (HRX)
              MOVE CH-HOURS-BEHIND TO WR-HOURS-BEHIND (HRX)
              MOVE CH-LOCAL-FROM   TO WR-LOCAL-FROM (HRX)
              MOVE CH-LOCAL-TO     TO WR-LOCAL-TO (HRX)
              PERFORM READ-HOURS-REC
           END-PERFORM.
           CLOSE CALL-HOURS.
           IF NOT GEN-EOF
              STRING 'CALL HOURS TABLE FULL AT 80 ENTRIES'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-HOURS-REC.
           READ CALL-HOURS
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF CHRS-FILE-STATUS NOT = '00'
              AND CHRS-FILE-STATUS NOT = '10'
              STRING 'READ CALL-HOURS FAILED, STATUS '
                 CHRS-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-DELQ-DAYS.
      *conta da fila sem historico (acabou de entrar) fica na
      *primeira faixa; sem o dataset alocado todas ficam nela
           OPEN INPUT DELQ-HIST.
           IF DELH-FILE-STATUS NOT = '05'
              AND DELH-FILE-STATUS NOT = '35'
              IF DELH-FILE-STATUS NOT = '00'
                 STRING 'OPEN DELQ-HIST FAILED, STATUS '
                    DELH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-DELH-REC
              PERFORM UNTIL GEN-EOF OR WS-DELQ-COUNT = 1000
                 ADD 1 TO WS-DELQ-COUNT
                 SET DQX TO WS-DELQ-COUNT
                 MOVE DH-ACCT-NO     TO WD-ACCT-NO (DQX)
                 MOVE DH-DAYS-DELINQ TO WD-DAYS-DELINQ (DQX)
                 PERFORM READ-DELH-REC
              END-PERFORM
              CLOSE DELQ-HIST
              IF NOT GEN-EOF
                 STRING 'DELINQUENCY TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-DELH-REC.
           READ DELQ-HIST
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF DELH-FILE-STATUS NOT = '00'
              AND DELH-FILE-STATUS NOT = '10'
              STRING 'READ DELQ-HIST FAILED, STATUS '
                 DELH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-PROMISE-HOLDS.
      *so promessa ativa segura a ligacao; sem o dataset PROMISES
      *ninguem fica de fora por aqui
           OPEN INPUT PROMISE-FILE.
           IF PROM-FILE-STATUS NOT = '05'
              AND PROM-FILE-STATUS NOT = '35'
              IF PROM-FILE-STATUS NOT = '00'
                 STRING 'OPEN PROMISE-FILE FAILED, STATUS '
                    PROM-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-PROM-REC
              PERFORM UNTIL GEN-EOF
                 IF PR-ST-ACTIVE
                    MOVE PR-ACCT-NO TO WS-HOLD-ACCT
                    PERFORM ADD-HOLD-ENTRY
                    MOVE 'P' TO WH-REASON (HDX)
                 END-IF
                 PERFORM READ-PROM-REC
              END-PERFORM
              CLOSE PROMISE-FILE
           END-IF.

       READ-PROM-REC.
           READ PROMISE-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF PROM-FILE-STATUS NOT = '00'
              AND PROM-FILE-STATUS NOT = '10'
              STRING 'READ PROMISE-FILE FAILED, STATUS '
                 PROM-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-PLAN-HOLDS.
      *plano em vigor segura a ligacao como a promessa; sem o
      *dataset REPLANS nada muda
           OPEN INPUT PLAN-FILE.
           IF PLAN-FILE-STATUS NOT = '05'
              AND PLAN-FILE-STATUS NOT = '35'
              IF PLAN-FILE-STATUS NOT = '00'
                 STRING 'OPEN PLAN-FILE FAILED, STATUS '
                    PLAN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-PLAN-REC
              PERFORM UNTIL GEN-EOF
                 IF RP-ST-ACTIVE
                    MOVE RP-ACCT-NO TO WS-HOLD-ACCT
                    PERFORM ADD-HOLD-ENTRY
                    MOVE 'R' TO WH-REASON (HDX)
                 END-IF
                 PERFORM READ-PLAN-REC
              END-PERFORM
              CLOSE PLAN-FILE
           END-IF.

       READ-PLAN-REC.
           READ PLAN-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF PLAN-FILE-STATUS NOT = '00'
              AND PLAN-FILE-STATUS NOT = '10'
              STRING 'READ PLAN-FILE FAILED, STATUS '
                 PLAN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ADD-HOLD-ENTRY.
      *conta repetida fica com o primeiro motivo achado
           SET HDX TO 1.
           MOVE 'N' TO WS-HOLD-FOUND.
           IF WS-HOLD-COUNT > ZERO
              SEARCH WS-HOLD-ENTRY
                 AT END MOVE 'N' TO WS-HOLD-FOUND
                 WHEN HDX > WS-HOLD-COUNT
                    MOVE 'N' TO WS-HOLD-FOUND
                 WHEN WH-ACCT-NO (HDX) = WS-HOLD-ACCT
                    MOVE 'Y' TO WS-HOLD-FOUND
              END-SEARCH
           END-IF.
           IF NOT HOLD-FOUND
              IF WS-HOLD-COUNT = 1000
                 STRING 'HOLD TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-HOLD-COUNT
              SET HDX TO WS-HOLD-COUNT
              MOVE WS-HOLD-ACCT TO WH-ACCT-NO (HDX)
           END-IF.

       LOAD-PHONES.
      *so telefone bom entra na tabela; sem o CUSTPHON nenhuma
      *conta tem telefone e a lista sai vazia
           OPEN INPUT PHONE-FILE.
           IF PHON-FILE-STATUS NOT = '05'
              AND PHON-FILE-STATUS NOT = '35'
              IF PHON-FILE-STATUS NOT = '00'
                 STRING 'OPEN PHONE-FILE FAILED, STATUS '
                    PHON-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-PHONE-REC
              PERFORM UNTIL GEN-EOF
                 IF CP-ST-GOOD AND CP-PHONE-NO NOT = SPACES
                    IF WS-PHONE-COUNT = 3000
                       STRING 'PHONE TABLE FULL AT 3000 ENTRIES'
                          DELIMITED BY SIZE INTO WS-ABEND-TEXT
                       PERFORM ABEND-RUN
                    END-IF
                    ADD 1 TO WS-PHONE-COUNT
                    SET PHX TO WS-PHONE-COUNT
                    MOVE CP-ACCT-NO    TO WP-ACCT-NO (PHX)
                    MOVE CP-PHONE-TYPE TO WP-PHONE-TYPE (PHX)
                    MOVE CP-PHONE-NO   TO WP-PHONE-NO (PHX)
                 END-IF
                 PERFORM READ-PHONE-REC
              END-PERFORM
              CLOSE PHONE-FILE
           END-IF.

       READ-PHONE-REC.
           READ PHONE-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF PHON-FILE-STATUS NOT = '00'
              AND PHON-FILE-STATUS NOT = '10'
              STRING 'READ PHONE-FILE FAILED, STATUS '
                 PHON-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-LIST-HEADER.
           MOVE SPACES           TO DIAL-LIST-HEADER-REC.
           MOVE 'H'              TO LH-REC-TYPE.
           MOVE WS-BUSINESS-DATE TO LH-FILE-DATE.
           MOVE WS-SESSION-FROM  TO LH-SESSION-FROM.
           MOVE WS-SESSION-TO    TO LH-SESSION-TO.
           WRITE DIAL-LIST-HEADER-REC.
           IF DLST-FILE-STATUS NOT = '00'
              STRING 'WRITE DIAL-LIST FAILED, STATUS '
                 DLST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SELECT-QUEUE-ITEMS.
      *a unica passada na fila: cada item discavel solta um
      *detalhe para o SORT, o resto vai para o relatorio
           OPEN INPUT COLL-QUEUE.
           IF COLQ-FILE-STATUS NOT = '00'
              STRING 'OPEN COLL-QUEUE FAILED, STATUS '
                 COLQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE 'N' TO WS-GEN-EOF.
           PERFORM READ-QUEUE-REC.
           PERFORM UNTIL GEN-EOF
              ADD 1 TO WS-QUEUE-COUNT
              PERFORM SELECT-ONE-ITEM
              PERFORM READ-QUEUE-REC
           END-PERFORM.
           CLOSE COLL-QUEUE.

       READ-QUEUE-REC.
           READ COLL-QUEUE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF COLQ-FILE-STATUS NOT = '00'
              AND COLQ-FILE-STATUS NOT = '10'
              STRING 'READ COLL-QUEUE FAILED, STATUS '
                 COLQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SELECT-ONE-ITEM.
      *os motivos sao testados na ordem: situacao da fila, acordo
      *de pagamento, cadastro, telefone e por ultimo o horario
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE SPACES TO USA-STATE.
           EVALUATE TRUE
              WHEN CQ-ST-LEGAL
                 ADD 1 TO WS-SKIP-LEGAL
                 MOVE 'LEGAL STATUS' TO WS-SKIP-REASON
              WHEN CQ-ST-UNCOLL OR CQ-ST-CLOSED OR CQ-ST-PLACED
                 ADD 1 TO WS-SKIP-STATUS
                 MOVE 'QUEUE STATUS NOT WORKED' TO WS-SKIP-REASON
              WHEN CQ-ST-PROMISE
                 ADD 1 TO WS-SKIP-PROMISE
                 MOVE 'ACTIVE PROMISE' TO WS-SKIP-REASON
           END-EVALUATE.
           IF WS-SKIP-REASON = SPACES
              PERFORM CHECK-PAYMENT-HOLD
           END-IF.
           IF WS-SKIP-REASON = SPACES
              PERFORM READ-QUEUE-ACCOUNT
           END-IF.
           IF WS-SKIP-REASON = SPACES
              PERFORM GATHER-PHONES
           END-IF.
           IF WS-SKIP-REASON = SPACES
              PERFORM FIND-CALL-WINDOW
           END-IF.
           IF WS-SKIP-REASON = SPACES
              PERFORM RELEASE-CALL
           ELSE
              PERFORM LIST-SKIPPED-ITEM
           END-IF.

       CHECK-PAYMENT-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND.
           IF WS-HOLD-COUNT > ZERO
              SET HDX TO 1
              SEARCH WS-HOLD-ENTRY
                 AT END MOVE 'N' TO WS-HOLD-FOUND
                 WHEN HDX > WS-HOLD-COUNT
                    MOVE 'N' TO WS-HOLD-FOUND
                 WHEN WH-ACCT-NO (HDX) = CQ-ACCT-NO
                    MOVE 'Y' TO WS-HOLD-FOUND
              END-SEARCH
           END-IF.
           IF HOLD-FOUND
              IF WH-PROMISE (HDX)
                 ADD 1 TO WS-SKIP-PROMISE
                 MOVE 'ACTIVE PROMISE' TO WS-SKIP-REASON
              ELSE
                 ADD 1 TO WS-SKIP-PLAN
                 MOVE 'ACTIVE REPAYMENT PLAN' TO WS-SKIP-REASON
              END-IF
           END-IF.

       READ-QUEUE-ACCOUNT.
           MOVE CQ-ACCT-NO TO ACCT-NO.
           READ ACCT-REC.
           IF ACCT-FILE-STATUS = '23'
              MOVE SPACES TO USA-STATE
              ADD 1 TO WS-SKIP-NO-ACCT
              MOVE 'NOT ON ACCTREC' TO WS-SKIP-REASON
           ELSE
              IF ACCT-FILE-STATUS NOT = '00'
                 STRING 'READ ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       GATHER-PHONES.
      *ate 3 telefones bons por conta, na ordem do CUSTPHON
           MOVE SPACES TO SORT-REC.
           MOVE ZERO TO WS-PHONE-SUB.
           IF WS-PHONE-COUNT > ZERO
              PERFORM PICK-ONE-PHONE
                 VARYING PHX FROM 1 BY 1
                 UNTIL PHX > WS-PHONE-COUNT OR WS-PHONE-SUB = 3
           END-IF.
           IF WS-PHONE-SUB = ZERO
              ADD 1 TO WS-SKIP-NO-PHONE
              MOVE 'NO GOOD PHONE NUMBER' TO WS-SKIP-REASON
           END-IF.

       PICK-ONE-PHONE.
           IF WP-ACCT-NO (PHX) = CQ-ACCT-NO
              ADD 1 TO WS-PHONE-SUB
              MOVE WP-PHONE-TYPE (PHX) TO SR-PHONE-TYPE (WS-PHONE-SUB)
              MOVE WP-PHONE-NO (PHX)   TO SR-PHONE-NO (WS-PHONE-SUB)
           END-IF.

       FIND-CALL-WINDOW.
      *horario permitido do estado passado para o nosso relogio e
      *cortado pela sessao do discador; janela vazia = a conta nao
      *pode ser discada hoje
           MOVE USA-STATE TO WS-LOOKUP-STATE.
           PERFORM FIND-STATE-HOURS.
           IF NOT HOURS-FOUND
              MOVE 'DEFAULT' TO WS-LOOKUP-STATE
              PERFORM FIND-STATE-HOURS
           END-IF.
           IF NOT HOURS-FOUND
              ADD 1 TO WS-SKIP-HOURS
              MOVE 'NO CALLING HOURS FOR STATE' TO WS-SKIP-REASON
           ELSE
              COMPUTE WS-CALL-FROM = WR-LOCAL-FROM (HRX)
                 + WR-HOURS-BEHIND (HRX) * 100
              COMPUTE WS-CALL-TO = WR-LOCAL-TO (HRX)
                 + WR-HOURS-BEHIND (HRX) * 100
              IF WS-CALL-FROM < WS-SESSION-FROM
                 MOVE WS-SESSION-FROM TO WS-CALL-FROM
              END-IF
              IF WS-CALL-TO > WS-SESSION-TO
                 MOVE WS-SESSION-TO TO WS-CALL-TO
              END-IF
              IF WS-CALL-FROM NOT < WS-CALL-TO
                 ADD 1 TO WS-SKIP-HOURS
                 MOVE 'OUTSIDE CALLING HOURS' TO WS-SKIP-REASON
              END-IF
           END-IF.

       FIND-STATE-HOURS.
           MOVE 'N' TO WS-HOURS-FOUND.
           IF WS-HOURS-COUNT > ZERO
              SET HRX TO 1
              SEARCH WS-HOURS-ENTRY
                 AT END MOVE 'N' TO WS-HOURS-FOUND
                 WHEN HRX > WS-HOURS-COUNT
                    MOVE 'N' TO WS-HOURS-FOUND
                 WHEN WR-USA-STATE (HRX) = WS-LOOKUP-STATE
                    MOVE 'Y' TO WS-HOURS-FOUND
              END-SEARCH
           END-IF.

       RELEASE-CALL.
      *faixa de atraso igual a do DelqNite: 1 = ate 29 dias,
      *2 = 30-59, 3 = 60-89, 4 = 90-119, 5 = 120 ou mais; o valor
      *devido e o saldo negativo da fila com o sinal trocado
           PERFORM FIND-DELQ-DAYS.
           EVALUATE TRUE
              WHEN SR-DAYS-DELINQ < 30
                 MOVE 1 TO WS-BUCKET-SUB
              WHEN SR-DAYS-DELINQ < 60
                 MOVE 2 TO WS-BUCKET-SUB
              WHEN SR-DAYS-DELINQ < 90
                 MOVE 3 TO WS-BUCKET-SUB
              WHEN SR-DAYS-DELINQ < 120
                 MOVE 4 TO WS-BUCKET-SUB
              WHEN OTHER
                 MOVE 5 TO WS-BUCKET-SUB
           END-EVALUATE.
           IF CQ-BALANCE < ZERO
              COMPUTE WS-AMOUNT-DUE = ZERO - CQ-BALANCE
           ELSE
              MOVE ZERO TO WS-AMOUNT-DUE
           END-IF.
           MOVE WS-BUCKET-SUB TO SR-BUCKET.
           MOVE WS-AMOUNT-DUE TO SR-AMOUNT-DUE.
           MOVE CQ-ACCT-NO    TO SR-ACCT-NO.
           MOVE CQ-COLLECTOR  TO SR-COLLECTOR.
           MOVE LAST-NAME     TO SR-LAST-NAME.
           MOVE FIRST-NAME    TO SR-FIRST-NAME.
           MOVE USA-STATE     TO SR-USA-STATE.
           MOVE WS-CALL-FROM  TO SR-CALL-FROM.
           MOVE WS-CALL-TO    TO SR-CALL-TO.
           RELEASE SORT-REC.

       FIND-DELQ-DAYS.
           MOVE 'N' TO WS-DELQ-FOUND.
           IF WS-DELQ-COUNT > ZERO
              SET DQX TO 1
              SEARCH WS-DELQ-ENTRY
                 AT END MOVE 'N' TO WS-DELQ-FOUND
                 WHEN DQX > WS-DELQ-COUNT
                    MOVE 'N' TO WS-DELQ-FOUND
                 WHEN WD-ACCT-NO (DQX) = CQ-ACCT-NO
                    MOVE 'Y' TO WS-DELQ-FOUND
              END-SEARCH
           END-IF.
           IF DELQ-FOUND
              MOVE WD-DAYS-DELINQ (DQX) TO SR-DAYS-DELINQ
           ELSE
              MOVE ZERO TO SR-DAYS-DELINQ
           END-IF.

       LIST-SKIPPED-ITEM.
           MOVE CQ-ACCT-NO     TO SK-ACCT-NO.
           MOVE CQ-COLLECTOR   TO SK-COLLECTOR.
           MOVE CQ-STATUS      TO SK-STATUS.
           MOVE USA-STATE      TO SK-USA-STATE.
           MOVE CQ-BALANCE     TO SK-BALANCE.
           MOVE WS-SKIP-REASON TO SK-REASON.
           MOVE SKIP-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-CALL-LIST.
      *saida do SORT ja na ordem de prioridade: o numero de
      *prioridade e a posicao na lista
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM RETURN-SORT-REC.
           PERFORM UNTIL SORT-EOF
              PERFORM WRITE-LIST-DETAIL
              PERFORM RETURN-SORT-REC
           END-PERFORM.

       RETURN-SORT-REC.
           RETURN SORT-WORK
           AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       WRITE-LIST-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD SR-AMOUNT-DUE TO WS-AMOUNT-TOTAL.
           MOVE SPACES          TO DIAL-LIST-DETAIL-REC.
           MOVE 'D'             TO LD-REC-TYPE.
           MOVE WS-DETAIL-COUNT TO LD-PRIORITY.
           MOVE SR-ACCT-NO      TO LD-ACCT-NO.
           MOVE SR-COLLECTOR    TO LD-COLLECTOR.
           MOVE SR-LAST-NAME    TO LD-LAST-NAME.
           MOVE SR-FIRST-NAME   TO LD-FIRST-NAME.
           MOVE SR-USA-STATE    TO LD-USA-STATE.
           MOVE SR-CALL-FROM    TO LD-CALL-FROM.
           MOVE SR-CALL-TO      TO LD-CALL-TO.
           MOVE SR-BUCKET       TO LD-BUCKET.
           MOVE SR-DAYS-DELINQ  TO LD-DAYS-DELINQ.
           MOVE SR-AMOUNT-DUE   TO LD-AMOUNT-DUE.
           PERFORM COPY-ONE-PHONE
              VARYING WS-PHONE-SUB FROM 1 BY 1
              UNTIL WS-PHONE-SUB > 3.
           WRITE DIAL-LIST-DETAIL-REC.
           IF DLST-FILE-STATUS NOT = '00'
              STRING 'WRITE DIAL-LIST FAILED, STATUS '
                 DLST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       COPY-ONE-PHONE.
           MOVE SR-PHONE-TYPE (WS-PHONE-SUB)
              TO LD-PHONE-TYPE (WS-PHONE-SUB).
           MOVE SR-PHONE-NO (WS-PHONE-SUB)
              TO LD-PHONE-NO (WS-PHONE-SUB).

       WRITE-LIST-TRAILER.
      *trailer de controle: contagem e soma do valor devido, para o
      *discador conferir a carga
           MOVE SPACES          TO DIAL-LIST-TRAILER-REC.
           MOVE 'T'             TO LT-REC-TYPE.
           MOVE WS-DETAIL-COUNT TO LT-DETAIL-COUNT.
           MOVE WS-AMOUNT-TOTAL TO LT-AMOUNT-TOTAL.
           WRITE DIAL-LIST-TRAILER-REC.
           IF DLST-FILE-STATUS NOT = '00'
              STRING 'WRITE DIAL-LIST FAILED, STATUS '
                 DLST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REPORT-COUNTS.
           IF WS-DETAIL-COUNT = WS-QUEUE-COUNT
              MOVE 'EVERY QUEUE ITEM IS ON THE CALL LIST' TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'QUEUE ITEMS READ' TO CT-LABEL.
           MOVE WS-QUEUE-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'ACCOUNTS ON THE CALL LIST' TO CT-LABEL.
           MOVE WS-DETAIL-COUNT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'NOT DIALED - LEGAL STATUS' TO CT-LABEL.
           MOVE WS-SKIP-LEGAL TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'NOT DIALED - QUEUE STATUS' TO CT-LABEL.
           MOVE WS-SKIP-STATUS TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'NOT DIALED - ACTIVE PROMISE' TO CT-LABEL.
           MOVE WS-SKIP-PROMISE TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'NOT DIALED - REPAYMENT PLAN' TO CT-LABEL.
           MOVE WS-SKIP-PLAN TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'NOT DIALED - NOT ON ACCTREC' TO CT-LABEL.
           MOVE WS-SKIP-NO-ACCT TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'NOT DIALED - NO GOOD PHONE' TO CT-LABEL.
           MOVE WS-SKIP-NO-PHONE TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE 'NOT DIALED - CALLING HOURS' TO CT-LABEL.
           MOVE WS-SKIP-HOURS TO CT-COUNT.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
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
      *manifesto do arquivo entregue ao discador, com a soma do
      *valor devido como hash
           MOVE 'DIALLIST'        TO XMIT-FILE-NAME.
           MOVE WS-BUSINESS-DATE  TO XMIT-BUS-DATE.
           MOVE WS-DETAIL-COUNT   TO XMIT-REC-COUNT.
           MOVE WS-AMOUNT-TOTAL   TO XMIT-AMOUNT-HASH.
           CALL 'XMITLOG' USING XMIT-PARMS.

       CLOSE-STOP.
           CLOSE ACCT-REC .
           CLOSE DIAL-LIST .
           CLOSE REPORT-LINE .
           PERFORM WRITE-XMIT-MANIFEST.
           DISPLAY 'DIALOUT ' WS-DETAIL-COUNT ' ACCOUNTS ON THE LIST, '
              WS-QUEUE-COUNT ' QUEUE ITEMS READ'.
           SET RC-NORMAL TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'DIALOUT '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de contas na lista
      *e o RETURN-CODE devolvido ao scheduler
           MOVE 'DIALOUT '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-DETAIL-COUNT      TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
