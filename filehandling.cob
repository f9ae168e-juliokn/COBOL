               FILE STATUS IS LOVR-FILE-STATUS .
           SELECT STATE-RATE ASSIGN TO STRATE
               FILE STATUS IS SRAT-FILE-STATUS .
           SELECT CYC-HIST ASSIGN TO CYCHIST
               FILE STATUS IS CHST-FILE-STATUS .

      *-----------------------
       DATA DIVISION. 
      *calendario de processamento: um record por data, dizendo se e
      *dia util e se e o ultimo dia util do mes (fechamento); o job
      *consulta o record da data do run para ligar o modo de
      *fechamento mensal; o flag de fim de ano e do AnnSumm. A faixa
      *PC-CYCLE-FROM/TO diz quais ciclos de faturamento fecham na
      *data: o juro e o snapshot da noite so tratam as contas deles
       01  PROC-CAL-REC.
           05 PC-DATE           PIC 9(8) .
           05 PC-BUSINESS-DAY   PIC X(1) .
           05 PC-MONTH-END      PIC X(1) .
           05 PC-YEAR-END       PIC X(1) .
           05 PC-CYCLE-FROM     PIC 9(2) .
           05 PC-CYCLE-TO       PIC 9(2) .

       FD MONTH-END RECORDING MODE F .
      *dataset de fechamento mensal, gravado so no ultimo dia util
      *do mes: um snapshot por conta com o saldo e o juro assessado
      *no ciclo, e um trailer proprio no final - o financeiro deixa
      *de reconstruir o fechamento por planilha em cima dos CSV
      *diarios. Com os ciclos de faturamento a geracao sai em toda
      *noite que fecha ciclo, so com as contas dos ciclos da noite
       01  MONTH-END-REC.
           05 ME-ACCT-NO        PIC X(8) .
           05 ME-CYCLE-DATE     PIC 9(8) .
           05 ME-BALANCE        PIC S9(7)V99 COMP-3 .
           05 ME-FIN-CHARGE     PIC S9(7)V99 COMP-3 .
      *ciclo de faturamento da conta (00 = sem ciclo, fechou no
      *ultimo dia util do mes), para o MeTrend e o BalRecon
      *fecharem ciclo a ciclo
           05 ME-BILL-CYCLE     PIC 9(2) .
           05 FILLER            PIC X(22) .

      *segundo layout da mesma area do FD (os 01 de um FD ja
      *compartilham a area implicitamente)
           05 MT-ACCT-COUNT     PIC 9(7) .
           05 MT-CHARGE-TOTAL   PIC S9(9)V99 COMP-3 .
           05 MT-BALANCE-TOTAL  PIC S9(9)V99 COMP-3 .
      *faixa de ciclos fechada nesta geracao
           05 MT-CYCLE-FROM     PIC 9(2) .
           05 MT-CYCLE-TO       PIC 9(2) .
           05 FILLER            PIC X(19) .

       FD BAL-HIST RECORDING MODE F .
      *historico de saldo de fim de dia gravado pelo AcctPost, um
           05 BH-BALANCE-DATE   PIC 9(8) .
           05 BH-EOD-BALANCE    PIC S9(7)V99 COMP-3 .

       FD CYC-HIST RECORDING MODE F .
      *trocas de ciclo gravadas pelo CycAsgn; layout compartilhado
      *no copybook CYCHIST
           COPY CYCHIST.

       FD LIM-OVERRIDE RECORDING MODE F .
      *limites temporarios autorizados pelas agencias; layout
      *compartilhado no copybook LIMOVRD
                 INDEXED BY SRX.
              10 WSR-STATE      PIC X(15).
              10 WSR-RATE       PIC 9V9(4).
              10 WSR-EFF-DATE   PIC 9(8).
       01  WS-SRATE-FOUND       PIC X(1) VALUE 'N'.
       01  WS-SRATE-REFUSED     PIC 9(3) VALUE ZERO.
       01  WS-APPLIED-RATE      PIC 9V9(4) VALUE ZERO.

      *vigencia das linhas do STRATE, compartilhada via copybook
           COPY TERMDATE.

       01  WS-FINANCE-CHARGE       PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-NEW-BALANCE          PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  PCAL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  MEND-FILE-STATUS        PIC X(2) VALUE '00'.

      *modo de fechamento, ligado quando o calendario de
      *processamento marca a data do run como fechamento de algum
      *ciclo de faturamento ou como ultimo dia util do mes (este so
      *para as contas ainda sem ciclo)
       01  WS-MONTH-END-MODE       PIC X(1) VALUE 'N'.
           88 MONTH-END-CYCLE      VALUE 'Y'.
       01  WS-MONTH-END-DAY        PIC X(1) VALUE 'N'.
           88 LAST-BUSINESS-DAY    VALUE 'Y'.
       01  WS-CALENDAR-FOUND       PIC X(1) VALUE 'N'.
           88 CALENDAR-FOUND       VALUE 'Y'.
       01  WS-CYCLE-FROM           PIC 9(2) VALUE ZERO.
       01  WS-CYCLE-TO             PIC 9(2) VALUE ZERO.
      *conta da vez dentro dos ciclos que fecham esta noite; sem o
      *PROCCAL no job toda conta leva o juro, como sempre foi
       01  WS-ACCT-IN-CYCLE        PIC X(1) VALUE 'Y'.
           88 ACCT-IN-CYCLE        VALUE 'Y'.
      *fechamento anterior de cada ciclo, de onde o saldo medio do
      *ciclo desta noite comeca a contar
       01  WS-CYCLE-CLOSE-TABLE.
           05 WS-CYCLE-CLOSE-DATE  PIC 9(8) OCCURS 99 TIMES.
       01  WS-CYC-SUB              PIC 9(2) VALUE ZERO.
      *inicio do periodo do saldo medio: o mais antigo da noite (de
      *onde o BALHIST e lido), o da conta da vez, e todos os
      *inicios possiveis desta noite - dia 1 do mes para as contas
      *sem ciclo, dia seguinte ao fechamento anterior de cada ciclo
      *que fecha hoje e ao ultimo fechamento das contas que
      *trocaram de ciclo
       01  WS-ADB-START-DATE       PIC 9(8) VALUE ZERO.
       01  WS-ACCT-START-DATE      PIC 9(8) VALUE ZERO.
       01  WS-ADB-START-TABLE.
           05 WS-ADB-START-COUNT   PIC 9(2) VALUE ZERO.
           05 WD-START-DATE        PIC 9(8) OCCURS 30 TIMES.
       01  WS-START-SUB            PIC 9(2) VALUE ZERO.
       01  WS-START-FOUND          PIC X(1) VALUE 'N'.
           88 START-FOUND          VALUE 'Y'.

      *troca de ciclo do CycAsgn (CYCHIST) das contas dos ciclos
      *desta noite; vale enquanto a conta nao fechou no ciclo novo,
      *e o periodo dela comeca no dia seguinte ao ultimo fechamento
      *que teve no arranjo antigo
       01  CHST-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-CHST-EOF             PIC X(1) VALUE 'N'.
           88 CHST-EOF             VALUE 'Y'.
       01  WS-CYCHG-TABLE.
           05 WS-CYCHG-COUNT       PIC 9(4) VALUE ZERO.
           05 WS-CYCHG-ENTRY OCCURS 1000 TIMES
                 INDEXED BY CGX.
              10 WG-ACCT-NO        PIC X(8).
              10 WG-NEW-CYCLE      PIC 9(2).
              10 WG-ASSIGN-DATE    PIC 9(8).
              10 WG-LAST-CLOSE     PIC 9(8).
       01  WS-CYCHG-FOUND          PIC X(1) VALUE 'N'.
           88 CYCHG-FOUND          VALUE 'Y'.
       01  WS-CYCHG-KEY            PIC X(8) VALUE SPACES.
       01  WS-PCAL-EOF             PIC X(1) VALUE 'N'.
           88 PCAL-EOF             VALUE 'Y'.
       01  WS-TODAY-DATE           PIC 9(8) VALUE ZERO.
       01  WS-MTD-CHARGE-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ME-BALANCE-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.

      *saldo medio diario do ciclo por conta, agregado do BALHIST
      *na noite de fechamento; conta sem historico no ciclo
      *continua com o juro sobre o saldo pontual, como antes. O
      *AcctPost so grava nos dias em que a conta e tocada: cada
      *saldo pesa pelos dias que ficou em vigor (ate o toque
      *seguinte, o ultimo ate o fechamento), guardados no par
      *WA-LAST-DATE/WA-LAST-BAL ate o proximo record da conta.
      *WA-SNAP-SUM/DAYS (n) guardam a soma e os dias dos records
      *anteriores ao inicio WD-START-DATE (n), descontados da soma
      *da conta quando o periodo dela comeca ali
       01  BALH-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BALH-EOF             PIC X(1) VALUE 'N'.
           88 BALH-EOF             VALUE 'Y'.
              10 WA-DAY-COUNT      PIC 9(3).
              10 WA-LAST-DATE      PIC 9(8).
              10 WA-LAST-BAL       PIC S9(7)V99 COMP-3.
              10 WA-SNAP OCCURS 30 TIMES.
                 15 WA-SNAP-SUM    PIC S9(11)V99 COMP-3.
                 15 WA-SNAP-DAYS   PIC 9(3).
       01  WS-ADB-DAYS             PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-ADB-SUM              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-ADB-DAY-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-ADB-FOUND            PIC X(1) VALUE 'N'.
           88 ADB-FOUND            VALUE 'Y'.
       01  WS-ADB-KEY              PIC X(8) VALUE SPACES.
      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma RUNLOG
           COPY RUNLPRM.

      *área de parâmetros trocada com o subprograma BUSDATE
           COPY BUSDPRM.

      *área de parâmetros trocada com o subprograma XMITLOG
           COPY XMITPRM.


       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM RUN-CONTROL-START.
           PERFORM READ-RUN-PARM.
           PERFORM READ-PROC-CALENDAR.
           PERFORM LOAD-LIMIT-OVERRIDES.
           PERFORM CHECK-RESTART .

       LOAD-BALANCE-HISTORY.
      *agrega o BALHIST do ciclo por conta (soma dos saldos de fim
      *de dia e quantidade de dias), para o juro do fechamento
      *incidir sobre o saldo medio diario; sem o dataset alocado o
      *fechamento segue no saldo pontual, como sempre foi. O
      *periodo e o da conta (SET-ACCOUNT-START-DATE): o BALHIST e
      *lido desde o inicio mais antigo da noite, e a soma de cada
      *conta guarda quanto tinha em cada inicio possivel, para o
      *SELECT-CHARGE-BASE descontar o que ficou antes do dela
           PERFORM LOAD-CYCLE-CHANGES.
           PERFORM SET-ADB-START-DATES.
           OPEN INPUT BAL-HIST.
           IF BALH-FILE-STATUS = '05' OR BALH-FILE-STATUS = '35'
              MOVE 'Y' TO WS-BALH-EOF
              END-IF
              PERFORM READ-BALH-REC
              PERFORM UNTIL BALH-EOF
                 IF BH-BALANCE-DATE NOT < WS-ADB-START-DATE
                    AND BH-BALANCE-DATE NOT > WS-TODAY-DATE
                    PERFORM ACCUMULATE-ADB
                 END-IF
                 PERFORM READ-BALH-REC
           END-IF.

       ACCUMULATE-ADB.
      *conta nova na tabela: nenhum record antes de qualquer inicio,
      *as somas guardadas ficam zeradas
           MOVE BH-ACCT-NO TO WS-ADB-KEY.
           PERFORM FIND-ADB-ENTRY.
           IF NOT ADB-FOUND
              END-IF
              ADD 1 TO WS-ADB-COUNT
              SET ADX TO WS-ADB-COUNT
              INITIALIZE WS-ADB-ENTRY (ADX)
              MOVE BH-ACCT-NO TO WA-ACCT-NO (ADX)
           ELSE
              PERFORM WEIGH-PRIOR-BALANCE
              PERFORM TAKE-ADB-SNAPSHOT
                 VARYING WS-START-SUB FROM 1 BY 1
                 UNTIL WS-START-SUB > WS-ADB-START-COUNT
           END-IF.
           MOVE BH-BALANCE-DATE TO WA-LAST-DATE (ADX).
           MOVE BH-EOD-BALANCE  TO WA-LAST-BAL (ADX).
              ADD WS-ADB-DAYS TO WA-DAY-COUNT (ADX)
           END-IF.

       TAKE-ADB-SNAPSHOT.
      *o record que chega e o primeiro da conta a partir deste
      *inicio: o que foi somado ate aqui fica antes dele
           IF WD-START-DATE (WS-START-SUB) > WA-LAST-DATE (ADX)
              AND WD-START-DATE (WS-START-SUB) NOT > BH-BALANCE-DATE
              MOVE WA-BALANCE-SUM (ADX)
                 TO WA-SNAP-SUM (ADX, WS-START-SUB)
              MOVE WA-DAY-COUNT (ADX)
                 TO WA-SNAP-DAYS (ADX, WS-START-SUB)
           END-IF.

       CLOSE-ADB-ENTRY.
      *o ultimo saldo do ciclo vigora ate a data do fechamento,
      *inclusive; inicio depois do ultimo record da conta fica com
      *a soma inteira antes dele (sem historico no periodo)
           COMPUTE WS-ADB-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
              - FUNCTION INTEGER-OF-DATE (WA-LAST-DATE (ADX)) + 1.
              WA-BALANCE-SUM (ADX)
              + WA-LAST-BAL (ADX) * WS-ADB-DAYS.
           ADD WS-ADB-DAYS TO WA-DAY-COUNT (ADX).
           PERFORM CLOSE-ADB-SNAPSHOT
              VARYING WS-START-SUB FROM 1 BY 1
              UNTIL WS-START-SUB > WS-ADB-START-COUNT.

       CLOSE-ADB-SNAPSHOT.
           IF WD-START-DATE (WS-START-SUB) > WA-LAST-DATE (ADX)
              MOVE WA-BALANCE-SUM (ADX)
                 TO WA-SNAP-SUM (ADX, WS-START-SUB)
              MOVE WA-DAY-COUNT (ADX)
                 TO WA-SNAP-DAYS (ADX, WS-START-SUB)
           END-IF.

       FIND-ADB-ENTRY.
           MOVE 'N' TO WS-ADB-FOUND.
              END-SEARCH
           END-IF.

       LOAD-CYCLE-CHANGES.
      *so as trocas para os ciclos desta noite entram na tabela; a
      *troca mais recente de cada conta substitui a anterior, e o
      *SET-ACCOUNT-START-DATE confere se ela ainda vale. Sem o
      *CYCHIST no job nenhuma conta trocou de ciclo
           MOVE 'N' TO WS-CHST-EOF.
           OPEN INPUT CYC-HIST.
           IF CHST-FILE-STATUS = '05' OR CHST-FILE-STATUS = '35'
              MOVE 'Y' TO WS-CHST-EOF
           ELSE
              IF CHST-FILE-STATUS NOT = '00'
                 STRING 'OPEN CYC-HIST FAILED, STATUS '
                    CHST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-CHST-REC
              PERFORM UNTIL CHST-EOF
                 IF CH-NEW-CYCLE NUMERIC
                    AND CH-ASSIGN-DATE NUMERIC
                    AND CH-LAST-CLOSE NUMERIC
                    PERFORM KEEP-CYCLE-CHANGE
                 END-IF
                 PERFORM READ-CHST-REC
              END-PERFORM
              CLOSE CYC-HIST
           END-IF.

       KEEP-CYCLE-CHANGE.
           MOVE CH-ACCT-NO TO WS-CYCHG-KEY.
           PERFORM FIND-CYCLE-CHANGE.
           IF NOT CYCHG-FOUND
              AND WS-CYCLE-FROM > ZERO
              AND CH-NEW-CYCLE NOT < WS-CYCLE-FROM
              AND CH-NEW-CYCLE NOT > WS-CYCLE-TO
              IF WS-CYCHG-COUNT = 1000
                 STRING 'CYCLE CHANGE TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-CYCHG-COUNT
              SET CGX TO WS-CYCHG-COUNT
              MOVE 'Y' TO WS-CYCHG-FOUND
           END-IF.
           IF CYCHG-FOUND
              MOVE CH-ACCT-NO     TO WG-ACCT-NO (CGX)
              MOVE CH-NEW-CYCLE   TO WG-NEW-CYCLE (CGX)
              MOVE CH-ASSIGN-DATE TO WG-ASSIGN-DATE (CGX)
              MOVE CH-LAST-CLOSE  TO WG-LAST-CLOSE (CGX)
           END-IF.

       FIND-CYCLE-CHANGE.
           MOVE 'N' TO WS-CYCHG-FOUND.
           IF WS-CYCHG-COUNT > ZERO
              SET CGX TO 1
              SEARCH WS-CYCHG-ENTRY
                 AT END MOVE 'N' TO WS-CYCHG-FOUND
                 WHEN CGX > WS-CYCHG-COUNT
                    MOVE 'N' TO WS-CYCHG-FOUND
                 WHEN WG-ACCT-NO (CGX) = WS-CYCHG-KEY
                    MOVE 'Y' TO WS-CYCHG-FOUND
              END-SEARCH
           END-IF.

       READ-CHST-REC.
           READ CYC-HIST
           AT END MOVE 'Y' TO WS-CHST-EOF
           END-READ.
           IF CHST-FILE-STATUS NOT = '00'
              AND CHST-FILE-STATUS NOT = '10'
              STRING 'READ CYC-HIST FAILED, STATUS ' CHST-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SET-ADB-START-DATES.
      *todos os inicios de periodo das contas que fecham esta noite;
      *o mais antigo e o corte da leitura do BALHIST
           MOVE ZERO TO WS-ADB-START-COUNT.
           IF LAST-BUSINESS-DAY
              MOVE WS-TODAY-DATE TO WS-ACCT-START-DATE
              MOVE '01' TO WS-ACCT-START-DATE (7:2)
              PERFORM ADD-ADB-START-DATE
           END-IF.
           IF WS-CYCLE-FROM > ZERO
              PERFORM ADD-CYCLE-START-DATE
                 VARYING WS-CYC-SUB FROM WS-CYCLE-FROM BY 1
                 UNTIL WS-CYC-SUB > WS-CYCLE-TO
           END-IF.
           IF WS-CYCHG-COUNT > ZERO
              PERFORM ADD-CHANGE-START-DATE
                 VARYING CGX FROM 1 BY 1
                 UNTIL CGX > WS-CYCHG-COUNT
           END-IF.
           MOVE WS-TODAY-DATE TO WS-ADB-START-DATE.
           PERFORM KEEP-EARLIEST-START
              VARYING WS-START-SUB FROM 1 BY 1
              UNTIL WS-START-SUB > WS-ADB-START-COUNT.

       ADD-CYCLE-START-DATE.
           PERFORM SET-CYCLE-START-DATE.
           PERFORM ADD-ADB-START-DATE.

       ADD-CHANGE-START-DATE.
           IF WG-LAST-CLOSE (CGX) > ZERO
              COMPUTE WS-ACCT-START-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WG-LAST-CLOSE (CGX)) + 1)
              PERFORM ADD-ADB-START-DATE
           END-IF.

       ADD-ADB-START-DATE.
           PERFORM FIND-ADB-START.
           IF NOT START-FOUND
              IF WS-ADB-START-COUNT = 30
                 STRING 'ADB START TABLE FULL AT 30 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-ADB-START-COUNT
              MOVE WS-ACCT-START-DATE
                 TO WD-START-DATE (WS-ADB-START-COUNT)
           END-IF.

       FIND-ADB-START.
           MOVE 'N' TO WS-START-FOUND.
           MOVE 1 TO WS-START-SUB.
           PERFORM UNTIL START-FOUND
              OR WS-START-SUB > WS-ADB-START-COUNT
              IF WD-START-DATE (WS-START-SUB) = WS-ACCT-START-DATE
                 MOVE 'Y' TO WS-START-FOUND
              ELSE
                 ADD 1 TO WS-START-SUB
              END-IF
           END-PERFORM.

       KEEP-EARLIEST-START.
           IF WD-START-DATE (WS-START-SUB) < WS-ADB-START-DATE
              MOVE WD-START-DATE (WS-START-SUB) TO WS-ADB-START-DATE
           END-IF.

       SET-CYCLE-START-DATE.
      *dia seguinte ao fechamento anterior do ciclo WS-CYC-SUB; sem
      *fechamento anterior no calendario, os ultimos 30 dias
           IF WS-CYCLE-CLOSE-DATE (WS-CYC-SUB) > ZERO
              COMPUTE WS-ACCT-START-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE
                    (WS-CYCLE-CLOSE-DATE (WS-CYC-SUB)) + 1)
           ELSE
              COMPUTE WS-ACCT-START-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 29)
           END-IF.

       SET-ACCOUNT-START-DATE.
      *inicio do periodo da conta: sem ciclo, dia 1 do mes; com
      *ciclo, dia seguinte ao fechamento anterior do proprio ciclo,
      *a menos que a conta tenha entrado nele depois daquele
      *fechamento - ai o periodo comeca no dia seguinte ao ultimo
      *fechamento que ela teve de fato (CYCHIST), e nao vai buscar
      *dias ja cobrados no fechamento antigo
           IF ACCT-BILL-CYCLE NUMERIC
              AND NOT BILL-CYCLE-UNASSIGNED
              MOVE ACCT-BILL-CYCLE TO WS-CYC-SUB
              PERFORM SET-CYCLE-START-DATE
              MOVE ACCT-NO TO WS-CYCHG-KEY
              PERFORM FIND-CYCLE-CHANGE
              IF CYCHG-FOUND
                 AND WG-NEW-CYCLE (CGX) = ACCT-BILL-CYCLE
                 AND WG-ASSIGN-DATE (CGX)
                    NOT < WS-CYCLE-CLOSE-DATE (ACCT-BILL-CYCLE)
                 AND WG-LAST-CLOSE (CGX) > ZERO
                 COMPUTE WS-ACCT-START-DATE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WG-LAST-CLOSE (CGX))
                     + 1)
              END-IF
           ELSE
              MOVE WS-TODAY-DATE TO WS-ACCT-START-DATE
              MOVE '01' TO WS-ACCT-START-DATE (7:2)
           END-IF.

       READ-PROC-CALENDAR.
      *procura a data do run no calendario de processamento; se ela
      *fechar algum ciclo de faturamento, ou for o ultimo dia util
      *do mes, liga o modo de fechamento; guarda de passagem o
      *fechamento anterior de cada ciclo; sem PROCCAL no job o run e
      *uma noite comum
           INITIALIZE WS-CYCLE-CLOSE-TABLE.
           OPEN INPUT PROC-CAL.
           IF PCAL-FILE-STATUS = '00'
              PERFORM READ-PCAL-REC
              PERFORM UNTIL PCAL-EOF
                 IF PC-DATE = WS-TODAY-DATE
                    PERFORM NOTE-TONIGHT-CYCLES
                 END-IF
                 IF PC-DATE < WS-TODAY-DATE
                    AND PC-CYCLE-FROM NUMERIC
                    AND PC-CYCLE-FROM > ZERO
                    PERFORM NOTE-CYCLE-CLOSE
                       VARYING WS-CYC-SUB FROM PC-CYCLE-FROM BY 1
                       UNTIL WS-CYC-SUB > PC-CYCLE-TO
                 END-IF
                 PERFORM READ-PCAL-REC
              END-PERFORM
           END-IF.
           IF MONTH-END-CYCLE
              DISPLAY 'FILEHANDLING: MONTH-END CYCLE IN EFFECT'
              DISPLAY 'FILEHANDLING: BILLING CYCLES ' WS-CYCLE-FROM
                 ' TO ' WS-CYCLE-TO '  LAST BUSINESS DAY: '
                 WS-MONTH-END-DAY
           END-IF.

       NOTE-TONIGHT-CYCLES.
           MOVE 'Y' TO WS-CALENDAR-FOUND.
           IF PC-MONTH-END = 'Y'
              MOVE 'Y' TO WS-MONTH-END-DAY
              MOVE 'Y' TO WS-MONTH-END-MODE
           END-IF.
           IF PC-CYCLE-FROM NUMERIC
              AND PC-CYCLE-FROM > ZERO
              MOVE PC-CYCLE-FROM TO WS-CYCLE-FROM
              MOVE PC-CYCLE-TO   TO WS-CYCLE-TO
              MOVE 'Y' TO WS-MONTH-END-MODE
           END-IF.

       NOTE-CYCLE-CLOSE.
           IF PC-DATE > WS-CYCLE-CLOSE-DATE (WS-CYC-SUB)
              MOVE PC-DATE TO WS-CYCLE-CLOSE-DATE (WS-CYC-SUB)
           END-IF.

       SET-ACCOUNT-CYCLE.
      *a conta com ciclo entra se o ciclo dela fecha esta noite; a
      *conta ainda sem ciclo, no ultimo dia util do mes, como antes
           IF NOT CALENDAR-FOUND
              MOVE 'Y' TO WS-ACCT-IN-CYCLE
           ELSE
              MOVE 'N' TO WS-ACCT-IN-CYCLE
              IF ACCT-BILL-CYCLE NUMERIC
                 AND NOT BILL-CYCLE-UNASSIGNED
                 IF WS-CYCLE-FROM > ZERO
                    AND ACCT-BILL-CYCLE NOT < WS-CYCLE-FROM
                    AND ACCT-BILL-CYCLE NOT > WS-CYCLE-TO
                    MOVE 'Y' TO WS-ACCT-IN-CYCLE
                 END-IF
              ELSE
                 IF LAST-BUSINESS-DAY
                    MOVE 'Y' TO WS-ACCT-IN-CYCLE
                 END-IF
              END-IF
           END-IF.

       READ-PCAL-REC.
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE WS-TODAY-DATE TO WS-TERMS-TODAY
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

       SELECT-EFFECTIVE-LIMIT.
      *limite que vale para o teste de estouro: o temporario em
      *vigencia quando existe, senao o permanente do cadastro
      *a falha
           DISPLAY 'FILEHANDLING ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           SET RUNL-FN-FAILED TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE WS-TODAY-DATE    TO CT-RUN-DATE.
           MOVE WS-REC-COUNT     TO CT-REC-COUNT.
           MOVE WS-LIMIT-TOTAL   TO CT-LIMIT-TOTAL.
           MOVE WS-BALANCE-TOTAL TO CT-BALANCE-TOTAL.
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           SET RUNL-FN-COMPLETE TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN .
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       GET-BUSINESS-DATE.
      *a data-movimento vem do controle BUSDTCTL, nao do relogio -
      *o trabalho que passa da meia-noite continua na data da noite;
      *controle nao avancado pelo DateRoll para o passo
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-DATE-INVALID
              MOVE BUSD-MESSAGE TO WS-ABEND-TEXT
              MOVE BUSD-BUSINESS-DATE TO RUNL-BUSINESS-DATE
              PERFORM ABEND-RUN
           END-IF.
           IF BUSD-PRIOR-RERUN
              DISPLAY 'FILEHANDLING ' BUSD-MESSAGE
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-TODAY-DATE.

       RUN-CONTROL-START.
      *registra o inicio no controle de execucao RUNCTL; passo
      *repetivel, o RUNLOG so anota
           MOVE 'FILEHAND'     TO RUNL-STEP-NAME.
           SET RUNL-FN-START   TO TRUE.
           MOVE BUSD-BUSINESS-DATE TO RUNL-BUSINESS-DATE.
           MOVE ZERO           TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.

       RUN-CONTROL-END.
      *registra o fim no controle de execucao - C ou F conforme quem
      *chamou - com o RETURN-CODE devolvido ao scheduler
           MOVE 'FILEHAND'           TO RUNL-STEP-NAME.
           MOVE WS-FINAL-RETURN-CODE TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.

       READ-RECORD.
      *passagem sequencial pelo arquivo indexado, na ordem da chave
      *ACCT-NO; o acesso DYNAMIC também permite consulta pontual por
      *assessa juros mensais sobre saldo devedor positivo e apresenta o
      *saldo atualizado no relatorio; no ciclo de fechamento mensal a
      *base do juro e o saldo medio diario do mes (historico BALHIST),
      *nao mais o saldo pontual desta noite. Com o calendario no job
      *so a conta cujo ciclo de faturamento fecha esta noite leva
      *juro e snapshot; as outras saem com juro zero
           PERFORM SET-ACCOUNT-CYCLE.
           PERFORM SELECT-CHARGE-BASE.
           PERFORM SELECT-STATE-RATE.
      *conta charged-off saiu do regime de juros: o saldo dela vive
      *estado da conta (tabela STRATE), nao mais a unica
           IF WS-CHARGE-BASE > 0
              AND NOT ACCT-ST-CHGOFF
              AND ACCT-IN-CYCLE
              COMPUTE WS-FINANCE-CHARGE ROUNDED =
                 WS-CHARGE-BASE * WS-APPLIED-RATE
           ELSE
           MOVE WS-FINANCE-CHARGE TO FINANCE-CHARGE-O.
           MOVE WS-NEW-BALANCE    TO NEW-BALANCE-O.
           IF MONTH-END-CYCLE
              AND ACCT-IN-CYCLE
              PERFORM WRITE-MONTH-END-RECORD
           END-IF.

       SELECT-CHARGE-BASE.
      *fora do fechamento, ou conta sem historico no periodo dela, a
      *base continua o saldo pontual de sempre; a soma e os dias de
      *antes do inicio da conta saem da soma lida do BALHIST
           MOVE ACCT-BALANCE TO WS-CHARGE-BASE.
           IF MONTH-END-CYCLE
              AND ACCT-IN-CYCLE
              MOVE ACCT-NO TO WS-ADB-KEY
              PERFORM FIND-ADB-ENTRY
              IF ADB-FOUND
                 PERFORM SET-ACCOUNT-START-DATE
                 PERFORM FIND-ADB-START
                 IF START-FOUND
                    COMPUTE WS-ADB-SUM = WA-BALANCE-SUM (ADX)
                       - WA-SNAP-SUM (ADX, WS-START-SUB)
                    COMPUTE WS-ADB-DAY-COUNT = WA-DAY-COUNT (ADX)
                       - WA-SNAP-DAYS (ADX, WS-START-SUB)
                    IF WS-ADB-DAY-COUNT > ZERO
                       COMPUTE WS-ADB-BALANCE ROUNDED =
                          WS-ADB-SUM / WS-ADB-DAY-COUNT
                       MOVE WS-ADB-BALANCE TO WS-CHARGE-BASE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           MOVE WS-TODAY-DATE     TO ME-CYCLE-DATE.
           MOVE ACCT-BALANCE      TO ME-BALANCE.
           MOVE WS-FINANCE-CHARGE TO ME-FIN-CHARGE.
           IF ACCT-BILL-CYCLE NUMERIC
              MOVE ACCT-BILL-CYCLE TO ME-BILL-CYCLE
           ELSE
              MOVE ZERO TO ME-BILL-CYCLE
           END-IF.
           WRITE MONTH-END-REC.
           IF MEND-FILE-STATUS NOT = '00'
              STRING 'WRITE MONTH-END FAILED, STATUS '
           MOVE WS-ME-ACCT-COUNT    TO MT-ACCT-COUNT.
           MOVE WS-MTD-CHARGE-TOTAL TO MT-CHARGE-TOTAL.
           MOVE WS-ME-BALANCE-TOTAL TO MT-BALANCE-TOTAL.
           MOVE WS-CYCLE-FROM       TO MT-CYCLE-FROM.
           MOVE WS-CYCLE-TO         TO MT-CYCLE-TO.
           WRITE MONTH-END-REC.
           IF MEND-FILE-STATUS NOT = '00'
              STRING 'WRITE MONTH-END FAILED, STATUS '
