      *Cotacao de quitacao pelo console: o encerramento de conta era
      *so a mudanca de situacao para 'C' no MNTTXN e ninguem sabia
      *dizer ao cliente quanto ele deve no dia em que quer quitar -
      *o juro corrido desde o ultimo ciclo do FileHandling ficava
      *de fora. Pede a conta e a data de quitacao (em branco, hoje)
      *e mostra o saldo, o juro por dia na taxa do estado da conta
      *(tabela STRATE), o juro acumulado desde o ultimo fechamento
      *do PROCCAL, as tarifas assessadas pelo FeeAsmt que o AcctPost
      *ainda nao postou (FEETXN) e o valor de quitacao. O mesmo
      *calculo (CALC-PAYOFF) e o do juro final do AcctClos, inclusive
      *para a conta que trocou de ciclo (CYCHIST) e ainda nao fechou
      *no ciclo novo: o juro conta do ultimo fechamento que ela teve.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayQuote IS INITIAL PROGRAM.
       AUTHOR. Julio Bittencourt
      *IS INITIAL PROGRAM reseta o estado do FD a cada CALL - o
      *MainMenu pode chamar este programa mais de uma vez no mesmo
      *run (mesmo motivo documentado em AUDITLOG)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT RUN-PARM ASSIGN TO RUNPARM
               FILE STATUS IS PARM-FILE-STATUS .
           SELECT STATE-RATE ASSIGN TO STRATE
               FILE STATUS IS SRAT-FILE-STATUS .
           SELECT PROC-CAL ASSIGN TO PROCCAL
               FILE STATUS IS PCAL-FILE-STATUS .
           SELECT FEE-TXN ASSIGN TO FEETXN
               FILE STATUS IS FTXN-FILE-STATUS .
           SELECT CYC-HIST ASSIGN TO CYCHIST
               FILE STATUS IS CHST-FILE-STATUS .

       DATA DIVISION.
       FILE SECTION.
       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD RUN-PARM RECORDING MODE F .
      *mesmo record de controle lido pelo FileHandling; so a taxa
      *interessa aqui
       01  RUN-PARM-REC.
           05 RP-FINANCE-RATE   PIC 9V9(4) .
           05 RP-CKPT-INTERVAL  PIC 9(5) .
           05 RP-CSV-FLAG       PIC X(1) .
           05 RP-DELINQ-FLAG    PIC X(1) .
           05 RP-MASK-FLAG      PIC X(1) .

       FD STATE-RATE RECORDING MODE F .
      *tabela de taxa de juros por estado, com o teto legal; layout
      *compartilhado no copybook STRATE
           COPY STRATE.

       FD PROC-CAL RECORDING MODE F .
      *calendario de processamento do FileHandling; o ultimo dia
      *util de fechamento antes da quitacao e o ultimo ciclo de juros
       01  PROC-CAL-REC.
           05 PC-DATE           PIC 9(8) .
           05 PC-BUSINESS-DAY   PIC X(1) .
           05 PC-MONTH-END      PIC X(1) .
           05 PC-YEAR-END       PIC X(1) .
           05 PC-CYCLE-FROM     PIC 9(2) .
           05 PC-CYCLE-TO       PIC 9(2) .

       FD FEE-TXN RECORDING MODE F .
      *tarifas assessadas pelo FeeAsmt esperando o AcctPost; layout
      *compartilhado no copybook PSTTXN
           COPY PSTTXN.

       FD CYC-HIST RECORDING MODE F .
      *trocas de ciclo gravadas pelo CycAsgn; layout compartilhado
      *no copybook CYCHIST
           COPY CYCHIST.

       WORKING-STORAGE SECTION.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PCAL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  FTXN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PCAL-EOF          PIC X(1) VALUE 'N'.
           88 PCAL-EOF          VALUE 'Y'.
      *troca de ciclo mais recente da conta no CYCHIST
       01  CHST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CHST-EOF          PIC X(1) VALUE 'N'.
           88 CHST-EOF          VALUE 'Y'.
       01  WS-TROCA-CICLO.
           05 WS-TROCA-ACHADA   PIC X(1) VALUE 'N'.
              88 TROCA-ACHADA   VALUE 'Y'.
           05 WS-TROCA-NOVO     PIC 9(2) VALUE ZERO.
           05 WS-TROCA-DATA     PIC 9(8) VALUE ZERO.
           05 WS-TROCA-FECHAM   PIC 9(8) VALUE ZERO.
       01  WS-FTXN-EOF          PIC X(1) VALUE 'N'.
           88 FTXN-EOF          VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-INQ-ACCT-NO       PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-PAYOFF-DATE-X     PIC X(8) VALUE SPACES.
       01  WS-PAYOFF-DATE-N REDEFINES WS-PAYOFF-DATE-X PIC 9(8).

      *taxa de juros mensal default, substituida pela do RUNPARM -
      *o mesmo default do FileHandling e do AcctInq
       01  WS-FINANCE-RATE      PIC V9(4) VALUE .0150.

      *tabela de taxa por estado carregada do STRATE e a taxa
      *aplicada a conta corrente
       01  SRAT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-SRAT-EOF          PIC X(1) VALUE 'N'.
           88 SRAT-EOF          VALUE 'Y'.
       01  WS-SRATE-TABLE.
           05 WS-SRATE-COUNT    PIC 9(3) VALUE ZERO.
           05 WS-SRATE-ENTRY OCCURS 60 TIMES
                 INDEXED BY SRX.
              10 WSR-STATE      PIC X(15).
              10 WSR-RATE       PIC 9V9(4).
              10 WSR-EFF-DATE   PIC 9(8).
       01  WS-SRATE-FOUND       PIC X(1) VALUE 'N'.
       01  WS-SRATE-REFUSED     PIC 9(3) VALUE ZERO.
       01  WS-APPLIED-RATE      PIC 9V9(4) VALUE ZERO.

      *vigencia das linhas do STRATE, compartilhada via copybook
           COPY TERMDATE.

      *campos da cotacao de quitacao, compartilhados via copybook
           COPY PAYOFF.

      *mascaras de edicao para exibicao dos valores no console
       01  WS-BALANCE-ED        PIC $$,$$$,$$9.99-.
       01  WS-PER-DIEM-ED       PIC $$,$$9.9999.
       01  WS-INTEREST-ED       PIC $$,$$$,$$9.99.
       01  WS-FEES-ED           PIC $$,$$$,$$9.99.
       01  WS-PAYOFF-ED         PIC $$,$$$,$$9.99-.
       01  WS-RATE-ED           PIC 9.9999.
       01  WS-DATE-ED           PIC 9999/99/99.
       01  WS-DAYS-ED           PIC ZZZZ9.

      *área de parâmetros trocada com o subprograma INQLOG
       COPY INQLPRM.

       PROCEDURE DIVISION.

      *o operador se identifica uma vez na entrada; cada cotacao
      *vai para a trilha de consultas com o ID dele
           DISPLAY 'OPERADOR: '.
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM LE-RUN-PARM.
           PERFORM LOAD-STATE-RATES.
           OPEN INPUT ACCT-REC.
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-PAYQUOTE
           END-IF.
           PERFORM PEGA-CONTA.
           PERFORM UNTIL WS-INQ-ACCT-NO = SPACES
              PERFORM COTA-CONTA
              PERFORM PEGA-CONTA
           END-PERFORM.
           CLOSE ACCT-REC.
           GOBACK.

       LE-RUN-PARM.
      *record de controle opcional: sem RUNPARM alocado vale a taxa
      *compilada, a mesma default do FileHandling
           OPEN INPUT RUN-PARM.
           IF PARM-FILE-STATUS = '00'
              READ RUN-PARM
              IF PARM-FILE-STATUS = '00'
                 AND RP-FINANCE-RATE NUMERIC
                 AND RP-FINANCE-RATE > ZERO
                 MOVE RP-FINANCE-RATE TO WS-FINANCE-RATE
              END-IF
              CLOSE RUN-PARM
           END-IF.

       LOAD-STATE-RATES.
      *carrega a tabela de taxa por estado; linha com taxa acima do
      *teto legal registrado ao lado e RECUSADA na carga (avisa e
      *nao entra); sem o dataset alocado vale a taxa unica do
      *RUNPARM para todo mundo, como sempre foi
           OPEN INPUT STATE-RATE.
           IF SRAT-FILE-STATUS = '05' OR SRAT-FILE-STATUS = '35'
              MOVE 'Y' TO WS-SRAT-EOF
           ELSE
              IF SRAT-FILE-STATUS NOT = '00'
                 STRING 'OPEN STATE-RATE FAILED, STATUS '
                    SRAT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-PAYQUOTE
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
           END-READ.
           IF SRAT-FILE-STATUS NOT = '00'
              AND SRAT-FILE-STATUS NOT = '10'
              STRING 'READ STATE-RATE FAILED, STATUS '
                 SRAT-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-PAYQUOTE
           END-IF.

       SELECT-STATE-RATE.
      *taxa em vigor da conta: a linha do estado dela, senao a
      *linha 'DEFAULT', senao a taxa unica do RUNPARM
           MOVE WS-FINANCE-RATE TO WS-APPLIED-RATE.
           MOVE 'N' TO WS-SRATE-FOUND.
           IF WS-SRATE-COUNT > ZERO
              PERFORM TEST-ONE-STATE-RATE
                 VARYING SRX FROM 1 BY 1
                 UNTIL SRX > WS-SRATE-COUNT
           END-IF.

       TEST-ONE-STATE-RATE.
           EVALUATE TRUE
              WHEN WSR-STATE (SRX) = USA-STATE
                 MOVE WSR-RATE (SRX) TO WS-APPLIED-RATE
                 MOVE 'Y' TO WS-SRATE-FOUND
              WHEN WSR-STATE (SRX) = 'DEFAULT'
                 AND WS-SRATE-FOUND NOT = 'Y'
                 MOVE WSR-RATE (SRX) TO WS-APPLIED-RATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *paragrafo CLASSIFY-TERMS-ROW, compartilhado via copybook
           COPY TERMDTPR.

       PEGA-CONTA.
           DISPLAY 'NUMERO DA CONTA (EM BRANCO ENCERRA): '.
           ACCEPT WS-INQ-ACCT-NO FROM CONSOLE.

       PEGA-DATA-QUITACAO.
      *data de quitacao AAAAMMDD; em branco vale hoje, e data
      *anterior a hoje nao se cota
           MOVE SPACES TO WS-PAYOFF-DATE-X.
           DISPLAY 'DATA DE QUITACAO AAAAMMDD (EM BRANCO = HOJE): '.
           ACCEPT WS-PAYOFF-DATE-X FROM CONSOLE.
           EVALUATE TRUE
              WHEN WS-PAYOFF-DATE-X = SPACES
                 MOVE WS-TODAY-DATE TO PO-PAYOFF-DATE
              WHEN WS-PAYOFF-DATE-X NOT NUMERIC
                 DISPLAY 'DATA INVALIDA - COTADO PARA HOJE.'
                 MOVE WS-TODAY-DATE TO PO-PAYOFF-DATE
              WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-PAYOFF-DATE-N)
                   NOT = ZERO
                 DISPLAY 'DATA INVALIDA - COTADO PARA HOJE.'
                 MOVE WS-TODAY-DATE TO PO-PAYOFF-DATE
              WHEN WS-PAYOFF-DATE-N < WS-TODAY-DATE
                 DISPLAY 'DATA NO PASSADO - COTADO PARA HOJE.'
                 MOVE WS-TODAY-DATE TO PO-PAYOFF-DATE
              WHEN OTHER
                 MOVE WS-PAYOFF-DATE-N TO PO-PAYOFF-DATE
           END-EVALUATE.

       COTA-CONTA.
           PERFORM REGISTRA-CONSULTA.
           MOVE WS-INQ-ACCT-NO TO ACCT-NO.
           READ ACCT-REC.
           EVALUATE TRUE
              WHEN ACCT-FILE-STATUS = '23'
                 DISPLAY 'CONTA ' WS-INQ-ACCT-NO ' NAO ENCONTRADA.'
              WHEN ACCT-FILE-STATUS NOT = '00'
                 STRING 'READ ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-PAYQUOTE
              WHEN OTHER
                 PERFORM PEGA-DATA-QUITACAO
                 PERFORM MONTA-COTACAO
                 PERFORM MOSTRA-COTACAO
           END-EVALUATE.

       REGISTRA-CONSULTA.
      *a cotacao mostra saldo: fica na trilha de consultas como a
      *consulta de conta do AcctInq
           MOVE WS-OPERATOR-ID TO INQ-OPERATOR-ID.
           MOVE 'PAYQUOTE'     TO INQ-PGM-NAME.
           MOVE 'A'            TO INQ-KEY-TYPE.
           MOVE WS-INQ-ACCT-NO TO INQ-KEY.
           MOVE WS-INQ-ACCT-NO TO INQ-ACCT-NO.
           CALL 'INQLOG' USING INQ-LOG-PARMS.

       MONTA-COTACAO.
           PERFORM SELECT-STATE-RATE.
           MOVE ACCT-BALANCE    TO PO-BALANCE.
           MOVE WS-APPLIED-RATE TO PO-MONTHLY-RATE.
           IF ACCT-ST-CHGOFF
              MOVE 'N' TO PO-INTEREST-FLAG
           ELSE
              MOVE 'Y' TO PO-INTEREST-FLAG
           END-IF.
           PERFORM ACHA-ULTIMO-CICLO.
           PERFORM SOMA-TARIFAS-ABERTAS.
           PERFORM CALC-PAYOFF.

       ACHA-ULTIMO-CICLO.
      *ultimo fechamento do ciclo de faturamento da conta antes da
      *quitacao (conta ainda sem ciclo: o fechamento mensal); sem
      *PROCCAL o CALC-PAYOFF conta desde o fim do mes anterior
           MOVE ZERO TO PO-LAST-CYCLE-DATE.
           MOVE 'N' TO WS-PCAL-EOF.
           OPEN INPUT PROC-CAL.
           IF PCAL-FILE-STATUS = '00'
              PERFORM LE-CALENDARIO
              PERFORM UNTIL PCAL-EOF
                 IF PC-DATE < PO-PAYOFF-DATE
                    AND PC-DATE > PO-LAST-CYCLE-DATE
                    PERFORM TESTA-FECHAMENTO-CONTA
                 END-IF
                 PERFORM LE-CALENDARIO
              END-PERFORM
              CLOSE PROC-CAL
           END-IF.
           PERFORM ACHA-TROCA-CICLO.
      *conta que entrou no ciclo depois do ultimo fechamento dele
      *nao fechou ali: fica no ultimo fechamento que teve de fato
           IF TROCA-ACHADA
              AND ACCT-BILL-CYCLE NUMERIC
              AND NOT BILL-CYCLE-UNASSIGNED
              AND WS-TROCA-NOVO = ACCT-BILL-CYCLE
              AND WS-TROCA-DATA NOT < PO-LAST-CYCLE-DATE
              AND WS-TROCA-FECHAM > ZERO
              MOVE WS-TROCA-FECHAM TO PO-LAST-CYCLE-DATE
           END-IF.

       ACHA-TROCA-CICLO.
      *sem CYCHIST a conta nunca trocou de ciclo
           INITIALIZE WS-TROCA-CICLO.
           MOVE 'N' TO WS-CHST-EOF.
           OPEN INPUT CYC-HIST.
           IF CHST-FILE-STATUS = '00'
              PERFORM LE-TROCA-CICLO
              PERFORM UNTIL CHST-EOF
                 IF CH-ACCT-NO = ACCT-NO
                    AND CH-NEW-CYCLE NUMERIC
                    AND CH-ASSIGN-DATE NUMERIC
                    AND CH-LAST-CLOSE NUMERIC
                    MOVE 'Y'            TO WS-TROCA-ACHADA
                    MOVE CH-NEW-CYCLE   TO WS-TROCA-NOVO
                    MOVE CH-ASSIGN-DATE TO WS-TROCA-DATA
                    MOVE CH-LAST-CLOSE  TO WS-TROCA-FECHAM
                 END-IF
                 PERFORM LE-TROCA-CICLO
              END-PERFORM
              CLOSE CYC-HIST
           END-IF.

       LE-TROCA-CICLO.
           READ CYC-HIST
              AT END MOVE 'Y' TO WS-CHST-EOF
           END-READ.
           IF CHST-FILE-STATUS NOT = '00'
              AND CHST-FILE-STATUS NOT = '10'
              STRING 'READ CYC-HIST FAILED, STATUS '
                 CHST-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-PAYQUOTE
           END-IF.

       TESTA-FECHAMENTO-CONTA.
           IF ACCT-BILL-CYCLE NUMERIC
              AND NOT BILL-CYCLE-UNASSIGNED
              IF PC-CYCLE-FROM NUMERIC
                 AND PC-CYCLE-FROM > ZERO
                 AND ACCT-BILL-CYCLE NOT < PC-CYCLE-FROM
                 AND ACCT-BILL-CYCLE NOT > PC-CYCLE-TO
                 MOVE PC-DATE TO PO-LAST-CYCLE-DATE
              END-IF
           ELSE
              IF PC-MONTH-END = 'Y'
                 MOVE PC-DATE TO PO-LAST-CYCLE-DATE
              END-IF
           END-IF.

       LE-CALENDARIO.
           READ PROC-CAL
              AT END MOVE 'Y' TO WS-PCAL-EOF
           END-READ.
           IF PCAL-FILE-STATUS NOT = '00'
              AND PCAL-FILE-STATUS NOT = '10'
              STRING 'READ PROC-CAL FAILED, STATUS '
                 PCAL-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-PAYQUOTE
           END-IF.

       SOMA-TARIFAS-ABERTAS.
      *tarifas da conta no FEETXN, ainda fora do saldo; sem o
      *dataset alocado nao ha tarifa aberta
           MOVE ZERO TO PO-OPEN-FEES.
           MOVE 'N' TO WS-FTXN-EOF.
           OPEN INPUT FEE-TXN.
           IF FTXN-FILE-STATUS = '00'
              PERFORM LE-TARIFA
              PERFORM UNTIL FTXN-EOF
                 IF NOT PB-HEADER-REC
                    AND NOT PB-TRAILER-REC
                    AND PT-ACCT-NO = ACCT-NO
                    AND PT-DEBIT
                    ADD PT-AMOUNT TO PO-OPEN-FEES
                 END-IF
                 PERFORM LE-TARIFA
              END-PERFORM
              CLOSE FEE-TXN
           END-IF.

       LE-TARIFA.
           READ FEE-TXN
              AT END MOVE 'Y' TO WS-FTXN-EOF
           END-READ.
           IF FTXN-FILE-STATUS NOT = '00'
              AND FTXN-FILE-STATUS NOT = '10'
              STRING 'READ FEE-TXN FAILED, STATUS '
                 FTXN-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-PAYQUOTE
           END-IF.

      *paragrafo CALC-PAYOFF, compartilhado via copybook
           COPY PAYOFFPR.

       MOSTRA-COTACAO.
           MOVE PO-BALANCE         TO WS-BALANCE-ED.
           MOVE PO-PER-DIEM        TO WS-PER-DIEM-ED.
           MOVE PO-INTEREST        TO WS-INTEREST-ED.
           MOVE PO-OPEN-FEES       TO WS-FEES-ED.
           MOVE PO-PAYOFF-AMOUNT   TO WS-PAYOFF-ED.
           MOVE PO-MONTHLY-RATE    TO WS-RATE-ED.
           MOVE PO-DAYS            TO WS-DAYS-ED.
           DISPLAY '====================================='.
           DISPLAY 'ACCOUNT:       ' ACCT-NO.
           DISPLAY 'NAME:          ' FIRST-NAME ' ' LAST-NAME.
           DISPLAY 'STATE:         ' USA-STATE.
           DISPLAY 'BALANCE:       ' WS-BALANCE-ED.
           DISPLAY 'MONTHLY RATE:  ' WS-RATE-ED.
           MOVE PO-LAST-CYCLE-DATE TO WS-DATE-ED.
           DISPLAY 'LAST CYCLE:    ' WS-DATE-ED.
           MOVE PO-PAYOFF-DATE     TO WS-DATE-ED.
           DISPLAY 'PAYOFF DATE:   ' WS-DATE-ED.
           DISPLAY 'DAYS ACCRUED:  ' WS-DAYS-ED.
           DISPLAY 'PER DIEM:      ' WS-PER-DIEM-ED.
           DISPLAY 'ACCRUED INT.:  ' WS-INTEREST-ED.
           DISPLAY 'OPEN FEES:     ' WS-FEES-ED.
           DISPLAY 'PAYOFF AMOUNT: ' WS-PAYOFF-ED.
           IF PO-PAYOFF-AMOUNT < ZERO
              DISPLAY 'CREDIT BALANCE - REFUND DUE TO CUSTOMER'
           END-IF.
           IF ACCT-ST-CHGOFF
              DISPLAY 'CHARGED OFF - NO INTEREST ACCRUES'
           END-IF.
           IF ACCT-ST-CLOSED
              DISPLAY 'ACCOUNT ALREADY CLOSED'
           END-IF.
           DISPLAY '====================================='.

       ABEND-PAYQUOTE.
      *erro grave de I/O: mostra a mensagem e volta ao MainMenu em
      *vez de encerrar a sessao toda
           DISPLAY 'PAYQUOTE ABEND: ' WS-ABEND-TEXT.
           GOBACK.
