      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. AcctClos.
       AUTHOR. Julio Bittencourt.

      *Encerramento de conta: fechar era so digitar a situacao 'C'
      *no MNTTXN, o juro corrido desde o ultimo ciclo do FileHandling
      *se perdia e saldo credor de conta fechada ficava parado. Este
      *passo le os pedidos de encerramento novos (CLOSREQ) junto com
      *os ainda em aberto (CLOSPEND, regravado no fim). Na primeira
      *noite do pedido calcula o juro final ate a data-movimento
      *(CALC-PAYOFF, o mesmo da cotacao do PayQuote), grava o debito
      *em CLOSTXN no layout PSTTXN - concatenado no PSTTXN do
      *AcctPost depois do trailer, como o FEETXN - e emite o extrato
      *final em CLOSSTMT. Nas noites seguintes, ja com o juro final
      *postado: saldo zero e sem tarifa aberta gera a mudanca de
      *situacao para 'C' em CLOSMNT (layout MNTTXN, para o
      *AcctMaint aplicar); saldo credor gera o cheque de devolucao
      *em REFUNDCK e o debito que zera a conta; saldo devedor fica
      *em aberto e sai na lista de aging do CLOSRPT por dias desde
      *o pedido. Conta que trocou de ciclo no CycAsgn (CYCHIST) e
      *ainda nao fechou no ciclo novo conta o juro desde o ultimo
      *fechamento que teve de fato.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-REQ ASSIGN TO CLOSREQ
               FILE STATUS IS CREQ-FILE-STATUS .
           SELECT CLOSE-PEND ASSIGN TO CLOSPEND
               FILE STATUS IS CPND-FILE-STATUS .
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
           SELECT CYC-HIST ASSIGN TO CYCHIST
               FILE STATUS IS CHST-FILE-STATUS .
           SELECT FEE-TXN ASSIGN TO FEETXN
               FILE STATUS IS FTXN-FILE-STATUS .
           SELECT CLOSE-TXN-OUT ASSIGN TO CLOSTXN
               FILE STATUS IS CTXN-FILE-STATUS .
           SELECT MAINT-TXN-OUT ASSIGN TO CLOSMNT
               FILE STATUS IS MTXN-FILE-STATUS .
           SELECT REFUND-OUT ASSIGN TO REFUNDCK
               FILE STATUS IS RFND-FILE-STATUS .
           SELECT STMT-OUT ASSIGN TO CLOSSTMT
               FILE STATUS IS STMT-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO CLOSRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD CLOSE-REQ RECORDING MODE F .
      *pedidos novos; layout compartilhado no copybook CLOSREQ
           COPY CLOSREQ.

       FD CLOSE-PEND RECORDING MODE F .
      *pedidos em aberto, mesmo layout do CLOSREQ
       01  CLOSE-PEND-REC        PIC X(88) .

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
      *util de fechamento antes de hoje e o ultimo ciclo de juros
       01  PROC-CAL-REC.
           05 PC-DATE           PIC 9(8) .
           05 PC-BUSINESS-DAY   PIC X(1) .
           05 PC-MONTH-END      PIC X(1) .
           05 PC-YEAR-END       PIC X(1) .
           05 PC-CYCLE-FROM     PIC 9(2) .
           05 PC-CYCLE-TO       PIC 9(2) .

       FD CYC-HIST RECORDING MODE F .
      *trocas de ciclo gravadas pelo CycAsgn; layout compartilhado
      *no copybook CYCHIST
           COPY CYCHIST.

       FD FEE-TXN RECORDING MODE F .
      *tarifas assessadas pelo FeeAsmt esperando o AcctPost; layout
      *compartilhado no copybook PSTTXN
           COPY PSTTXN.

       FD CLOSE-TXN-OUT RECORDING MODE F .
      *juro final e debito do cheque de devolucao; layout do PSTTXN
      *com prefixo CT-, so detalhes (sem header e trailer, como o
      *FEETXN)
           COPY PSTTXN REPLACING ==POST-TXN-REC== BY ==CLOSE-TXN-REC==
                ==POST-BATCH-HEADER== BY ==CLOSE-BATCH-HEADER==
                ==POST-BATCH-TRAILER== BY ==CLOSE-BATCH-TRAILER==
                LEADING ==PT-== BY ==CT-==
                LEADING ==PB-== BY ==CB-==.

       FD MAINT-TXN-OUT RECORDING MODE F .
      *layout compartilhado no copybook MNTTXN
           COPY MNTTXN.

       FD REFUND-OUT RECORDING MODE F .
      *cheque de devolucao do saldo credor, para a emissao de
      *cheques do contas a pagar
       01  REFUND-CHECK-REC.
           05 RK-ACCT-NO        PIC X(8) .
           05 RK-ISSUE-DATE     PIC 9(8) .
           05 RK-AMOUNT         PIC 9(7)V99 .
           05 RK-CURRENCY-CODE  PIC X(3) .
           05 RK-FIRST-NAME     PIC X(15) .
           05 RK-LAST-NAME      PIC X(20) .
           05 RK-STREET-ADDR    PIC X(25) .
           05 RK-CITY-COUNTY    PIC X(20) .
           05 RK-USA-STATE      PIC X(15) .
           05 RK-ZIP-CODE       PIC X(5) .

       FD STMT-OUT RECORDING MODE F .
       01  STMT-REC              PIC X(80) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(132) .

       WORKING-STORAGE SECTION.
       01  CREQ-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CPND-FILE-STATUS     PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PCAL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  FTXN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CTXN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  MTXN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RFND-FILE-STATUS     PIC X(2) VALUE '00'.
       01  STMT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-LAST-CYCLE-DATE   PIC 9(8) VALUE ZERO.
      *ultimo fechamento de cada ciclo de faturamento antes de hoje;
      *o WS-LAST-CYCLE-DATE acima fica para a conta ainda sem ciclo
       01  WS-CYCLE-CLOSE-TABLE.
           05 WS-CYCLE-CLOSE-DATE PIC 9(8) OCCURS 99 TIMES.
       01  WS-CYC-SUB           PIC 9(2) VALUE ZERO.

      *troca de ciclo mais recente de cada conta (CYCHIST); vale
      *enquanto a conta nao fechou no ciclo novo, e o ultimo ciclo
      *dela e o ultimo fechamento que teve no arranjo antigo
       01  CHST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CYCHG-TABLE.
           05 WS-CYCHG-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-CYCHG-ENTRY OCCURS 1000 TIMES
                 INDEXED BY CGX.
              10 WG-ACCT-NO     PIC X(8).
              10 WG-NEW-CYCLE   PIC 9(2).
              10 WG-ASSIGN-DATE PIC 9(8).
              10 WG-LAST-CLOSE  PIC 9(8).
       01  WS-CYCHG-FOUND       PIC X(1) VALUE 'N'.
           88 CYCHG-FOUND       VALUE 'Y'.
       01  WS-CYCHG-KEY         PIC X(8) VALUE SPACES.

      *taxa de juros mensal default, substituida pela do RUNPARM -
      *o mesmo default do FileHandling
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

      *tarifas do FEETXN ainda fora do saldo, somadas por conta
       01  WS-FEE-TABLE.
           05 WS-FEE-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-FEE-ENTRY OCCURS 2000 TIMES
                 INDEXED BY FEX.
              10 WF-ACCT-NO     PIC X(8).
              10 WF-AMOUNT      PIC S9(7)V99 COMP-3.

      *pedidos de encerramento em aberto: os do CLOSPEND mais os
      *novos do CLOSREQ; o que sai no fim e regravado no CLOSPEND
       01  WS-CLOSE-TABLE.
           05 WS-CLOSE-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-CLOSE-ENTRY OCCURS 2000 TIMES
                 INDEXED BY CLX.
              10 WC-REQUEST     PIC X(88).
              10 WC-KEEP-FLAG   PIC X(1).
                 88 WC-KEEP         VALUE 'Y'.
              10 WC-AGING-FLAG  PIC X(1).
                 88 WC-AGING        VALUE 'Y'.
              10 WC-LAST-NAME   PIC X(20).
              10 WC-BALANCE     PIC S9(7)V99 COMP-3.
              10 WC-AGE-DAYS    PIC S9(5) COMP-3.
       01  WS-DUP-FOUND         PIC X(1) VALUE 'N'.
           88 DUP-FOUND         VALUE 'Y'.

      *situacao do pedido corrente nesta noite
       01  WS-ACTION-TEXT       PIC X(40) VALUE SPACES.
       01  WS-REFUND-AMOUNT     PIC S9(7)V99 COMP-3 VALUE ZERO.

      *contadores de controle da execucao
       01  WS-REQ-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-NEW-REQ-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-FINAL-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-CLOSED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-REFUND-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-AGING-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-DROPPED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-CHARGE-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-REFUND-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.

      *faixas do aging por dias desde o pedido
       01  WS-AGING-TOTALS.
           05 WS-AGE-BAL-1      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-AGE-BAL-2      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-AGE-BAL-3      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05 WS-AGE-BAL-4      PIC S9(9)V99 COMP-3 VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-REQ-DROPPED    VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *area de parametros do subprograma BUSDATE
           COPY BUSDPRM.

       01  COLUMN-LINE.
           05 FILLER             PIC X(10) VALUE 'ACCT-NO'.
           05 FILLER             PIC X(22) VALUE 'LAST NAME'.
           05 FILLER             PIC X(12) VALUE 'REQUESTED'.
           05 FILLER             PIC X(16) VALUE '       BALANCE'.
           05 FILLER             PIC X(16) VALUE '  FINAL CHARGE'.
           05 FILLER             PIC X(56) VALUE 'ACTION'.

       01  DETAIL-LINE.
           05 DT-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-REQ-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-BALANCE         PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-FINAL-CHARGE    PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 DT-ACTION          PIC X(40).
           05 FILLER             PIC X(16) VALUE SPACES.

       01  AGING-TITLE-LINE.
           05 FILLER             PIC X(50) VALUE
              'CLOSURE REQUESTED - BALANCE STILL OWED (AGING)'.
           05 FILLER             PIC X(82) VALUE SPACES.

       01  AGING-COLUMN-LINE.
           05 FILLER             PIC X(10) VALUE 'ACCT-NO'.
           05 FILLER             PIC X(22) VALUE 'LAST NAME'.
           05 FILLER             PIC X(12) VALUE 'REQUESTED'.
           05 FILLER             PIC X(7)  VALUE '   DAYS'.
           05 FILLER             PIC X(16) VALUE '       0-30'.
           05 FILLER             PIC X(16) VALUE '      31-60'.
           05 FILLER             PIC X(16) VALUE '      61-90'.
           05 FILLER             PIC X(16) VALUE '    OVER 90'.
           05 FILLER             PIC X(17) VALUE SPACES.

       01  AGING-LINE.
           05 AG-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AG-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AG-REQ-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AG-DAYS            PIC ZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AG-BUCKET-1        PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 AG-BUCKET-2        PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 AG-BUCKET-3        PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 AG-BUCKET-4        PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER             PIC X(17) VALUE SPACES.

       01  AGING-TOTAL-LINE.
           05 FILLER             PIC X(51) VALUE 'AGING TOTALS'.
           05 AT-BUCKET-1        PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AT-BUCKET-2        PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AT-BUCKET-3        PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AT-BUCKET-4        PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(19) VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER             PIC X(10) VALUE 'REQUESTS: '.
           05 TL-REQ-COUNT       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(7)  VALUE '  NEW: '.
           05 TL-NEW-REQ-COUNT   PIC ZZZ,ZZ9.
           05 FILLER             PIC X(18) VALUE '  FINAL CHARGES: '.
           05 TL-FINAL-COUNT     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE '  CLOSED: '.
           05 TL-CLOSED-COUNT    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(11) VALUE '  REFUNDS: '.
           05 TL-REFUND-COUNT    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(9)  VALUE '  AGING: '.
           05 TL-AGING-COUNT     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(11) VALUE '  DROPPED: '.
           05 TL-DROPPED-COUNT   PIC ZZZ,ZZ9.
           05 FILLER             PIC X(6)  VALUE SPACES.

       01  AMOUNT-TOTAL-LINE.
           05 FILLER             PIC X(21) VALUE
              'FINAL CHARGES TOTAL: '.
           05 AL-CHARGE-TOTAL    PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(18) VALUE '  REFUNDS TOTAL: '.
           05 AL-REFUND-TOTAL    PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(65) VALUE SPACES.

      *linhas do extrato final; o bloco de endereco segue o
      *posicionamento de janela do CollLtr
       01  NAME-LINE.
           05 NL-FIRST-NAME      PIC X(15).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 NL-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(44) VALUE SPACES.

       01  ADDR-LINE.
           05 AL-STREET-ADDR     PIC X(25).
           05 FILLER             PIC X(55) VALUE SPACES.

       01  CITY-LINE.
           05 CL-CITY-COUNTY     PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CL-USA-STATE       PIC X(15).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CL-ZIP-CODE        PIC X(5).
           05 FILLER             PIC X(36) VALUE SPACES.

       01  STMT-TITLE-LINE       PIC X(80)
              VALUE 'FINAL STATEMENT - ACCOUNT CLOSURE'.

       01  STMT-ACCT-LINE.
           05 FILLER             PIC X(9)  VALUE 'ACCOUNT: '.
           05 SA-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(19) VALUE
              '   STATEMENT DATE: '.
           05 SA-STMT-DATE       PIC 9999/99/99.
           05 FILLER             PIC X(34) VALUE SPACES.

       01  STMT-AMOUNT-LINE.
           05 SL-LABEL           PIC X(40).
           05 SL-AMOUNT          PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(26) VALUE SPACES.

       01  STMT-INTEREST-LABEL.
           05 FILLER             PIC X(23) VALUE
              'FINAL FINANCE CHARGE ('.
           05 SI-DAYS            PIC ZZ9.
           05 FILLER             PIC X(11) VALUE ' DAYS FROM '.
           05 SI-FROM-DATE       PIC 9999/99/99.
           05 FILLER             PIC X(3)  VALUE ')'.

       01  STMT-DUE-TEXT         PIC X(80)
              VALUE 'PLEASE PAY THE AMOUNT DUE TO COMPLETE CLOSURE.'.
       01  STMT-REFUND-TEXT      PIC X(80)
              VALUE 'THE CREDIT BALANCE WILL BE REFUNDED BY CHECK.'.
       01  STMT-ZERO-TEXT        PIC X(80)
              VALUE 'NOTHING IS DUE. YOUR ACCOUNT WILL BE CLOSED.'.

       01  PAGE-BREAK-LINE       PIC X(80) VALUE ALL '='.
       01  BLANK-LINE            PIC X(80) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM READ-RUN-PARM.
           PERFORM LOAD-STATE-RATES.
           PERFORM FIND-LAST-CYCLE.
           PERFORM LOAD-CYCLE-CHANGES.
           PERFORM LOAD-OPEN-FEES.
           PERFORM LOAD-PENDING.
           PERFORM LOAD-NEW-REQUESTS.
           PERFORM PROCESS-REQUESTS.
           PERFORM WRITE-AGING-LIST.
           PERFORM REWRITE-PENDING.
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
           OPEN OUTPUT CLOSE-TXN-OUT .
           IF CTXN-FILE-STATUS NOT = '00'
              STRING 'OPEN CLOSE-TXN-OUT FAILED, STATUS '
                 CTXN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT MAINT-TXN-OUT .
           IF MTXN-FILE-STATUS NOT = '00'
              STRING 'OPEN MAINT-TXN-OUT FAILED, STATUS '
                 MTXN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT REFUND-OUT .
           IF RFND-FILE-STATUS NOT = '00'
              STRING 'OPEN REFUND-OUT FAILED, STATUS '
                 RFND-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT STMT-OUT .
           IF STMT-FILE-STATUS NOT = '00'
              STRING 'OPEN STMT-OUT FAILED, STATUS ' STMT-FILE-STATUS
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
           MOVE 'ACCOUNT CLOSURE PROCESSING' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE COLUMN-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'ACCTCLOS ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       GET-BUSINESS-DATE.
      *a data-movimento vem do controle BUSDTCTL, nao do relogio;
      *e a data de quitacao do juro final
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-DATE-INVALID
              MOVE BUSD-MESSAGE TO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF BUSD-PRIOR-RERUN
              DISPLAY 'ACCTCLOS ' BUSD-MESSAGE
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-TODAY-DATE.

       READ-RUN-PARM.
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
           END-READ.
           IF SRAT-FILE-STATUS NOT = '00'
              AND SRAT-FILE-STATUS NOT = '10'
              STRING 'READ STATE-RATE FAILED, STATUS '
                 SRAT-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
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

      *paragrafo CALC-PAYOFF, compartilhado via copybook
           COPY PAYOFFPR.

       FIND-LAST-CYCLE.
      *ultimo fechamento mensal do calendario antes de hoje, e o de
      *cada ciclo de faturamento; sem PROCCAL o CALC-PAYOFF conta
      *desde o fim do mes anterior
           MOVE 'N' TO WS-GEN-EOF.
           INITIALIZE WS-CYCLE-CLOSE-TABLE.
           OPEN INPUT PROC-CAL.
           IF PCAL-FILE-STATUS = '00'
              PERFORM READ-PCAL-REC
              PERFORM UNTIL GEN-EOF
                 IF PC-MONTH-END = 'Y'
                    AND PC-DATE < WS-TODAY-DATE
                    AND PC-DATE > WS-LAST-CYCLE-DATE
                    MOVE PC-DATE TO WS-LAST-CYCLE-DATE
                 END-IF
                 IF PC-CYCLE-FROM NUMERIC
                    AND PC-CYCLE-FROM > ZERO
                    AND PC-DATE < WS-TODAY-DATE
                    PERFORM NOTE-CYCLE-CLOSE
                       VARYING WS-CYC-SUB FROM PC-CYCLE-FROM BY 1
                       UNTIL WS-CYC-SUB > PC-CYCLE-TO
                 END-IF
                 PERFORM READ-PCAL-REC
              END-PERFORM
              CLOSE PROC-CAL
           END-IF.

       NOTE-CYCLE-CLOSE.
           IF PC-DATE > WS-CYCLE-CLOSE-DATE (WS-CYC-SUB)
              MOVE PC-DATE TO WS-CYCLE-CLOSE-DATE (WS-CYC-SUB)
           END-IF.

       SELECT-LAST-CYCLE.
      *fechamento do ciclo da propria conta; ciclo ainda sem
      *fechamento no calendario (ou conta sem ciclo) fica no ultimo
      *fechamento mensal. Conta que entrou no ciclo depois do
      *fechamento dele nao fechou ali: fica no ultimo fechamento
      *que teve (CYCHIST), sem voltar para dias ja cobrados
           MOVE WS-LAST-CYCLE-DATE TO PO-LAST-CYCLE-DATE.
           IF ACCT-BILL-CYCLE NUMERIC
              AND NOT BILL-CYCLE-UNASSIGNED
              IF WS-CYCLE-CLOSE-DATE (ACCT-BILL-CYCLE) > ZERO
                 MOVE WS-CYCLE-CLOSE-DATE (ACCT-BILL-CYCLE)
                    TO PO-LAST-CYCLE-DATE
              END-IF
              MOVE ACCT-NO TO WS-CYCHG-KEY
              PERFORM FIND-CYCLE-CHANGE
              IF CYCHG-FOUND
                 AND WG-NEW-CYCLE (CGX) = ACCT-BILL-CYCLE
                 AND WG-ASSIGN-DATE (CGX)
                    NOT < WS-CYCLE-CLOSE-DATE (ACCT-BILL-CYCLE)
                 AND WG-LAST-CLOSE (CGX) > ZERO
                 MOVE WG-LAST-CLOSE (CGX) TO PO-LAST-CYCLE-DATE
              END-IF
           END-IF.

       LOAD-CYCLE-CHANGES.
      *a troca mais recente de cada conta substitui a anterior;
      *conta nova na tabela so entra se a troca ainda vale (sem
      *fechamento do ciclo novo desde entao). Sem CYCHIST nenhuma
      *conta trocou de ciclo
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT CYC-HIST.
           IF CHST-FILE-STATUS = '00'
              PERFORM READ-CHST-REC
              PERFORM UNTIL GEN-EOF
                 IF CH-NEW-CYCLE NUMERIC
                    AND CH-NEW-CYCLE > ZERO
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
              AND CH-ASSIGN-DATE
                 NOT < WS-CYCLE-CLOSE-DATE (CH-NEW-CYCLE)
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
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF CHST-FILE-STATUS NOT = '00'
              AND CHST-FILE-STATUS NOT = '10'
              STRING 'READ CYC-HIST FAILED, STATUS ' CHST-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-PCAL-REC.
           READ PROC-CAL
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF PCAL-FILE-STATUS NOT = '00'
              AND PCAL-FILE-STATUS NOT = '10'
              STRING 'READ PROC-CAL FAILED, STATUS '
                 PCAL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-OPEN-FEES.
      *tarifas do FEETXN ainda fora do saldo: entram no extrato
      *final e seguram o encerramento ate serem postadas
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT FEE-TXN.
           IF FTXN-FILE-STATUS = '00'
              PERFORM READ-FTXN-REC
              PERFORM UNTIL GEN-EOF
                 IF NOT PB-HEADER-REC
                    AND NOT PB-TRAILER-REC
                    AND PT-DEBIT
                    PERFORM ADD-OPEN-FEE
                 END-IF
                 PERFORM READ-FTXN-REC
              END-PERFORM
              CLOSE FEE-TXN
           END-IF.

       READ-FTXN-REC.
           READ FEE-TXN
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF FTXN-FILE-STATUS NOT = '00'
              AND FTXN-FILE-STATUS NOT = '10'
              STRING 'READ FEE-TXN FAILED, STATUS '
                 FTXN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ADD-OPEN-FEE.
           MOVE 'N' TO WS-DUP-FOUND.
           IF WS-FEE-COUNT > ZERO
              SET FEX TO 1
              SEARCH WS-FEE-ENTRY
                 AT END CONTINUE
                 WHEN FEX > WS-FEE-COUNT
                    CONTINUE
                 WHEN WF-ACCT-NO (FEX) = PT-ACCT-NO
                    MOVE 'Y' TO WS-DUP-FOUND
                    ADD PT-AMOUNT TO WF-AMOUNT (FEX)
              END-SEARCH
           END-IF.
           IF NOT DUP-FOUND
              IF WS-FEE-COUNT = 2000
                 STRING 'OPEN FEE TABLE FULL AT 2000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-FEE-COUNT
              SET FEX TO WS-FEE-COUNT
              MOVE PT-ACCT-NO TO WF-ACCT-NO (FEX)
              MOVE PT-AMOUNT  TO WF-AMOUNT (FEX)
           END-IF.

       LOAD-PENDING.
      *pedidos em aberto das noites anteriores; na primeira
      *execucao o CLOSPEND ainda nao existe
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT CLOSE-PEND.
           IF CPND-FILE-STATUS = '05' OR CPND-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF CPND-FILE-STATUS NOT = '00'
                 STRING 'OPEN CLOSE-PEND FAILED, STATUS '
                    CPND-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-CPND-REC
              PERFORM UNTIL GEN-EOF
                 MOVE CLOSE-PEND-REC TO CLOSE-REQ-REC
                 PERFORM ADD-CLOSE-ENTRY
                 PERFORM READ-CPND-REC
              END-PERFORM
              CLOSE CLOSE-PEND
           END-IF.

       READ-CPND-REC.
           READ CLOSE-PEND
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF CPND-FILE-STATUS NOT = '00'
              AND CPND-FILE-STATUS NOT = '10'
              STRING 'READ CLOSE-PEND FAILED, STATUS '
                 CPND-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-NEW-REQUESTS.
      *pedido novo para conta que ja tem pedido em aberto e o
      *mesmo pedido digitado de novo: fica so o primeiro
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT CLOSE-REQ.
           IF CREQ-FILE-STATUS = '05' OR CREQ-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF CREQ-FILE-STATUS NOT = '00'
                 STRING 'OPEN CLOSE-REQ FAILED, STATUS '
                    CREQ-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-CREQ-REC
              PERFORM UNTIL GEN-EOF
                 PERFORM CHECK-DUP-REQUEST
                 IF DUP-FOUND
                    DISPLAY 'ACCTCLOS DUPLICATE REQUEST IGNORED: '
                       CR-ACCT-NO
                 ELSE
                    IF CR-REQ-DATE NOT NUMERIC
                       OR CR-REQ-DATE = ZERO
                       MOVE WS-TODAY-DATE TO CR-REQ-DATE
                    END-IF
                    MOVE ZERO TO CR-FINAL-DATE
                    MOVE ZERO TO CR-FINAL-CHARGE
                    MOVE ZERO TO CR-REFUND-DATE
                    MOVE ZERO TO CR-REFUND-AMOUNT
                    ADD 1 TO WS-NEW-REQ-COUNT
                    PERFORM ADD-CLOSE-ENTRY
                 END-IF
                 PERFORM READ-CREQ-REC
              END-PERFORM
              CLOSE CLOSE-REQ
           END-IF.

       READ-CREQ-REC.
           READ CLOSE-REQ
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF CREQ-FILE-STATUS NOT = '00'
              AND CREQ-FILE-STATUS NOT = '10'
              STRING 'READ CLOSE-REQ FAILED, STATUS '
                 CREQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CHECK-DUP-REQUEST.
           MOVE 'N' TO WS-DUP-FOUND.
           IF WS-CLOSE-COUNT > ZERO
              SET CLX TO 1
              SEARCH WS-CLOSE-ENTRY
                 AT END CONTINUE
                 WHEN CLX > WS-CLOSE-COUNT
                    CONTINUE
                 WHEN WC-REQUEST (CLX) (1:8) = CR-ACCT-NO
                    MOVE 'Y' TO WS-DUP-FOUND
              END-SEARCH
           END-IF.

       ADD-CLOSE-ENTRY.
      *um pedido perdido seria uma conta que nunca fecha: tabela
      *cheia para o passo
           IF WS-CLOSE-COUNT = 2000
              STRING 'CLOSURE TABLE FULL AT 2000 ENTRIES'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-CLOSE-COUNT.
           SET CLX TO WS-CLOSE-COUNT.
           MOVE CLOSE-REQ-REC TO WC-REQUEST (CLX).
           MOVE 'Y'  TO WC-KEEP-FLAG (CLX).
           MOVE 'N'  TO WC-AGING-FLAG (CLX).
           MOVE ZERO TO WC-BALANCE (CLX).
           MOVE ZERO TO WC-AGE-DAYS (CLX).

       PROCESS-REQUESTS.
           IF WS-CLOSE-COUNT > ZERO
              PERFORM PROCESS-ONE-REQUEST
                 VARYING CLX FROM 1 BY 1
                 UNTIL CLX > WS-CLOSE-COUNT
           END-IF.

       PROCESS-ONE-REQUEST.
           ADD 1 TO WS-REQ-COUNT.
           MOVE WC-REQUEST (CLX) TO CLOSE-REQ-REC.
           MOVE SPACES TO WS-ACTION-TEXT.
           MOVE CR-ACCT-NO TO ACCT-NO.
           READ ACCT-REC.
           IF ACCT-FILE-STATUS NOT = '00'
              AND ACCT-FILE-STATUS NOT = '23'
              STRING 'READ ACCT-REC FAILED, STATUS '
                 ACCT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           EVALUATE TRUE
              WHEN ACCT-FILE-STATUS = '23'
                 MOVE SPACES TO LAST-NAME
                 MOVE ZERO   TO ACCT-BALANCE
                 PERFORM DROP-REQUEST
                 MOVE 'ACCOUNT NOT ON FILE - REQUEST DROPPED'
                    TO WS-ACTION-TEXT
              WHEN ACCT-ST-CLOSED
                 MOVE 'N' TO WC-KEEP-FLAG (CLX)
                 MOVE 'ALREADY CLOSED - REQUEST COMPLETE'
                    TO WS-ACTION-TEXT
      *----------charged-off: o saldo vive no razao subsidiario e a
      *----------recuperacao, nao o encerramento, e quem trata
              WHEN ACCT-ST-CHGOFF
                 PERFORM DROP-REQUEST
                 MOVE 'CHARGED OFF - REQUEST DROPPED'
                    TO WS-ACTION-TEXT
              WHEN CR-FINAL-DATE = ZERO
                 PERFORM POST-FINAL-CHARGE
              WHEN OTHER
                 PERFORM SETTLE-ACCOUNT
           END-EVALUATE.
           MOVE CLOSE-REQ-REC TO WC-REQUEST (CLX).
           MOVE LAST-NAME     TO WC-LAST-NAME (CLX).
           PERFORM WRITE-DETAIL-LINE.

       DROP-REQUEST.
           MOVE 'N' TO WC-KEEP-FLAG (CLX).
           ADD 1 TO WS-DROPPED-COUNT.

       FIND-OPEN-FEES.
           MOVE ZERO TO PO-OPEN-FEES.
           IF WS-FEE-COUNT > ZERO
              SET FEX TO 1
              SEARCH WS-FEE-ENTRY
                 AT END CONTINUE
                 WHEN FEX > WS-FEE-COUNT
                    CONTINUE
                 WHEN WF-ACCT-NO (FEX) = ACCT-NO
                    MOVE WF-AMOUNT (FEX) TO PO-OPEN-FEES
              END-SEARCH
           END-IF.

       POST-FINAL-CHARGE.
      *primeira noite do pedido: juro desde o ultimo ciclo ate a
      *data-movimento, postado pela esteira do AcctPost, e o extrato
      *final com o que o cliente deve; sem juro nem tarifa a postar
      *a conta ja pode ser acertada nesta mesma noite
           PERFORM SELECT-STATE-RATE.
           MOVE ACCT-BALANCE       TO PO-BALANCE.
           MOVE WS-APPLIED-RATE    TO PO-MONTHLY-RATE.
           PERFORM SELECT-LAST-CYCLE.
           MOVE WS-TODAY-DATE      TO PO-PAYOFF-DATE.
           MOVE 'Y'                TO PO-INTEREST-FLAG.
           PERFORM FIND-OPEN-FEES.
           PERFORM CALC-PAYOFF.
           MOVE WS-TODAY-DATE TO CR-FINAL-DATE.
           MOVE PO-INTEREST   TO CR-FINAL-CHARGE.
           ADD 1 TO WS-FINAL-COUNT.
           IF PO-INTEREST > ZERO
              MOVE PO-INTEREST TO CT-AMOUNT
              PERFORM WRITE-CLOSE-TXN
              ADD PO-INTEREST TO WS-CHARGE-TOTAL
           END-IF.
           PERFORM WRITE-FINAL-STATEMENT.
           IF PO-INTEREST > ZERO
              OR PO-OPEN-FEES NOT = ZERO
              MOVE 'FINAL CHARGE POSTED, STATEMENT ISSUED'
                 TO WS-ACTION-TEXT
           ELSE
              PERFORM SETTLE-ACCOUNT
           END-IF.

       SETTLE-ACCOUNT.
      *juro final ja no saldo: saldo zero fecha, saldo credor vira
      *cheque de devolucao, saldo devedor espera o pagamento no aging
           PERFORM FIND-OPEN-FEES.
           EVALUATE TRUE
              WHEN PO-OPEN-FEES NOT = ZERO
                 MOVE 'FEES NOT YET POSTED - CLOSURE WAITS'
                    TO WS-ACTION-TEXT
              WHEN ACCT-BALANCE = ZERO
                 PERFORM WRITE-CLOSE-MAINT
                 MOVE 'N' TO WC-KEEP-FLAG (CLX)
                 ADD 1 TO WS-CLOSED-COUNT
                 MOVE 'STATUS CHANGE TO C ISSUED - CLOSED'
                    TO WS-ACTION-TEXT
              WHEN ACCT-BALANCE < ZERO
                 AND CR-REFUND-DATE = ZERO
                 PERFORM ISSUE-REFUND
              WHEN ACCT-BALANCE < ZERO
                 MOVE 'REFUND ISSUED - AWAITING POSTING'
                    TO WS-ACTION-TEXT
              WHEN OTHER
                 MOVE 'Y' TO WC-AGING-FLAG (CLX)
                 MOVE ACCT-BALANCE TO WC-BALANCE (CLX)
                 COMPUTE WC-AGE-DAYS (CLX) =
                    FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                  - FUNCTION INTEGER-OF-DATE (CR-REQ-DATE)
                 ADD 1 TO WS-AGING-COUNT
                 MOVE 'BALANCE OWED - ON AGING LIST'
                    TO WS-ACTION-TEXT
           END-EVALUATE.

       ISSUE-REFUND.
      *cheque do saldo credor inteiro e o debito que zera a conta;
      *na noite depois da postagem o saldo zero fecha a conta
           COMPUTE WS-REFUND-AMOUNT = ZERO - ACCT-BALANCE.
           MOVE ACCT-NO            TO RK-ACCT-NO.
           MOVE WS-TODAY-DATE      TO RK-ISSUE-DATE.
           MOVE WS-REFUND-AMOUNT   TO RK-AMOUNT.
           MOVE ACCT-CURRENCY-CODE TO RK-CURRENCY-CODE.
           MOVE FIRST-NAME         TO RK-FIRST-NAME.
           MOVE LAST-NAME          TO RK-LAST-NAME.
           MOVE STREET-ADDR        TO RK-STREET-ADDR.
           MOVE CITY-COUNTY        TO RK-CITY-COUNTY.
           MOVE USA-STATE          TO RK-USA-STATE.
           MOVE ACCT-ZIP-CODE      TO RK-ZIP-CODE.
           WRITE REFUND-CHECK-REC.
           IF RFND-FILE-STATUS NOT = '00'
              STRING 'WRITE REFUND-OUT FAILED, STATUS '
                 RFND-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE WS-REFUND-AMOUNT TO CT-AMOUNT.
           PERFORM WRITE-CLOSE-TXN.
           MOVE WS-TODAY-DATE    TO CR-REFUND-DATE.
           MOVE WS-REFUND-AMOUNT TO CR-REFUND-AMOUNT.
           ADD 1 TO WS-REFUND-COUNT.
           ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL.
           MOVE 'CREDIT BALANCE REFUND CHECK ISSUED'
              TO WS-ACTION-TEXT.

       WRITE-CLOSE-TXN.
      *debito no layout PSTTXN: aumenta o ACCT-BALANCE no AcctPost
           MOVE ACCT-NO TO CT-ACCT-NO.
           MOVE 'D'     TO CT-DC-CODE.
           MOVE ZERO    TO CT-REF-SEQ.
           MOVE SPACES  TO CT-XFER-ACCT-NO.
           MOVE SPACES  TO CT-ORIG-CURRENCY.
           MOVE ZERO    TO CT-ORIG-AMOUNT.
           MOVE ZERO    TO CT-EFF-DATE.
           WRITE CLOSE-TXN-REC.
           IF CTXN-FILE-STATUS NOT = '00'
              STRING 'WRITE CLOSE-TXN-OUT FAILED, STATUS '
                 CTXN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-CLOSE-MAINT.
      *mudanca de situacao para 'C' pela esteira do AcctMaint, com
      *os demais campos como estao no cadastro
           MOVE SPACES             TO MNT-TXN-REC.
           MOVE 'C'                TO MT-ACTION.
           MOVE 'ACCTCLOS'         TO MT-OPERATOR-ID.
           MOVE ACCT-NO            TO MT-ACCT-NO.
           MOVE ACCT-LIMIT         TO MT-ACCT-LIMIT.
           MOVE ACCT-BALANCE       TO MT-ACCT-BALANCE.
           MOVE LAST-NAME          TO MT-LAST-NAME.
           MOVE FIRST-NAME         TO MT-FIRST-NAME.
           MOVE STREET-ADDR        TO MT-STREET-ADDR.
           MOVE CITY-COUNTY        TO MT-CITY-COUNTY.
           MOVE USA-STATE          TO MT-USA-STATE.
           MOVE ACCT-CURRENCY-CODE TO MT-CURRENCY-CODE.
           MOVE ACCT-ZIP-CODE      TO MT-ZIP-CODE.
           STRING 'CLOSED AT REQUEST OF ' CR-REQ-DATE ' BY '
              CR-OPERATOR-ID DELIMITED BY SIZE INTO MT-COMMENTS.
           MOVE 'C'                TO MT-ACCT-STATUS.
           MOVE ACCT-MAIL-SUPPRESS TO MT-MAIL-SUPPRESS.
           WRITE MNT-TXN-REC.
           IF MTXN-FILE-STATUS NOT = '00'
              STRING 'WRITE MAINT-TXN-OUT FAILED, STATUS '
                 MTXN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-FINAL-STATEMENT.
      *----tres linhas em branco posicionam o bloco de endereco na
      *----janela do envelope, como no CollLtr
           MOVE BLANK-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           PERFORM WRITE-STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE FIRST-NAME TO NL-FIRST-NAME.
           MOVE LAST-NAME  TO NL-LAST-NAME.
           MOVE NAME-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE STREET-ADDR TO AL-STREET-ADDR.
           MOVE ADDR-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE CITY-COUNTY   TO CL-CITY-COUNTY.
           MOVE USA-STATE     TO CL-USA-STATE.
           MOVE ACCT-ZIP-CODE TO CL-ZIP-CODE.
           MOVE CITY-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE BLANK-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE STMT-TITLE-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE ACCT-NO       TO SA-ACCT-NO.
           MOVE WS-TODAY-DATE TO SA-STMT-DATE.
           MOVE STMT-ACCT-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE BLANK-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE 'BALANCE' TO SL-LABEL.
           MOVE PO-BALANCE TO SL-AMOUNT.
           MOVE STMT-AMOUNT-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE PO-DAYS            TO SI-DAYS.
           MOVE PO-LAST-CYCLE-DATE TO SI-FROM-DATE.
           MOVE STMT-INTEREST-LABEL TO SL-LABEL.
           MOVE PO-INTEREST TO SL-AMOUNT.
           MOVE STMT-AMOUNT-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE 'FEES ASSESSED NOT YET ON BALANCE' TO SL-LABEL.
           MOVE PO-OPEN-FEES TO SL-AMOUNT.
           MOVE STMT-AMOUNT-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE 'AMOUNT DUE TO CLOSE' TO SL-LABEL.
           MOVE PO-PAYOFF-AMOUNT TO SL-AMOUNT.
           MOVE STMT-AMOUNT-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE BLANK-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           EVALUATE TRUE
              WHEN PO-PAYOFF-AMOUNT > ZERO
                 MOVE STMT-DUE-TEXT TO STMT-REC
              WHEN PO-PAYOFF-AMOUNT < ZERO
                 MOVE STMT-REFUND-TEXT TO STMT-REC
              WHEN OTHER
                 MOVE STMT-ZERO-TEXT TO STMT-REC
           END-EVALUATE.
           PERFORM WRITE-STMT-REC.
           MOVE PAGE-BREAK-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.

       WRITE-STMT-REC.
           WRITE STMT-REC.
           IF STMT-FILE-STATUS NOT = '00'
              STRING 'WRITE STMT-OUT FAILED, STATUS '
                 STMT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE SPACES          TO DETAIL-LINE.
           MOVE CR-ACCT-NO      TO DT-ACCT-NO.
           MOVE LAST-NAME       TO DT-LAST-NAME.
           MOVE CR-REQ-DATE     TO DT-REQ-DATE.
           MOVE ACCT-BALANCE    TO DT-BALANCE.
           MOVE CR-FINAL-CHARGE TO DT-FINAL-CHARGE.
           MOVE WS-ACTION-TEXT  TO DT-ACTION.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-AGING-LIST.
      *contas com pedido de encerramento e saldo ainda devido, por
      *faixa de dias desde o pedido
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE AGING-TITLE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE AGING-COLUMN-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           IF WS-CLOSE-COUNT > ZERO
              PERFORM WRITE-ONE-AGING-LINE
                 VARYING CLX FROM 1 BY 1
                 UNTIL CLX > WS-CLOSE-COUNT
           END-IF.
           MOVE WS-AGE-BAL-1 TO AT-BUCKET-1.
           MOVE WS-AGE-BAL-2 TO AT-BUCKET-2.
           MOVE WS-AGE-BAL-3 TO AT-BUCKET-3.
           MOVE WS-AGE-BAL-4 TO AT-BUCKET-4.
           MOVE AGING-TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-ONE-AGING-LINE.
           IF WC-AGING (CLX)
              MOVE WC-REQUEST (CLX) TO CLOSE-REQ-REC
              MOVE CR-ACCT-NO         TO AG-ACCT-NO
              MOVE WC-LAST-NAME (CLX) TO AG-LAST-NAME
              MOVE CR-REQ-DATE        TO AG-REQ-DATE
              MOVE WC-AGE-DAYS (CLX)  TO AG-DAYS
              MOVE ZERO TO AG-BUCKET-1 AG-BUCKET-2
                           AG-BUCKET-3 AG-BUCKET-4
              EVALUATE TRUE
                 WHEN WC-AGE-DAYS (CLX) <= 30
                    MOVE WC-BALANCE (CLX) TO AG-BUCKET-1
                    ADD WC-BALANCE (CLX)  TO WS-AGE-BAL-1
                 WHEN WC-AGE-DAYS (CLX) <= 60
                    MOVE WC-BALANCE (CLX) TO AG-BUCKET-2
                    ADD WC-BALANCE (CLX)  TO WS-AGE-BAL-2
                 WHEN WC-AGE-DAYS (CLX) <= 90
                    MOVE WC-BALANCE (CLX) TO AG-BUCKET-3
                    ADD WC-BALANCE (CLX)  TO WS-AGE-BAL-3
                 WHEN OTHER
                    MOVE WC-BALANCE (CLX) TO AG-BUCKET-4
                    ADD WC-BALANCE (CLX)  TO WS-AGE-BAL-4
              END-EVALUATE
              MOVE AGING-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       WRITE-REPORT-REC.
           WRITE REPORT-REC.
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'WRITE REPORT-LINE FAILED, STATUS '
                 RPT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.

       REWRITE-PENDING.
      *o CLOSPEND e regravado inteiro so com os pedidos que seguem
      *em aberto
           OPEN OUTPUT CLOSE-PEND.
           IF CPND-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT CLOSE-PEND FAILED, STATUS '
                 CPND-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-CLOSE-COUNT > ZERO
              PERFORM WRITE-ONE-PENDING
                 VARYING CLX FROM 1 BY 1
                 UNTIL CLX > WS-CLOSE-COUNT
           END-IF.
           CLOSE CLOSE-PEND.

       WRITE-ONE-PENDING.
           IF WC-KEEP (CLX)
              MOVE WC-REQUEST (CLX) TO CLOSE-PEND-REC
              WRITE CLOSE-PEND-REC
              IF CPND-FILE-STATUS NOT = '00'
                 STRING 'WRITE CLOSE-PEND FAILED, STATUS '
                    CPND-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       CLOSE-STOP.
      *RC 4 quando algum pedido caiu sem fechar a conta (conta fora
      *do cadastro ou charged-off) - alguem precisa responder ao
      *cliente
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE WS-REQ-COUNT       TO TL-REQ-COUNT.
           MOVE WS-NEW-REQ-COUNT   TO TL-NEW-REQ-COUNT.
           MOVE WS-FINAL-COUNT     TO TL-FINAL-COUNT.
           MOVE WS-CLOSED-COUNT    TO TL-CLOSED-COUNT.
           MOVE WS-REFUND-COUNT    TO TL-REFUND-COUNT.
           MOVE WS-AGING-COUNT     TO TL-AGING-COUNT.
           MOVE WS-DROPPED-COUNT   TO TL-DROPPED-COUNT.
           MOVE TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE WS-CHARGE-TOTAL    TO AL-CHARGE-TOTAL.
           MOVE WS-REFUND-TOTAL    TO AL-REFUND-TOTAL.
           MOVE AMOUNT-TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           CLOSE ACCT-REC .
           CLOSE CLOSE-TXN-OUT .
           CLOSE MAINT-TXN-OUT .
           CLOSE REFUND-OUT .
           CLOSE STMT-OUT .
           CLOSE REPORT-LINE .
           IF WS-DROPPED-COUNT > ZERO
              SET RC-REQ-DROPPED TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'ACCTCLOS'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de pedidos e o
      *RETURN-CODE devolvido ao scheduler
           MOVE 'ACCTCLOS'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-REQ-COUNT         TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
