      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. ChkRet.
       AUTHOR. Julio Bittencourt.

      *Cheques devolvidos do lockbox: o AutoRet desfaz o debito
      *automatico rejeitado, mas o cheque que o LockBox aplicou e
      *depois voltou sem fundos nao tinha caminho de volta - alguem
      *digitava um debito manual e a promessa "cumprida" no PromRpt
      *continuava cumprida. Este passo noturno le o arquivo de itens
      *devolvidos do banco (LBXRET) e casa cada devolucao com o
      *pagamento original no TXNHIST (o PAYJRNL e regravado toda
      *noite; o historico guarda os pagamentos dele como tipo 'P').
      *O pagamento casado volta como debito no layout PSTTXN
      *(dataset CHKRETO, concatenado no PSTTXN do AcctPost) junto
      *com a tarifa 'NSF ' do FEESCHED, que sai tambem no diario de
      *tarifas CHKFJRNL no layout do FEEJRNL. Conta ja baixada
      *('Z') nao mexe no saldo vivo: a recuperacao 'R' casada no
      *CHGOFF e desfeita com um record 'V'. A promessa cumprida e o
      *plano que o pagamento satisfez voltam como quebrados (o plano
      *devolve a conta a fila COLLQ como 'N', mesma regra do
      *PlanMon), e a devolucao conta no NSFHIST - no limite do
      *CHKRPARM a conta fica bloqueada para pagar em cheque. Roda
      *antes do AcctPost, do PromRpt e do PlanMon.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-IN ASSIGN TO LBXRET
               FILE STATUS IS RET-FILE-STATUS .
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT TXN-HISTORY ASSIGN TO TXNHIST
               FILE STATUS IS THIS-FILE-STATUS .
           SELECT CHGOFF-FILE ASSIGN TO CHGOFF
               FILE STATUS IS CHGO-FILE-STATUS .
           SELECT FEE-SCHEDULE ASSIGN TO FEESCHED
               FILE STATUS IS SCHED-FILE-STATUS .
           SELECT PROMISE-FILE ASSIGN TO PROMISES
               FILE STATUS IS PROM-FILE-STATUS .
           SELECT PLAN-FILE ASSIGN TO REPLANS
               FILE STATUS IS PLAN-FILE-STATUS .
           SELECT COLL-QUEUE ASSIGN TO COLLQ
               FILE STATUS IS COLQ-FILE-STATUS .
           SELECT NSF-HISTORY ASSIGN TO NSFHIST
               FILE STATUS IS NSFH-FILE-STATUS .
           SELECT CHKR-PARM ASSIGN TO CHKRPARM
               FILE STATUS IS PARM-FILE-STATUS .
           SELECT RET-TXN-OUT ASSIGN TO CHKRETO
               FILE STATUS IS RTXO-FILE-STATUS .
           SELECT FEE-JOURNAL ASSIGN TO CHKFJRNL
               FILE STATUS IS FJRN-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO CHKRRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD RETURN-IN RECORDING MODE F .
      *arquivo de itens devolvidos do banco para os depositos do
      *lockbox: conta capturada, valor do cheque, data do deposito
      *em que entrou e o motivo do banco
       01  RETURN-REC.
           05 RI-ACCT-NO        PIC X(8) .
           05 RI-AMOUNT         PIC 9(7)V99 .
           05 RI-DEPOSIT-DATE   PIC 9(8) .
           05 RI-REASON         PIC X(20) .

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD TXN-HISTORY RECORDING MODE F .
      *layout compartilhado no copybook TXNHIST
           COPY TXNHIST.

       FD CHGOFF-FILE RECORDING MODE F .
      *razao subsidiario de charge-off; layout compartilhado no
      *copybook CHGOFF
           COPY CHGOFF.

       FD FEE-SCHEDULE RECORDING MODE F .
      *mesma tabela de tarifas do FeeAsmt; aqui so interessa a
      *linha de disparo 'NSF '; layout compartilhado no copybook
      *FEESCHED
           COPY FEESCHED.

       FD PROMISE-FILE RECORDING MODE F .
      *layout compartilhado no copybook PROMISE
           COPY PROMISE.

       FD PLAN-FILE RECORDING MODE F .
      *layout compartilhado no copybook REPLAN
           COPY REPLAN.

       FD COLL-QUEUE RECORDING MODE F .
      *layout compartilhado no copybook COLLQUE
           COPY COLLQUE.

       FD NSF-HISTORY RECORDING MODE F .
      *layout compartilhado no copybook NSFHIST
           COPY NSFHIST.

       FD CHKR-PARM RECORDING MODE F .
      *record unico opcional: quantas devolucoes bloqueiam a conta
      *para pagamento em cheque
       01  CHKR-PARM-REC.
           05 CK-BLOCK-COUNT    PIC 9(3) .
           05 FILLER            PIC X(77) .

       FD RET-TXN-OUT RECORDING MODE F .
      *o desfazimento e a tarifa entram no saldo pela esteira de
      *postagem; layout compartilhado no copybook PSTTXN
           COPY PSTTXN.

       FD FEE-JOURNAL RECORDING MODE F .
      *mesmo layout do diario FEEJRNL do FeeAsmt
       01  FEE-JOURNAL-REC.
           05 FJ-ACCT-NO        PIC X(8) .
           05 FILLER            PIC X(2) .
           05 FJ-FEE-CODE       PIC X(4) .
           05 FILLER            PIC X(2) .
           05 FJ-AMOUNT         PIC $$,$$$,$$9.99 .
           05 FILLER            PIC X(2) .
           05 FJ-ASSESS-DATE    PIC 9(8) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       WORKING-STORAGE SECTION.
       01  RET-FILE-STATUS      PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  THIS-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CHGO-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SCHED-FILE-STATUS    PIC X(2) VALUE '00'.
       01  PROM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PLAN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  COLQ-FILE-STATUS     PIC X(2) VALUE '00'.
       01  NSFH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RTXO-FILE-STATUS     PIC X(2) VALUE '00'.
       01  FJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-RET-EOF           PIC X(1) VALUE 'N'.
           88 RET-EOF           VALUE 'Y'.
       01  WS-THIS-EOF          PIC X(1) VALUE 'N'.
           88 THIS-EOF          VALUE 'Y'.
       01  WS-CHGO-EOF          PIC X(1) VALUE 'N'.
           88 CHGO-EOF          VALUE 'Y'.
       01  WS-SCHED-EOF         PIC X(1) VALUE 'N'.
           88 SCHED-EOF         VALUE 'Y'.
       01  WS-PROM-EOF          PIC X(1) VALUE 'N'.
           88 PROM-EOF          VALUE 'Y'.
       01  WS-PLAN-EOF          PIC X(1) VALUE 'N'.
           88 PLAN-EOF          VALUE 'Y'.
       01  WS-COLQ-EOF          PIC X(1) VALUE 'N'.
           88 COLQ-EOF          VALUE 'Y'.
       01  WS-NSFH-EOF          PIC X(1) VALUE 'N'.
           88 NSFH-EOF          VALUE 'Y'.

      *devolucoes que bloqueiam o cheque; sem CHKRPARM no job vale
      *o default compilado
       01  WS-BLOCK-COUNT       PIC 9(3) VALUE 2.

      *tarifa de cheque devolvido da tabela FEESCHED; sem a linha
      *'NSF ' na tabela a devolucao sai sem tarifa
       01  WS-NSF-FOUND         PIC X(1) VALUE 'N'.
           88 NSF-FOUND         VALUE 'Y'.
       01  WS-NSF-FEE-CODE      PIC X(4) VALUE SPACES.
       01  WS-NSF-METHOD        PIC X(1) VALUE SPACES.
       01  WS-NSF-VALUE         PIC 9(7)V99 VALUE ZERO.
       01  WS-NSF-EFF-DATE      PIC 9(8) VALUE ZERO.
      *vigencia das linhas do FEESCHED, compartilhada via copybook
           COPY TERMDATE.
       01  WS-FEE-AMOUNT        PIC S9(7)V99 COMP-3 VALUE ZERO.

      *devolucoes da noite em memoria; o TXNHIST e o CHGOFF sao
      *lidos uma vez so, casando cada movimento com a primeira
      *devolucao ainda sem par
       01  WS-RETURN-TABLE.
           05 WS-RETURN-COUNT   PIC 9(4) VALUE ZERO.
           05 WS-RETURN-ENTRY OCCURS 500 TIMES
                 INDEXED BY RTX.
              10 WR-ACCT-NO     PIC X(8).
              10 WR-AMOUNT      PIC 9(7)V99.
              10 WR-DEPOSIT-DATE PIC 9(8).
              10 WR-REASON      PIC X(20).
      *------------situacao da conta: 'L' viva, 'Z' baixada, 'N' sem
      *------------cadastro
              10 WR-ACCT-STATE  PIC X(1).
              10 WR-MATCHED     PIC X(1).
              10 WR-PAY-DATE    PIC 9(8).

      *promessas em memoria, regravadas inteiras no fim
       01  WS-PROM-TABLE.
           05 WS-PROM-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PROM-ENTRY OCCURS 500 TIMES
                 INDEXED BY PMX.
              10 WP-ACCT-NO     PIC X(8).
              10 WP-AMOUNT      PIC 9(7)V99.
              10 WP-PROM-DATE   PIC 9(8).
              10 WP-OPERATOR    PIC X(8).
              10 WP-STATUS      PIC X(1).
       01  WS-PROM-FOUND        PIC X(1) VALUE 'N'.
           88 PROM-FOUND        VALUE 'Y'.

      *planos em memoria, regravados inteiros no fim
       01  WS-PLAN-TABLE.
           05 WS-PLAN-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PLAN-ENTRY OCCURS 1000 TIMES
                 INDEXED BY PLX.
              10 WL-ACCT-NO     PIC X(8).
              10 WL-INST-COUNT  PIC 9(3).
              10 WL-INST-AMOUNT PIC 9(7)V99.
              10 WL-FREQUENCY   PIC X(1).
              10 WL-START-DATE  PIC 9(8).
              10 WL-OPERATOR    PIC X(8).
              10 WL-STATUS      PIC X(1).
              10 WL-PAID-COUNT  PIC 9(3).
              10 WL-MISSED-COUNT PIC 9(3).
              10 WL-NEXT-DUE    PIC 9(8).
              10 WL-PAID-TO-DATE PIC S9(7)V99.
              10 WL-BROKEN-DATE PIC 9(8).
       01  WS-PLAN-FOUND        PIC X(1) VALUE 'N'.
           88 PLAN-FOUND        VALUE 'Y'.

      *fila de cobranca em memoria, so carregada e regravada quando
      *algum plano foi quebrado na noite
       01  WS-QUEUE-TABLE.
           05 WS-QUEUE-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-QUEUE-ENTRY OCCURS 1000 TIMES
                 INDEXED BY QX.
              10 WQ-ACCT-NO     PIC X(8).
              10 WQ-COLLECTOR   PIC X(8).
              10 WQ-STATUS      PIC X(1).
              10 WQ-LAST-ACTION PIC 9(8).
              10 WQ-FIRST-QUEUED PIC 9(8).
              10 WQ-BALANCE     PIC S9(7)V99.
       01  WS-QUEUE-FOUND       PIC X(1) VALUE 'N'.
           88 QUEUE-FOUND       VALUE 'Y'.

      *historico de devolucoes por conta em memoria, regravado
      *inteiro no fim
       01  WS-NSFH-TABLE.
           05 WS-NSFH-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-NSFH-ENTRY OCCURS 2000 TIMES
                 INDEXED BY NHX.
              10 WN-ACCT-NO     PIC X(8).
              10 WN-RETURN-COUNT PIC 9(3).
              10 WN-LAST-RETURN PIC 9(8).
              10 WN-CHECK-BLOCK PIC X(1).
              10 WN-BLOCK-DATE  PIC 9(8).
       01  WS-NSFH-FOUND        PIC X(1) VALUE 'N'.
           88 NSFH-FOUND        VALUE 'Y'.
       01  WS-NEW-BLOCK         PIC X(1) VALUE 'N'.
           88 NEW-BLOCK         VALUE 'Y'.

       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.

      *contadores de controle da execucao
       01  WS-REVERSED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-REVERSED-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-RECOVERY-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-RECOVERY-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-FEE-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-FEE-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-NO-MATCH-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-PROM-BROKEN-COUNT PIC 9(7) VALUE ZERO.
       01  WS-PLAN-BROKEN-COUNT PIC 9(7) VALUE ZERO.
       01  WS-BLOCKED-COUNT     PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-RETURNS        VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  DETAIL-LINE.
           05 DT-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-AMOUNT          PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-DEPOSIT-DATE    PIC 9999/99/99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-REASON          PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ACTION          PIC X(17).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-FEE             PIC $$,$$9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-PROM-FLAG       PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DT-PLAN-FLAG       PIC X(4).
           05 FILLER             PIC X(2)  VALUE SPACES.

       01  BLOCK-LINE.
           05 FILLER             PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE 'ACCOUNT '.
           05 BK-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(30)
              VALUE ' BLOCKED FROM PAYING BY CHECK '.
           05 FILLER             PIC X(6)  VALUE 'AFTER '.
           05 BK-RETURN-COUNT    PIC ZZ9.
           05 FILLER             PIC X(8)  VALUE ' RETURNS'.
           05 FILLER             PIC X(27) VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER             PIC X(10) VALUE 'REVERSED: '.
           05 TL-REVERSED-COUNT  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(14) VALUE '  RECOVERIES: '.
           05 TL-RECOVERY-COUNT  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(8)  VALUE '  FEES: '.
           05 TL-FEE-TOTAL       PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(12) VALUE '  NO MATCH: '.
           05 TL-NO-MATCH-COUNT  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(11) VALUE '  BLOCKED: '.
           05 TL-BLOCKED-COUNT   PIC ZZZ,ZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM READ-CHKR-PARM.
           PERFORM LOAD-NSF-FEE.
           PERFORM LOAD-RETURNS.
           PERFORM MATCH-PAYMENTS.
           PERFORM MATCH-RECOVERIES.
           PERFORM LOAD-PROMISES.
           PERFORM LOAD-PLANS.
           PERFORM LOAD-NSF-HISTORY.
           PERFORM OPEN-CHGOFF-EXTEND.
           PERFORM PROCESS-ONE-RETURN
              VARYING RTX FROM 1 BY 1
              UNTIL RTX > WS-RETURN-COUNT.
           PERFORM REQUEUE-BROKEN-PLANS.
           PERFORM REWRITE-PROMISES.
           PERFORM REWRITE-PLANS.
           PERFORM REWRITE-NSF-HISTORY.
           PERFORM WRITE-TOTAL-LINE.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           OPEN INPUT RETURN-IN .
           IF RET-FILE-STATUS NOT = '00'
              STRING 'OPEN RETURN-IN FAILED, STATUS ' RET-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT RET-TXN-OUT .
           IF RTXO-FILE-STATUS NOT = '00'
              STRING 'OPEN RET-TXN-OUT FAILED, STATUS '
                 RTXO-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT FEE-JOURNAL .
           IF FJRN-FILE-STATUS NOT = '00'
              STRING 'OPEN FEE-JOURNAL FAILED, STATUS '
                 FJRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'RETURNED LOCKBOX CHECKS - REVERSALS AND NSF FEES'
              TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'CHKRET ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-CHKR-PARM.
      *record de limite opcional: sem CHKRPARM a conta e bloqueada
      *na segunda devolucao
           OPEN INPUT CHKR-PARM.
           IF PARM-FILE-STATUS = '00'
              READ CHKR-PARM
              IF PARM-FILE-STATUS = '00'
                 AND CK-BLOCK-COUNT NUMERIC
                 AND CK-BLOCK-COUNT > ZERO
                 MOVE CK-BLOCK-COUNT TO WS-BLOCK-COUNT
              END-IF
              CLOSE CHKR-PARM
           END-IF.

       LOAD-NSF-FEE.
      *a tabela de tarifas e obrigatoria (a mesma do FeeAsmt); vale
      *a linha 'NSF ' em vigor de vigencia mais recente
           OPEN INPUT FEE-SCHEDULE.
           IF SCHED-FILE-STATUS NOT = '00'
              STRING 'OPEN FEE-SCHEDULE FAILED, STATUS '
                 SCHED-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TERMS-TODAY.
           PERFORM READ-SCHED-REC
              PERFORM UNTIL SCHED-EOF
              IF FS-TRIG-NSF
                 PERFORM CHECK-NSF-ROW
              END-IF
              PERFORM READ-SCHED-REC
              END-PERFORM
           .
           CLOSE FEE-SCHEDULE.
           IF NOT NSF-FOUND
              DISPLAY 'NO NSF ENTRY ON FEE SCHEDULE - NO FEES CHARGED'
           END-IF.

       CHECK-NSF-ROW.
      *tarifa pendente so vale a partir do dia da vigencia; linha
      *digitada sem o prazo de aviso ao cliente e RECUSADA
           IF FS-EFF-DATE NUMERIC
              MOVE FS-EFF-DATE TO WS-TERMS-EFF-DATE
           ELSE
              MOVE ZERO TO WS-TERMS-EFF-DATE
           END-IF.
           IF FS-ENTERED-DATE NUMERIC
              MOVE FS-ENTERED-DATE TO WS-TERMS-ENTERED-DATE
           ELSE
              MOVE ZERO TO WS-TERMS-ENTERED-DATE
           END-IF.
           PERFORM CLASSIFY-TERMS-ROW.
           EVALUATE TRUE
              WHEN TERMS-REFUSED
                 DISPLAY 'FEE SCHEDULE ROW REFUSED SHORT NOTICE: '
                    FS-FEE-CODE
              WHEN TERMS-PENDING
                 CONTINUE
              WHEN NSF-FOUND
                 AND WS-TERMS-EFF-DATE < WS-NSF-EFF-DATE
                 CONTINUE
              WHEN OTHER
                 MOVE 'Y'               TO WS-NSF-FOUND
                 MOVE FS-FEE-CODE       TO WS-NSF-FEE-CODE
                 MOVE FS-METHOD         TO WS-NSF-METHOD
                 MOVE FS-VALUE          TO WS-NSF-VALUE
                 MOVE WS-TERMS-EFF-DATE TO WS-NSF-EFF-DATE
           END-EVALUATE.

      *paragrafo CLASSIFY-TERMS-ROW, compartilhado via copybook
           COPY TERMDTPR.

       READ-SCHED-REC.
           READ FEE-SCHEDULE
           AT END MOVE 'Y' TO WS-SCHED-EOF
           END-READ.
           IF SCHED-FILE-STATUS NOT = '00'
              AND SCHED-FILE-STATUS NOT = '10'
              STRING 'READ FEE-SCHEDULE FAILED, STATUS '
                 SCHED-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-RETURNS.
      *cada devolucao entra na tabela com a situacao da conta no
      *cadastro, que decide entre o saldo vivo e o razao de
      *charge-off
           PERFORM READ-RETURN-REC
              PERFORM UNTIL RET-EOF OR WS-RETURN-COUNT = 500
              ADD 1 TO WS-RETURN-COUNT
              SET RTX TO WS-RETURN-COUNT
              MOVE RI-ACCT-NO      TO WR-ACCT-NO (RTX)
              MOVE RI-AMOUNT       TO WR-AMOUNT (RTX)
              MOVE RI-DEPOSIT-DATE TO WR-DEPOSIT-DATE (RTX)
              MOVE RI-REASON       TO WR-REASON (RTX)
              MOVE 'N'             TO WR-MATCHED (RTX)
              MOVE ZERO            TO WR-PAY-DATE (RTX)
              PERFORM CLASSIFY-RETURN-ACCT
              PERFORM READ-RETURN-REC
              END-PERFORM
           .
           IF NOT RET-EOF
              STRING 'RETURN TABLE FULL AT 500 ENTRIES'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-RETURN-REC.
           READ RETURN-IN
           AT END MOVE 'Y' TO WS-RET-EOF
           END-READ.
           IF RET-FILE-STATUS NOT = '00'
              AND RET-FILE-STATUS NOT = '10'
              STRING 'READ RETURN-IN FAILED, STATUS ' RET-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CLASSIFY-RETURN-ACCT.
           MOVE RI-ACCT-NO TO ACCT-NO.
           READ ACCT-REC.
           EVALUATE TRUE
              WHEN ACCT-FILE-STATUS = '23'
                 MOVE 'N' TO WR-ACCT-STATE (RTX)
              WHEN ACCT-FILE-STATUS NOT = '00'
                 STRING 'READ ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              WHEN ACCT-ST-CHGOFF
                 MOVE 'Z' TO WR-ACCT-STATE (RTX)
              WHEN OTHER
                 MOVE 'L' TO WR-ACCT-STATE (RTX)
           END-EVALUATE.

       MATCH-PAYMENTS.
      *o pagamento original e o 'P' do historico na mesma conta, no
      *mesmo valor, aplicado no dia do deposito ou depois; sem
      *TXNHIST alocado nenhuma devolucao de conta viva casa
           OPEN INPUT TXN-HISTORY.
           IF THIS-FILE-STATUS = '05' OR THIS-FILE-STATUS = '35'
              MOVE 'Y' TO WS-THIS-EOF
           ELSE
              IF THIS-FILE-STATUS NOT = '00'
                 STRING 'OPEN TXN-HISTORY FAILED, STATUS '
                    THIS-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-THIS-REC
              PERFORM UNTIL THIS-EOF
                 IF TH-TXN-TYPE = 'P' AND WS-RETURN-COUNT > ZERO
                    PERFORM MATCH-ONE-PAYMENT
                 END-IF
                 PERFORM READ-THIS-REC
              END-PERFORM
              CLOSE TXN-HISTORY
           END-IF.

       READ-THIS-REC.
           READ TXN-HISTORY
           AT END MOVE 'Y' TO WS-THIS-EOF
           END-READ.
           IF THIS-FILE-STATUS NOT = '00'
              AND THIS-FILE-STATUS NOT = '10'
              STRING 'READ TXN-HISTORY FAILED, STATUS '
                 THIS-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       MATCH-ONE-PAYMENT.
           SET RTX TO 1.
           SEARCH WS-RETURN-ENTRY
              AT END CONTINUE
              WHEN RTX > WS-RETURN-COUNT
                 CONTINUE
              WHEN WR-ACCT-NO (RTX) = TH-ACCT-NO
                 AND WR-ACCT-STATE (RTX) = 'L'
                 AND WR-MATCHED (RTX) = 'N'
                 AND WR-AMOUNT (RTX) = TH-AMOUNT
                 AND TH-TXN-DATE NOT < WR-DEPOSIT-DATE (RTX)
                 MOVE 'Y'         TO WR-MATCHED (RTX)
                 MOVE TH-TXN-DATE TO WR-PAY-DATE (RTX)
           END-SEARCH.

       MATCH-RECOVERIES.
      *conta baixada: o cheque entrou como recuperacao 'R' no razao
      *subsidiario, gravada com a data do deposito (ou depois, na
      *resolucao tardia do suspense pelo SuspAid)
           OPEN INPUT CHGOFF-FILE.
           IF CHGO-FILE-STATUS = '05' OR CHGO-FILE-STATUS = '35'
              MOVE 'Y' TO WS-CHGO-EOF
           ELSE
              IF CHGO-FILE-STATUS NOT = '00'
                 STRING 'OPEN CHGOFF-FILE FAILED, STATUS '
                    CHGO-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-CHGO-REC
              PERFORM UNTIL CHGO-EOF
                 IF CO-RECOVERY AND WS-RETURN-COUNT > ZERO
                    PERFORM MATCH-ONE-RECOVERY
                 END-IF
                 PERFORM READ-CHGO-REC
              END-PERFORM
              CLOSE CHGOFF-FILE
           END-IF.

       READ-CHGO-REC.
           READ CHGOFF-FILE
           AT END MOVE 'Y' TO WS-CHGO-EOF
           END-READ.
           IF CHGO-FILE-STATUS NOT = '00'
              AND CHGO-FILE-STATUS NOT = '10'
              STRING 'READ CHGOFF-FILE FAILED, STATUS '
                 CHGO-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       MATCH-ONE-RECOVERY.
           SET RTX TO 1.
           SEARCH WS-RETURN-ENTRY
              AT END CONTINUE
              WHEN RTX > WS-RETURN-COUNT
                 CONTINUE
              WHEN WR-ACCT-NO (RTX) = CO-ACCT-NO
                 AND WR-ACCT-STATE (RTX) = 'Z'
                 AND WR-MATCHED (RTX) = 'N'
                 AND WR-AMOUNT (RTX) = CO-AMOUNT
                 AND CO-DATE NOT < WR-DEPOSIT-DATE (RTX)
                 MOVE 'Y'     TO WR-MATCHED (RTX)
                 MOVE CO-DATE TO WR-PAY-DATE (RTX)
           END-SEARCH.

       LOAD-PROMISES.
           OPEN INPUT PROMISE-FILE.
           IF PROM-FILE-STATUS = '05' OR PROM-FILE-STATUS = '35'
              MOVE 'Y' TO WS-PROM-EOF
           ELSE
              IF PROM-FILE-STATUS NOT = '00'
                 STRING 'OPEN PROMISE-FILE FAILED, STATUS '
                    PROM-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-PROM-REC
              PERFORM UNTIL PROM-EOF OR WS-PROM-COUNT = 500
                 ADD 1 TO WS-PROM-COUNT
                 SET PMX TO WS-PROM-COUNT
                 MOVE PR-ACCT-NO      TO WP-ACCT-NO (PMX)
                 MOVE PR-AMOUNT       TO WP-AMOUNT (PMX)
                 MOVE PR-PROMISE-DATE TO WP-PROM-DATE (PMX)
                 MOVE PR-OPERATOR-ID  TO WP-OPERATOR (PMX)
                 MOVE PR-STATUS       TO WP-STATUS (PMX)
                 PERFORM READ-PROM-REC
              END-PERFORM
              CLOSE PROMISE-FILE
              IF NOT PROM-EOF
                 STRING 'PROMISE TABLE FULL AT 500 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-PROM-REC.
           READ PROMISE-FILE
           AT END MOVE 'Y' TO WS-PROM-EOF
           END-READ.
           IF PROM-FILE-STATUS NOT = '00'
              AND PROM-FILE-STATUS NOT = '10'
              STRING 'READ PROMISE-FILE FAILED, STATUS '
                 PROM-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-PLANS.
           OPEN INPUT PLAN-FILE.
           IF PLAN-FILE-STATUS = '05' OR PLAN-FILE-STATUS = '35'
              MOVE 'Y' TO WS-PLAN-EOF
           ELSE
              IF PLAN-FILE-STATUS NOT = '00'
                 STRING 'OPEN PLAN-FILE FAILED, STATUS '
                    PLAN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-PLAN-REC
              PERFORM UNTIL PLAN-EOF OR WS-PLAN-COUNT = 1000
                 ADD 1 TO WS-PLAN-COUNT
                 SET PLX TO WS-PLAN-COUNT
                 MOVE RP-ACCT-NO       TO WL-ACCT-NO (PLX)
                 MOVE RP-INST-COUNT    TO WL-INST-COUNT (PLX)
                 MOVE RP-INST-AMOUNT   TO WL-INST-AMOUNT (PLX)
                 MOVE RP-FREQUENCY     TO WL-FREQUENCY (PLX)
                 MOVE RP-START-DATE    TO WL-START-DATE (PLX)
                 MOVE RP-OPERATOR-ID   TO WL-OPERATOR (PLX)
                 MOVE RP-STATUS        TO WL-STATUS (PLX)
                 MOVE RP-PAID-COUNT    TO WL-PAID-COUNT (PLX)
                 MOVE RP-MISSED-COUNT  TO WL-MISSED-COUNT (PLX)
                 MOVE RP-NEXT-DUE-DATE TO WL-NEXT-DUE (PLX)
                 MOVE RP-PAID-TO-DATE  TO WL-PAID-TO-DATE (PLX)
                 MOVE RP-BROKEN-DATE   TO WL-BROKEN-DATE (PLX)
                 PERFORM READ-PLAN-REC
              END-PERFORM
              CLOSE PLAN-FILE
              IF NOT PLAN-EOF
                 STRING 'PLAN TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-PLAN-REC.
           READ PLAN-FILE
           AT END MOVE 'Y' TO WS-PLAN-EOF
           END-READ.
           IF PLAN-FILE-STATUS NOT = '00'
              AND PLAN-FILE-STATUS NOT = '10'
              STRING 'READ PLAN-FILE FAILED, STATUS '
                 PLAN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-NSF-HISTORY.
      *na primeira execucao o NSFHIST ainda nao existe; ele e
      *criado no fim com as contas devolvidas da noite
           OPEN INPUT NSF-HISTORY.
           IF NSFH-FILE-STATUS = '05' OR NSFH-FILE-STATUS = '35'
              MOVE 'Y' TO WS-NSFH-EOF
           ELSE
              IF NSFH-FILE-STATUS NOT = '00'
                 STRING 'OPEN NSF-HISTORY FAILED, STATUS '
                    NSFH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-NSFH-REC
              PERFORM UNTIL NSFH-EOF OR WS-NSFH-COUNT = 2000
                 ADD 1 TO WS-NSFH-COUNT
                 SET NHX TO WS-NSFH-COUNT
                 MOVE NH-ACCT-NO          TO WN-ACCT-NO (NHX)
                 MOVE NH-RETURN-COUNT     TO WN-RETURN-COUNT (NHX)
                 MOVE NH-LAST-RETURN-DATE TO WN-LAST-RETURN (NHX)
                 MOVE NH-CHECK-BLOCK      TO WN-CHECK-BLOCK (NHX)
                 MOVE NH-BLOCK-DATE       TO WN-BLOCK-DATE (NHX)
                 PERFORM READ-NSFH-REC
              END-PERFORM
              CLOSE NSF-HISTORY
              IF NOT NSFH-EOF
                 STRING 'NSF HISTORY TABLE FULL AT 2000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-NSFH-REC.
           READ NSF-HISTORY
           AT END MOVE 'Y' TO WS-NSFH-EOF
           END-READ.
           IF NSFH-FILE-STATUS NOT = '00'
              AND NSFH-FILE-STATUS NOT = '10'
              STRING 'READ NSF-HISTORY FAILED, STATUS '
                 NSFH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       OPEN-CHGOFF-EXTEND.
      *o razao e acumulativo; na primeira execucao o OPEN EXTEND
      *precisa virar OUTPUT, mesmo tratamento do AUDITLOG
           OPEN EXTEND CHGOFF-FILE.
           IF CHGO-FILE-STATUS = '05' OR CHGO-FILE-STATUS = '35'
              OPEN OUTPUT CHGOFF-FILE
           END-IF.
           IF CHGO-FILE-STATUS NOT = '00'
              STRING 'OPEN CHGOFF-FILE FAILED, STATUS '
                 CHGO-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       PROCESS-ONE-RETURN.
      *devolucao sem conta ou sem pagamento casado so sai no
      *relatorio para a cobranca tratar; as demais desfazem o
      *pagamento (ou a recuperacao), reabrem promessa e plano e
      *contam no historico de devolucoes
           MOVE SPACES               TO DT-PROM-FLAG.
           MOVE SPACES               TO DT-PLAN-FLAG.
           MOVE 'N'                  TO WS-NEW-BLOCK.
           MOVE ZERO                 TO WS-FEE-AMOUNT.
           EVALUATE TRUE
              WHEN WR-ACCT-STATE (RTX) = 'N'
                 ADD 1 TO WS-NO-MATCH-COUNT
                 MOVE 'NO ACCOUNT'         TO DT-ACTION
              WHEN WR-MATCHED (RTX) = 'N'
                 AND WR-ACCT-STATE (RTX) = 'Z'
                 ADD 1 TO WS-NO-MATCH-COUNT
                 MOVE 'NO RECOVERY FOUND'  TO DT-ACTION
              WHEN WR-MATCHED (RTX) = 'N'
                 ADD 1 TO WS-NO-MATCH-COUNT
                 MOVE 'NO PAYMENT FOUND'   TO DT-ACTION
              WHEN WR-ACCT-STATE (RTX) = 'Z'
                 PERFORM REVERSE-RECOVERY
                 PERFORM REOPEN-PROMISE
                 PERFORM REOPEN-PLAN
                 PERFORM COUNT-ACCT-RETURN
              WHEN OTHER
                 PERFORM REVERSE-PAYMENT
                 PERFORM ASSESS-NSF-FEE
                 PERFORM REOPEN-PROMISE
                 PERFORM REOPEN-PLAN
                 PERFORM COUNT-ACCT-RETURN
           END-EVALUATE.
           MOVE WR-ACCT-NO (RTX)      TO DT-ACCT-NO.
           MOVE WR-AMOUNT (RTX)       TO DT-AMOUNT.
           MOVE WR-DEPOSIT-DATE (RTX) TO DT-DEPOSIT-DATE.
           MOVE WR-REASON (RTX)       TO DT-REASON.
           MOVE WS-FEE-AMOUNT         TO DT-FEE.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           IF NEW-BLOCK
              MOVE WN-ACCT-NO (NHX)      TO BK-ACCT-NO
              MOVE WN-RETURN-COUNT (NHX) TO BK-RETURN-COUNT
              MOVE BLOCK-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       REVERSE-PAYMENT.
      *o credito do lockbox volta como debito pela mesma esteira de
      *postagem do AutoRet
           ADD 1 TO WS-REVERSED-COUNT.
           ADD WR-AMOUNT (RTX) TO WS-REVERSED-TOTAL.
           MOVE 'PAYMENT REVERSED'    TO DT-ACTION.
           MOVE WR-ACCT-NO (RTX) TO PT-ACCT-NO.
           MOVE 'D'              TO PT-DC-CODE.
           MOVE WR-AMOUNT (RTX)  TO PT-AMOUNT.
           PERFORM WRITE-RET-TXN.

       ASSESS-NSF-FEE.
      *tarifa de cheque devolvido: valor fixo ou percentual do
      *cheque, pela linha 'NSF ' do FEESCHED
           IF NSF-FOUND
              IF WS-NSF-METHOD = 'P'
                 COMPUTE WS-FEE-AMOUNT ROUNDED =
                    WR-AMOUNT (RTX) * WS-NSF-VALUE / 100
              ELSE
                 MOVE WS-NSF-VALUE TO WS-FEE-AMOUNT
              END-IF
           END-IF.
           IF WS-FEE-AMOUNT > ZERO
              ADD 1 TO WS-FEE-COUNT
              ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
              MOVE WR-ACCT-NO (RTX) TO PT-ACCT-NO
              MOVE 'D'              TO PT-DC-CODE
              MOVE WS-FEE-AMOUNT    TO PT-AMOUNT
              PERFORM WRITE-RET-TXN
              PERFORM WRITE-FEE-JOURNAL
           END-IF.

       WRITE-RET-TXN.
           MOVE ZERO       TO PT-REF-SEQ.
           MOVE SPACES     TO PT-XFER-ACCT-NO.
           MOVE SPACES     TO PT-ORIG-CURRENCY.
           MOVE ZERO       TO PT-ORIG-AMOUNT.
           MOVE ZERO       TO PT-EFF-DATE.
           WRITE POST-TXN-REC.
           IF RTXO-FILE-STATUS NOT = '00'
              STRING 'WRITE RET-TXN-OUT FAILED, STATUS '
                 RTXO-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-FEE-JOURNAL.
           MOVE SPACES           TO FEE-JOURNAL-REC.
           MOVE WR-ACCT-NO (RTX) TO FJ-ACCT-NO.
           MOVE WS-NSF-FEE-CODE  TO FJ-FEE-CODE.
           MOVE WS-FEE-AMOUNT    TO FJ-AMOUNT.
           MOVE WS-TODAY-DATE    TO FJ-ASSESS-DATE.
           WRITE FEE-JOURNAL-REC.
           IF FJRN-FILE-STATUS NOT = '00'
              STRING 'WRITE FEE-JOURNAL FAILED, STATUS '
                 FJRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REVERSE-RECOVERY.
      *conta baixada: o saldo vivo fica intocado e a recuperacao
      *volta para o razao subsidiario como record 'V'
           ADD 1 TO WS-RECOVERY-COUNT.
           ADD WR-AMOUNT (RTX) TO WS-RECOVERY-TOTAL.
           MOVE 'RECOVERY REVERSED'   TO DT-ACTION.
           MOVE 'V'              TO CO-REC-TYPE.
           MOVE WR-ACCT-NO (RTX) TO CO-ACCT-NO.
           MOVE WS-TODAY-DATE    TO CO-DATE.
           MOVE WR-AMOUNT (RTX)  TO CO-AMOUNT.
           WRITE CHGOFF-REC.
           IF CHGO-FILE-STATUS NOT = '00'
              STRING 'WRITE CHGOFF-FILE FAILED, STATUS '
                 CHGO-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REOPEN-PROMISE.
      *a promessa cumprida pelo cheque e a da conta com data no dia
      *do deposito ou depois e valor ate o do cheque
           MOVE 'N' TO WS-PROM-FOUND.
           IF WS-PROM-COUNT > ZERO
              SET PMX TO 1
              SEARCH WS-PROM-ENTRY
                 AT END MOVE 'N' TO WS-PROM-FOUND
                 WHEN PMX > WS-PROM-COUNT
                    MOVE 'N' TO WS-PROM-FOUND
                 WHEN WP-ACCT-NO (PMX) = WR-ACCT-NO (RTX)
                    AND WP-STATUS (PMX) = 'K'
                    AND WP-AMOUNT (PMX) NOT > WR-AMOUNT (RTX)
                    AND WP-PROM-DATE (PMX) NOT < WR-DEPOSIT-DATE (RTX)
                    MOVE 'Y' TO WS-PROM-FOUND
              END-SEARCH
           END-IF.
           IF PROM-FOUND
              MOVE 'B' TO WP-STATUS (PMX)
              ADD 1 TO WS-PROM-BROKEN-COUNT
              MOVE 'PROM' TO DT-PROM-FLAG
           END-IF.

       REOPEN-PLAN.
      *plano em vigor ou concluido que ja existia quando o cheque
      *entrou foi satisfeito por ele e volta como quebrado
           MOVE 'N' TO WS-PLAN-FOUND.
           IF WS-PLAN-COUNT > ZERO
              SET PLX TO 1
              SEARCH WS-PLAN-ENTRY
                 AT END MOVE 'N' TO WS-PLAN-FOUND
                 WHEN PLX > WS-PLAN-COUNT
                    MOVE 'N' TO WS-PLAN-FOUND
                 WHEN WL-ACCT-NO (PLX) = WR-ACCT-NO (RTX)
                    AND (WL-STATUS (PLX) = 'A'
                       OR WL-STATUS (PLX) = 'C')
                    AND WL-START-DATE (PLX) NOT > WR-PAY-DATE (RTX)
                    MOVE 'Y' TO WS-PLAN-FOUND
              END-SEARCH
           END-IF.
           IF PLAN-FOUND
              MOVE 'B'           TO WL-STATUS (PLX)
              MOVE WS-TODAY-DATE TO WL-BROKEN-DATE (PLX)
              ADD 1 TO WS-PLAN-BROKEN-COUNT
              MOVE 'PLAN' TO DT-PLAN-FLAG
           END-IF.

       COUNT-ACCT-RETURN.
      *conta a devolucao no historico da conta; no limite do
      *CHKRPARM o pagamento em cheque fica bloqueado
           PERFORM FIND-NSFH-ITEM.
           IF NOT NSFH-FOUND
              IF WS-NSFH-COUNT = 2000
                 STRING 'NSF HISTORY TABLE FULL AT 2000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-NSFH-COUNT
              SET NHX TO WS-NSFH-COUNT
              MOVE WR-ACCT-NO (RTX) TO WN-ACCT-NO (NHX)
              MOVE ZERO             TO WN-RETURN-COUNT (NHX)
              MOVE SPACE            TO WN-CHECK-BLOCK (NHX)
              MOVE ZERO             TO WN-BLOCK-DATE (NHX)
              MOVE 'Y' TO WS-NSFH-FOUND
           END-IF.
           IF WN-RETURN-COUNT (NHX) < 999
              ADD 1 TO WN-RETURN-COUNT (NHX)
           END-IF.
           MOVE WS-TODAY-DATE TO WN-LAST-RETURN (NHX).
           IF WN-RETURN-COUNT (NHX) NOT < WS-BLOCK-COUNT
              AND WN-CHECK-BLOCK (NHX) NOT = 'Y'
              MOVE 'Y'           TO WN-CHECK-BLOCK (NHX)
              MOVE WS-TODAY-DATE TO WN-BLOCK-DATE (NHX)
              MOVE 'Y'           TO WS-NEW-BLOCK
              ADD 1 TO WS-BLOCKED-COUNT
           END-IF.

       FIND-NSFH-ITEM.
           MOVE 'N' TO WS-NSFH-FOUND.
           IF WS-NSFH-COUNT > ZERO
              SET NHX TO 1
              SEARCH WS-NSFH-ENTRY
                 AT END MOVE 'N' TO WS-NSFH-FOUND
                 WHEN NHX > WS-NSFH-COUNT
                    MOVE 'N' TO WS-NSFH-FOUND
                 WHEN WN-ACCT-NO (NHX) = WR-ACCT-NO (RTX)
                    MOVE 'Y' TO WS-NSFH-FOUND
              END-SEARCH
           END-IF.

       REQUEUE-BROKEN-PLANS.
      *plano quebrado pela devolucao devolve a conta a fila como
      *'N', com a acao carimbada hoje - mesma regra do PlanMon
           IF WS-PLAN-BROKEN-COUNT > ZERO
              PERFORM LOAD-COLL-QUEUE
              PERFORM REQUEUE-ONE-PLAN
                 VARYING PLX FROM 1 BY 1
                 UNTIL PLX > WS-PLAN-COUNT
              PERFORM REWRITE-COLL-QUEUE
           END-IF.

       LOAD-COLL-QUEUE.
           OPEN INPUT COLL-QUEUE.
           IF COLQ-FILE-STATUS = '05' OR COLQ-FILE-STATUS = '35'
              MOVE 'Y' TO WS-COLQ-EOF
           ELSE
              IF COLQ-FILE-STATUS NOT = '00'
                 STRING 'OPEN COLL-QUEUE FAILED, STATUS '
                    COLQ-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-COLQ-REC
              PERFORM UNTIL COLQ-EOF OR WS-QUEUE-COUNT = 1000
                 ADD 1 TO WS-QUEUE-COUNT
                 SET QX TO WS-QUEUE-COUNT
                 MOVE CQ-ACCT-NO      TO WQ-ACCT-NO (QX)
                 MOVE CQ-COLLECTOR    TO WQ-COLLECTOR (QX)
                 MOVE CQ-STATUS       TO WQ-STATUS (QX)
                 MOVE CQ-LAST-ACTION  TO WQ-LAST-ACTION (QX)
                 MOVE CQ-FIRST-QUEUED TO WQ-FIRST-QUEUED (QX)
                 MOVE CQ-BALANCE      TO WQ-BALANCE (QX)
                 PERFORM READ-COLQ-REC
              END-PERFORM
              CLOSE COLL-QUEUE
              IF NOT COLQ-EOF
                 STRING 'QUEUE TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-COLQ-REC.
           READ COLL-QUEUE
           AT END MOVE 'Y' TO WS-COLQ-EOF
           END-READ.
           IF COLQ-FILE-STATUS NOT = '00'
              AND COLQ-FILE-STATUS NOT = '10'
              STRING 'READ COLL-QUEUE FAILED, STATUS '
                 COLQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REQUEUE-ONE-PLAN.
           IF WL-STATUS (PLX) = 'B'
              AND WL-BROKEN-DATE (PLX) = WS-TODAY-DATE
              PERFORM FIND-QUEUE-ITEM
              IF NOT QUEUE-FOUND
                 IF WS-QUEUE-COUNT = 1000
                    STRING 'QUEUE TABLE FULL AT 1000 ENTRIES'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-QUEUE-COUNT
                 SET QX TO WS-QUEUE-COUNT
                 MOVE WL-ACCT-NO (PLX)  TO WQ-ACCT-NO (QX)
                 MOVE WL-OPERATOR (PLX) TO WQ-COLLECTOR (QX)
                 MOVE WS-TODAY-DATE     TO WQ-FIRST-QUEUED (QX)
                 MOVE ZERO              TO WQ-BALANCE (QX)
              END-IF
              MOVE 'N'           TO WQ-STATUS (QX)
              MOVE WS-TODAY-DATE TO WQ-LAST-ACTION (QX)
           END-IF.

       FIND-QUEUE-ITEM.
           MOVE 'N' TO WS-QUEUE-FOUND.
           IF WS-QUEUE-COUNT > ZERO
              SET QX TO 1
              SEARCH WS-QUEUE-ENTRY
                 AT END MOVE 'N' TO WS-QUEUE-FOUND
                 WHEN QX > WS-QUEUE-COUNT
                    MOVE 'N' TO WS-QUEUE-FOUND
                 WHEN WQ-ACCT-NO (QX) = WL-ACCT-NO (PLX)
                    MOVE 'Y' TO WS-QUEUE-FOUND
              END-SEARCH
           END-IF.

       REWRITE-COLL-QUEUE.
           OPEN OUTPUT COLL-QUEUE.
           IF COLQ-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT COLL-QUEUE FAILED, STATUS '
                 COLQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM WRITE-ONE-QUEUE-ITEM
              VARYING QX FROM 1 BY 1
              UNTIL QX > WS-QUEUE-COUNT.
           CLOSE COLL-QUEUE.

       WRITE-ONE-QUEUE-ITEM.
           MOVE WQ-ACCT-NO (QX)      TO CQ-ACCT-NO.
           MOVE WQ-COLLECTOR (QX)    TO CQ-COLLECTOR.
           MOVE WQ-STATUS (QX)       TO CQ-STATUS.
           MOVE WQ-LAST-ACTION (QX)  TO CQ-LAST-ACTION.
           MOVE WQ-FIRST-QUEUED (QX) TO CQ-FIRST-QUEUED.
           MOVE WQ-BALANCE (QX)      TO CQ-BALANCE.
           WRITE COLL-QUEUE-REC.
           IF COLQ-FILE-STATUS NOT = '00'
              STRING 'WRITE COLL-QUEUE FAILED, STATUS '
                 COLQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REWRITE-PROMISES.
      *so regrava quando alguma promessa foi reaberta; sem PROMISES
      *no job nao ha o que regravar
           IF WS-PROM-BROKEN-COUNT > ZERO
              OPEN OUTPUT PROMISE-FILE
              IF PROM-FILE-STATUS NOT = '00'
                 STRING 'OPEN OUTPUT PROMISE-FILE FAILED, STATUS '
                    PROM-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM WRITE-ONE-PROMISE
                 VARYING PMX FROM 1 BY 1
                 UNTIL PMX > WS-PROM-COUNT
              CLOSE PROMISE-FILE
           END-IF.

       WRITE-ONE-PROMISE.
           MOVE WP-ACCT-NO (PMX)   TO PR-ACCT-NO.
           MOVE WP-AMOUNT (PMX)    TO PR-AMOUNT.
           MOVE WP-PROM-DATE (PMX) TO PR-PROMISE-DATE.
           MOVE WP-OPERATOR (PMX)  TO PR-OPERATOR-ID.
           MOVE WP-STATUS (PMX)    TO PR-STATUS.
           WRITE PROMISE-REC.
           IF PROM-FILE-STATUS NOT = '00'
              STRING 'WRITE PROMISE-FILE FAILED, STATUS '
                 PROM-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REWRITE-PLANS.
      *so regrava quando algum plano foi quebrado pela devolucao
           IF WS-PLAN-BROKEN-COUNT > ZERO
              OPEN OUTPUT PLAN-FILE
              IF PLAN-FILE-STATUS NOT = '00'
                 STRING 'OPEN OUTPUT PLAN-FILE FAILED, STATUS '
                    PLAN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM WRITE-ONE-PLAN
                 VARYING PLX FROM 1 BY 1
                 UNTIL PLX > WS-PLAN-COUNT
              CLOSE PLAN-FILE
           END-IF.

       WRITE-ONE-PLAN.
           MOVE SPACES                 TO REPAY-PLAN-REC.
           MOVE WL-ACCT-NO (PLX)       TO RP-ACCT-NO.
           MOVE WL-INST-COUNT (PLX)    TO RP-INST-COUNT.
           MOVE WL-INST-AMOUNT (PLX)   TO RP-INST-AMOUNT.
           MOVE WL-FREQUENCY (PLX)     TO RP-FREQUENCY.
           MOVE WL-START-DATE (PLX)    TO RP-START-DATE.
           MOVE WL-OPERATOR (PLX)      TO RP-OPERATOR-ID.
           MOVE WL-STATUS (PLX)        TO RP-STATUS.
           MOVE WL-PAID-COUNT (PLX)    TO RP-PAID-COUNT.
           MOVE WL-MISSED-COUNT (PLX)  TO RP-MISSED-COUNT.
           MOVE WL-NEXT-DUE (PLX)      TO RP-NEXT-DUE-DATE.
           MOVE WL-PAID-TO-DATE (PLX)  TO RP-PAID-TO-DATE.
           MOVE WL-BROKEN-DATE (PLX)   TO RP-BROKEN-DATE.
           WRITE REPAY-PLAN-REC.
           IF PLAN-FILE-STATUS NOT = '00'
              STRING 'WRITE PLAN-FILE FAILED, STATUS '
                 PLAN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REWRITE-NSF-HISTORY.
      *o historico volta inteiro, com as devolucoes e os bloqueios
      *desta noite
           IF WS-NSFH-COUNT > ZERO
              OPEN OUTPUT NSF-HISTORY
              IF NSFH-FILE-STATUS NOT = '00'
                 STRING 'OPEN OUTPUT NSF-HISTORY FAILED, STATUS '
                    NSFH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM WRITE-ONE-NSFH
                 VARYING NHX FROM 1 BY 1
                 UNTIL NHX > WS-NSFH-COUNT
              CLOSE NSF-HISTORY
           END-IF.

       WRITE-ONE-NSFH.
           MOVE SPACES                 TO NSF-HIST-REC.
           MOVE WN-ACCT-NO (NHX)       TO NH-ACCT-NO.
           MOVE WN-RETURN-COUNT (NHX)  TO NH-RETURN-COUNT.
           MOVE WN-LAST-RETURN (NHX)   TO NH-LAST-RETURN-DATE.
           MOVE WN-CHECK-BLOCK (NHX)   TO NH-CHECK-BLOCK.
           MOVE WN-BLOCK-DATE (NHX)    TO NH-BLOCK-DATE.
           WRITE NSF-HIST-REC.
           IF NSFH-FILE-STATUS NOT = '00'
              STRING 'WRITE NSF-HISTORY FAILED, STATUS '
                 NSFH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE WS-REVERSED-COUNT TO TL-REVERSED-COUNT.
           MOVE WS-RECOVERY-COUNT TO TL-RECOVERY-COUNT.
           MOVE WS-FEE-TOTAL      TO TL-FEE-TOTAL.
           MOVE WS-NO-MATCH-COUNT TO TL-NO-MATCH-COUNT.
           MOVE WS-BLOCKED-COUNT  TO TL-BLOCKED-COUNT.
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
           DISPLAY 'CHECK RETURNS PROCESSED: ' WS-RETURN-COUNT
              '  REVERSED: ' WS-REVERSED-COUNT
              '  NO MATCH: ' WS-NO-MATCH-COUNT.
           DISPLAY 'PROMISES REOPENED: ' WS-PROM-BROKEN-COUNT
              '  PLANS BROKEN: ' WS-PLAN-BROKEN-COUNT
              '  ACCOUNTS BLOCKED: ' WS-BLOCKED-COUNT.
           CLOSE RETURN-IN .
           CLOSE ACCT-REC .
           CLOSE CHGOFF-FILE .
           CLOSE RET-TXN-OUT .
           CLOSE FEE-JOURNAL .
           CLOSE REPORT-LINE .
           IF WS-RETURN-COUNT > ZERO
              SET RC-RETURNS TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'CHKRET  '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de devolucoes e o
      *RETURN-CODE que o passo esta devolvendo ao scheduler
           MOVE 'CHKRET  '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-RETURN-COUNT      TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
