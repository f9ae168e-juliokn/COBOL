      *No fim, aplicado + suspense tem de fechar com o total do
      *deposito do banco na linha de batimento; diferenca termina o
      *passo com RETURN-CODE 12 distinto.
      *Conta bloqueada para cheque no NSFHIST (devolucoes demais,
      *pelo ChkRet) nao tem o pagamento aplicado: o item vai para o
      *suspense com o motivo proprio, para a cobranca devolver o
      *cheque ao cliente.
      *Premio de apolice pago no mesmo lockbox chega no detalhe 'P',
      *com o POL-CODE no scanline: casa com a fatura em aberto mais
      *antiga da apolice no PREMINV, grava o PREMPAY quando a fatura
      *fecha e carrega o pagamento parcial como saldo da fatura;
      *apolice sem fatura no PREMINV continua indo para o suspense,
      *e o batimento do deposito soma conta, premio e suspense.
      *Pagamento que o banco atrasou chega com a data efetiva no
      *detalhe (LD-EFF-DATE): aplica na noite como sempre e vai
      *tambem para o BACKVAL, para o AcctPost refazer o saldo de
      *fim de dia e o juro desde aquela data.

      *-----------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS SRPT-FILE-STATUS .
           SELECT CHGOFF-FILE ASSIGN TO CHGOFF
               FILE STATUS IS CHGO-FILE-STATUS .
           SELECT NSF-HISTORY ASSIGN TO NSFHIST
               FILE STATUS IS NSFH-FILE-STATUS .
           SELECT PREM-INVOICE ASSIGN TO PREMINV
               FILE STATUS IS PINV-FILE-STATUS .
           SELECT PREM-PAYMENT ASSIGN TO PREMPAY
               FILE STATUS IS PPAY-FILE-STATUS .
           SELECT PREM-JOURNAL ASSIGN TO PREMJRNL
               FILE STATUS IS PJRN-FILE-STATUS .
           SELECT BACK-VALUE ASSIGN TO BACKVAL
               FILE STATUS IS BVAL-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
           05 LD-CAPTURED-ACCT  PIC X(8) .
           05 LD-PAY-AMOUNT     PIC S9(7)V99 .
           05 LD-REMITTER-NAME  PIC X(20) .
      *data em que o cliente pagou, quando o banco atrasou o item;
      *zero ou em branco e a propria data do deposito
           05 LD-EFF-DATE       PIC 9(8) .
           05 FILLER            PIC X(2) .

      *terceiro layout: 'P' e o cupom de premio de apolice, com o
      *POL-CODE de 10 posicoes capturado no scanline
       01  LOCKBOX-PREMIUM-REC.
           05 LP-REC-TYPE       PIC X(1) .
           05 LP-CAPTURED-POL   PIC X(10) .
           05 LP-PAY-AMOUNT     PIC S9(7)V99 .
           05 LP-REMITTER-NAME  PIC X(20) .
           05 FILLER            PIC X(5) .

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
      *copybook CHGOFF
           COPY CHGOFF.

       FD NSF-HISTORY RECORDING MODE F .
      *historico de cheques devolvidos mantido pelo ChkRet; layout
      *compartilhado no copybook NSFHIST
           COPY NSFHIST.

       FD PREM-INVOICE RECORDING MODE F .
      *fatura de premio gravada pelo PolBill, com o valor ja pago
      *nos pagamentos parciais; regravada inteira no fim do passo
       01  PREM-INVOICE-REC.
           05 PI-POL-CODE       PIC X(10) .
           05 PI-BILL-DATE      PIC 9(8) .
           05 PI-AMOUNT         PIC 9(7)V99 .
           05 PI-PAID-AMOUNT    PIC 9(7)V99 .

       FD PREM-PAYMENT RECORDING MODE F .
      *pagamento de premio casado por apolice e data da fatura - o
      *mesmo record que o PolBill procura para dar a fatura por paga
       01  PREM-PAYMENT-REC.
           05 PY-POL-CODE       PIC X(10) .
           05 PY-BILL-DATE      PIC 9(8) .
           05 PY-PAY-DATE       PIC 9(8) .

       FD PREM-JOURNAL RECORDING MODE F .
      *diario dos premios aplicados, com o saldo que sobra na fatura
       01  PREM-JOURNAL-REC.
           05 PM-POL-CODE       PIC X(10) .
           05 FILLER            PIC X(2) .
           05 PM-BILL-DATE      PIC 9999/99/99 .
           05 FILLER            PIC X(2) .
           05 PM-REMITTER       PIC X(20) .
           05 FILLER            PIC X(2) .
           05 PM-AMOUNT         PIC $$,$$$,$$9.99 .
           05 FILLER            PIC X(2) .
           05 PM-INV-BALANCE    PIC $$,$$$,$$9.99 .
           05 FILLER            PIC X(2) .
           05 PM-TIMESTAMP      PIC X(14) .

       FD BACK-VALUE RECORDING MODE F .
      *pagamento com data efetiva passada, para o encerramento do
      *AcctPost; layout compartilhado no copybook BACKVAL
           COPY BACKVAL.

       WORKING-STORAGE SECTION.
       01  LBOX-FILE-STATUS     PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-HEADER-SEEN       PIC X(1) VALUE 'N'.
           88 HEADER-SEEN       VALUE 'Y'.

      *contas bloqueadas para pagamento em cheque; sem NSFHIST no
      *job nenhuma conta esta bloqueada
       01  NSFH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-NSFH-EOF          PIC X(1) VALUE 'N'.
           88 NSFH-EOF          VALUE 'Y'.
       01  WS-BLOCK-TABLE.
           05 WS-BLOCK-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-BLOCK-ENTRY OCCURS 2000 TIMES
                 INDEXED BY BKX.
              10 WB-ACCT-NO     PIC X(8).
       01  WS-BLOCK-FOUND       PIC X(1) VALUE 'N'.
           88 BLOCK-FOUND       VALUE 'Y'.
       01  WS-BLOCKED-COUNT     PIC 9(7) VALUE ZERO.

      *faturas de premio do PREMINV, com o pago ate aqui e a marca
      *de quitada (PREMPAY ja gravado); sem PREMINV no job todo
      *cupom de premio vai para o suspense
       01  PINV-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PPAY-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PJRN-FILE-STATUS     PIC X(2) VALUE '00'.

      *pagamentos com data efetiva passada gravados no BACKVAL
       01  BVAL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-BVAL-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-PREM-EOF          PIC X(1) VALUE 'N'.
           88 PREM-EOF          VALUE 'Y'.
       01  WS-PINV-LOADED       PIC X(1) VALUE 'N'.
           88 PINV-LOADED       VALUE 'Y'.
       01  WS-PINV-TABLE.
           05 WS-PINV-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PINV-ENTRY OCCURS 5000 TIMES
                 INDEXED BY PIX.
              10 WI-POL-CODE    PIC X(10).
              10 WI-BILL-DATE   PIC 9(8).
              10 WI-AMOUNT      PIC 9(7)V99.
              10 WI-PAID-AMOUNT PIC 9(7)V99.
              10 WI-SETTLED     PIC X(1).
       01  WS-PPAY-TABLE.
           05 WS-PPAY-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PPAY-ENTRY OCCURS 5000 TIMES
                 INDEXED BY PPX.
              10 WP-POL-CODE    PIC X(10).
              10 WP-BILL-DATE   PIC 9(8).
       01  WS-OLDEST-SUB        PIC 9(4) VALUE ZERO.
       01  WS-POLICY-KNOWN      PIC X(1) VALUE 'N'.
           88 POLICY-KNOWN      VALUE 'Y'.
       01  WS-PREM-REMAINING    PIC S9(7)V99 VALUE ZERO.
       01  WS-INV-BALANCE       PIC S9(7)V99 VALUE ZERO.
       01  WS-PREM-APPLIED      PIC S9(7)V99 VALUE ZERO.
       01  WS-PREMIUM-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-PREMIUM-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE; 12 e o codigo distinto do batimento furado
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-SUSPENSE-ITEMS VALUE 4.
           88 RC-IO-ERROR       VALUE 8.
           88 RC-OUT-OF-BALANCE VALUE 12.
           88 RC-RERUN-REFUSED  VALUE 20.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma RUNLOG
           COPY RUNLPRM.

      *área de parâmetros trocada com o subprograma BUSDATE
           COPY BUSDPRM.

      *data-movimento da noite, carimbada nos movimentos
       01  WS-BUSINESS-DATE     PIC 9(8) VALUE ZERO.

       01  SUSP-DETAIL-LINE.
           05 SD-CAPTURED-ACCT   PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 SD-REASON          PIC X(20).
           05 FILLER             PIC X(33) VALUE SPACES.

       01  PREMIUM-LINE.
           05 FILLER             PIC X(17) VALUE 'PREMIUM APPLIED: '.
           05 PL-PREMIUM         PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(9)  VALUE '  ITEMS: '.
           05 PL-COUNT           PIC Z,ZZZ,ZZ9.
           05 FILLER             PIC X(51) VALUE SPACES.

       01  BALANCE-LINE.
           05 FILLER             PIC X(15) VALUE 'BANK DEPOSIT: '.
           05 BL-DEPOSIT         PIC $$$,$$$,$$9.99.

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-CHECK-BLOCKS.
           PERFORM LOAD-PREMIUM-INVOICES.
           PERFORM PROCESS-LOCKBOX.
           PERFORM WRITE-BALANCE-LINE.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM RUN-CONTROL-START.
           OPEN INPUT LOCKBOX-IN .
           IF LBOX-FILE-STATUS NOT = '00'
              STRING 'OPEN LOCKBOX-IN FAILED, STATUS '
                 CHGO-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
      *o BACKVAL e acumulativo ate o encerramento do AcctPost, que o
      *esvazia; na primeira vez o OPEN EXTEND vira OUTPUT
           OPEN EXTEND BACK-VALUE .
           IF BVAL-FILE-STATUS = '05' OR BVAL-FILE-STATUS = '35'
              OPEN OUTPUT BACK-VALUE
           END-IF.
           IF BVAL-FILE-STATUS NOT = '00'
              STRING 'OPEN BACK-VALUE FAILED, STATUS '
                 BVAL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *a falha
           DISPLAY 'LOCKBOX ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           SET RUNL-FN-FAILED TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-CHECK-BLOCKS.
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
              PERFORM UNTIL NSFH-EOF OR WS-BLOCK-COUNT = 2000
                 IF NH-CHECKS-BLOCKED
                    ADD 1 TO WS-BLOCK-COUNT
                    SET BKX TO WS-BLOCK-COUNT
                    MOVE NH-ACCT-NO TO WB-ACCT-NO (BKX)
                 END-IF
                 PERFORM READ-NSFH-REC
              END-PERFORM
              CLOSE NSF-HISTORY
              IF NOT NSFH-EOF
                 STRING 'BLOCK TABLE FULL AT 2000 ENTRIES'
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

       FIND-CHECK-BLOCK.
           MOVE 'N' TO WS-BLOCK-FOUND.
           IF WS-BLOCK-COUNT > ZERO
              SET BKX TO 1
              SEARCH WS-BLOCK-ENTRY
                 AT END MOVE 'N' TO WS-BLOCK-FOUND
                 WHEN BKX > WS-BLOCK-COUNT
                    MOVE 'N' TO WS-BLOCK-FOUND
                 WHEN WB-ACCT-NO (BKX) = LD-CAPTURED-ACCT
                    MOVE 'Y' TO WS-BLOCK-FOUND
              END-SEARCH
           END-IF.

       PROCESS-LOCKBOX.
           PERFORM READ-LOCKBOX-REC
              PERFORM UNTIL LBOX-EOF
                 MOVE LH-DEPOSIT-TOTAL TO WS-DEPOSIT-TOTAL
              WHEN 'D'
                 PERFORM APPLY-PAYMENT
              WHEN 'P'
                 PERFORM APPLY-PREMIUM
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       APPLY-PAYMENT.
           ADD 1 TO WS-ITEM-COUNT.
           PERFORM FIND-CHECK-BLOCK.
           MOVE LD-CAPTURED-ACCT TO ACCT-NO.
           READ ACCT-REC.
           EVALUATE TRUE
              WHEN ACCT-FILE-STATUS = '23'
                 MOVE 'NO MATCHING ACCOUNT' TO SU-REASON
                 PERFORM WRITE-SUSPENSE-ITEM
      *----------conta bloqueada para cheque: nem saldo vivo nem
      *----------recuperacao, o item fica no suspense
              WHEN ACCT-FILE-STATUS = '00' AND BLOCK-FOUND
                 ADD 1 TO WS-BLOCKED-COUNT
                 MOVE 'CHECKS NOT ACCEPTED' TO SU-REASON
                 PERFORM WRITE-SUSPENSE-ITEM
              WHEN ACCT-FILE-STATUS NOT = '00'
                 STRING 'READ ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
           END-IF.
      *a recuperacao tambem e um movimento da conta: carimba a data
      *do ultimo movimento, como o pagamento normal faz
           MOVE WS-BUSINESS-DATE TO ACCT-LAST-ACTIVITY.
           REWRITE ACCT-FIELDS.
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'REWRITE ACCT-REC FAILED, STATUS '
           SUBTRACT LD-PAY-AMOUNT FROM ACCT-BALANCE.
      *o pagamento e um movimento da conta: carimba a data do ultimo
      *movimento, que alimenta o relatorio de dormencia e o expurgo
           MOVE WS-BUSINESS-DATE TO ACCT-LAST-ACTIVITY.
           REWRITE ACCT-FIELDS.
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'REWRITE ACCT-REC FAILED, STATUS '
           MOVE LD-PAY-AMOUNT    TO PJ-AMOUNT.
           MOVE ACCT-BALANCE     TO PJ-NEW-BALANCE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO PJ-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO PJ-TIMESTAMP (1:8).
           WRITE PAY-JOURNAL-REC.
           IF JRNL-FILE-STATUS NOT = '00'
              STRING 'WRITE PAY-JOURNAL FAILED, STATUS '
                 JRNL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF LD-EFF-DATE NUMERIC
              AND LD-EFF-DATE > ZERO
              AND LD-EFF-DATE < WS-BUSINESS-DATE
              PERFORM WRITE-BACK-VALUE-RECORD
           END-IF.

       WRITE-BACK-VALUE-RECORD.
      *o pagamento ja reduziu o saldo na noite; o AcctPost valida a
      *data e o limite de dias no encerramento
           ADD 1 TO WS-BVAL-COUNT.
           MOVE SPACES           TO BACK-VALUE-REC.
           MOVE ACCT-NO          TO BV-ACCT-NO.
           MOVE 'C'              TO BV-DC-CODE.
           MOVE LD-PAY-AMOUNT    TO BV-AMOUNT.
           MOVE LD-EFF-DATE      TO BV-EFF-DATE.
           MOVE WS-BUSINESS-DATE TO BV-POST-DATE.
           MOVE 'LOCKBOX '       TO BV-SOURCE.
           WRITE BACK-VALUE-REC.
           IF BVAL-FILE-STATUS NOT = '00'
              STRING 'WRITE BACK-VALUE FAILED, STATUS '
                 BVAL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-SUSPENSE-ITEM.
      *scanline sem conta: o item inteiro vai para o suspense e para
           MOVE SUSP-DETAIL-LINE TO SUSP-REPORT-REC.
           PERFORM WRITE-SUSP-REPORT-REC.

       LOAD-PREMIUM-INVOICES.
      *pagamentos ja no PREMPAY primeiro, para marcar as faturas
      *quitadas; depois as faturas, com o pago ate aqui
           OPEN INPUT PREM-PAYMENT.
           IF PPAY-FILE-STATUS = '05' OR PPAY-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF PPAY-FILE-STATUS NOT = '00'
                 STRING 'OPEN PREM-PAYMENT FAILED, STATUS '
                    PPAY-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-PREM-EOF
              PERFORM READ-PPAY-REC
              PERFORM UNTIL PREM-EOF OR WS-PPAY-COUNT = 5000
                 ADD 1 TO WS-PPAY-COUNT
                 SET PPX TO WS-PPAY-COUNT
                 MOVE PY-POL-CODE  TO WP-POL-CODE (PPX)
                 MOVE PY-BILL-DATE TO WP-BILL-DATE (PPX)
                 PERFORM READ-PPAY-REC
              END-PERFORM
              CLOSE PREM-PAYMENT
              IF NOT PREM-EOF
                 STRING 'PREMPAY TABLE FULL AT 5000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.
           OPEN INPUT PREM-INVOICE.
           IF PINV-FILE-STATUS = '05' OR PINV-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF PINV-FILE-STATUS NOT = '00'
                 STRING 'OPEN PREM-INVOICE FAILED, STATUS '
                    PINV-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'Y' TO WS-PINV-LOADED
              MOVE 'N' TO WS-PREM-EOF
              PERFORM READ-PINV-REC
              PERFORM UNTIL PREM-EOF OR WS-PINV-COUNT = 5000
                 ADD 1 TO WS-PINV-COUNT
                 SET PIX TO WS-PINV-COUNT
                 MOVE PI-POL-CODE  TO WI-POL-CODE (PIX)
                 MOVE PI-BILL-DATE TO WI-BILL-DATE (PIX)
                 MOVE PI-AMOUNT    TO WI-AMOUNT (PIX)
                 IF PI-PAID-AMOUNT NUMERIC
                    MOVE PI-PAID-AMOUNT TO WI-PAID-AMOUNT (PIX)
                 ELSE
                    MOVE ZERO TO WI-PAID-AMOUNT (PIX)
                 END-IF
                 PERFORM FIND-PREMIUM-PAYMENT
                 PERFORM READ-PINV-REC
              END-PERFORM
              CLOSE PREM-INVOICE
      *----------fatura fora da tabela se perderia na regravacao
              IF NOT PREM-EOF
                 STRING 'PREMINV TABLE FULL AT 5000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.
           OPEN EXTEND PREM-PAYMENT.
      *o PREMPAY e acumulativo; na primeira execucao o dataset ainda
      *nao existe e o OPEN EXTEND precisa virar OUTPUT
           IF PPAY-FILE-STATUS = '05' OR PPAY-FILE-STATUS = '35'
              OPEN OUTPUT PREM-PAYMENT
           END-IF.
           IF PPAY-FILE-STATUS NOT = '00'
              STRING 'OPEN PREM-PAYMENT FAILED, STATUS '
                 PPAY-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT PREM-JOURNAL.
           IF PJRN-FILE-STATUS NOT = '00'
              STRING 'OPEN PREM-JOURNAL FAILED, STATUS '
                 PJRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-PPAY-REC.
           READ PREM-PAYMENT
           AT END MOVE 'Y' TO WS-PREM-EOF
           END-READ.
           IF PPAY-FILE-STATUS NOT = '00'
              AND PPAY-FILE-STATUS NOT = '10'
              STRING 'READ PREM-PAYMENT FAILED, STATUS '
                 PPAY-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-PINV-REC.
           READ PREM-INVOICE
           AT END MOVE 'Y' TO WS-PREM-EOF
           END-READ.
           IF PINV-FILE-STATUS NOT = '00'
              AND PINV-FILE-STATUS NOT = '10'
              STRING 'READ PREM-INVOICE FAILED, STATUS '
                 PINV-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       FIND-PREMIUM-PAYMENT.
           MOVE 'N' TO WI-SETTLED (PIX).
           IF WS-PPAY-COUNT > ZERO
              SET PPX TO 1
              SEARCH WS-PPAY-ENTRY
                 AT END CONTINUE
                 WHEN PPX > WS-PPAY-COUNT
                    CONTINUE
                 WHEN WP-POL-CODE (PPX) = PI-POL-CODE
                    AND WP-BILL-DATE (PPX) = PI-BILL-DATE
                    MOVE 'Y' TO WI-SETTLED (PIX)
              END-SEARCH
           END-IF.

       APPLY-PREMIUM.
      *cupom de premio: abate a fatura em aberto mais antiga da
      *apolice, fecha e passa para a seguinte enquanto sobrar
      *dinheiro; sobra sem fatura em aberto, ou apolice sem fatura
      *nenhuma no PREMINV, vai para o suspense
           ADD 1 TO WS-ITEM-COUNT.
           MOVE 'N' TO WS-POLICY-KNOWN.
           MOVE ZERO TO WS-PREM-APPLIED.
           MOVE LP-PAY-AMOUNT TO WS-PREM-REMAINING.
           IF LP-PAY-AMOUNT > ZERO
              MOVE 1 TO WS-OLDEST-SUB
              PERFORM APPLY-PREMIUM-INVOICE
                 UNTIL WS-PREM-REMAINING = ZERO
                 OR WS-OLDEST-SUB = ZERO
           END-IF.
           IF WS-PREM-APPLIED > ZERO
              ADD 1 TO WS-PREMIUM-COUNT
              ADD WS-PREM-APPLIED TO WS-PREMIUM-TOTAL
           END-IF.
           IF WS-PREM-REMAINING NOT = ZERO
              EVALUATE TRUE
                 WHEN LP-PAY-AMOUNT NOT > ZERO
                    MOVE 'INVALID AMOUNT' TO SU-REASON
                 WHEN NOT POLICY-KNOWN
                    STRING 'NO POLICY ' LP-CAPTURED-POL
                       DELIMITED BY SIZE INTO SU-REASON
                 WHEN WS-PREM-APPLIED > ZERO
                    MOVE 'PREMIUM OVERPAID' TO SU-REASON
                 WHEN OTHER
                    MOVE 'NO OPEN PREMIUM' TO SU-REASON
              END-EVALUATE
              PERFORM WRITE-PREMIUM-SUSPENSE
           END-IF.

       APPLY-PREMIUM-INVOICE.
           PERFORM FIND-OLDEST-OPEN-INVOICE.
           IF WS-OLDEST-SUB NOT = ZERO
              SET PIX TO WS-OLDEST-SUB
              COMPUTE WS-INV-BALANCE =
                 WI-AMOUNT (PIX) - WI-PAID-AMOUNT (PIX)
              IF WS-PREM-REMAINING < WS-INV-BALANCE
                 MOVE WS-PREM-REMAINING TO WS-INV-BALANCE
              END-IF
              ADD WS-INV-BALANCE TO WI-PAID-AMOUNT (PIX)
              ADD WS-INV-BALANCE TO WS-PREM-APPLIED
              SUBTRACT WS-INV-BALANCE FROM WS-PREM-REMAINING
              IF WI-PAID-AMOUNT (PIX) NOT < WI-AMOUNT (PIX)
                 PERFORM WRITE-PREMIUM-PAYMENT
              END-IF
              PERFORM WRITE-PREMIUM-JOURNAL
           END-IF.

       FIND-OLDEST-OPEN-INVOICE.
      *fatura nao quitada de data mais antiga da apolice do cupom;
      *WS-OLDEST-SUB zero quando nao sobra nenhuma
           MOVE ZERO TO WS-OLDEST-SUB.
           IF WS-PINV-COUNT > ZERO
              PERFORM TEST-OPEN-INVOICE
                 VARYING PIX FROM 1 BY 1
                 UNTIL PIX > WS-PINV-COUNT
           END-IF.

       TEST-OPEN-INVOICE.
           IF WI-POL-CODE (PIX) = LP-CAPTURED-POL
              MOVE 'Y' TO WS-POLICY-KNOWN
              IF WI-SETTLED (PIX) NOT = 'Y'
                 IF WS-OLDEST-SUB = ZERO
                    SET WS-OLDEST-SUB TO PIX
                 ELSE
                    IF WI-BILL-DATE (PIX)
                       < WI-BILL-DATE (WS-OLDEST-SUB)
                       SET WS-OLDEST-SUB TO PIX
                    END-IF
                 END-IF
              END-IF
           END-IF.

       WRITE-PREMIUM-PAYMENT.
      *fatura fechada: o PREMPAY e o que o PolBill, o PolLapse e o
      *PolClaim procuram para dar o premio por pago
           MOVE 'Y' TO WI-SETTLED (PIX).
           MOVE WI-POL-CODE (PIX)  TO PY-POL-CODE.
           MOVE WI-BILL-DATE (PIX) TO PY-BILL-DATE.
           MOVE WS-DEPOSIT-DATE    TO PY-PAY-DATE.
           WRITE PREM-PAYMENT-REC.
           IF PPAY-FILE-STATUS NOT = '00'
              STRING 'WRITE PREM-PAYMENT FAILED, STATUS '
                 PPAY-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-PREMIUM-JOURNAL.
           MOVE SPACES             TO PREM-JOURNAL-REC.
           MOVE WI-POL-CODE (PIX)  TO PM-POL-CODE.
           MOVE WI-BILL-DATE (PIX) TO PM-BILL-DATE.
           MOVE LP-REMITTER-NAME   TO PM-REMITTER.
           MOVE WS-INV-BALANCE     TO PM-AMOUNT.
           COMPUTE PM-INV-BALANCE =
              WI-AMOUNT (PIX) - WI-PAID-AMOUNT (PIX).
           MOVE FUNCTION CURRENT-DATE (1:14) TO PM-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO PM-TIMESTAMP (1:8).
           WRITE PREM-JOURNAL-REC.
           IF PJRN-FILE-STATUS NOT = '00'
              STRING 'WRITE PREM-JOURNAL FAILED, STATUS '
                 PJRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-PREMIUM-SUSPENSE.
      *o que sobra do cupom de premio vai para o suspense com o
      *mesmo record do item de conta; o POL-CODE completo segue no
      *motivo quando a apolice nao e conhecida
           ADD 1 TO WS-SUSPENSE-COUNT.
           ADD WS-PREM-REMAINING TO WS-SUSPENSE-TOTAL.
           MOVE LP-CAPTURED-POL   TO SU-CAPTURED-ACCT.
           MOVE WS-PREM-REMAINING TO SU-PAY-AMOUNT.
           MOVE LP-REMITTER-NAME  TO SU-REMITTER-NAME.
           MOVE WS-DEPOSIT-DATE   TO SU-DEPOSIT-DATE.
           WRITE SUSPENSE-REC.
           IF SUSP-FILE-STATUS NOT = '00'
              STRING 'WRITE SUSPENSE-FILE FAILED, STATUS '
                 SUSP-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE LP-CAPTURED-POL   TO SD-CAPTURED-ACCT.
           MOVE LP-REMITTER-NAME  TO SD-REMITTER.
           MOVE WS-PREM-REMAINING TO SD-AMOUNT.
           MOVE SU-REASON         TO SD-REASON.
           MOVE SUSP-DETAIL-LINE TO SUSP-REPORT-REC.
           PERFORM WRITE-SUSP-REPORT-REC.

       REWRITE-PREMIUM-INVOICES.
      *regrava o PREMINV com o pago ate aqui de cada fatura
           IF PINV-LOADED
              OPEN OUTPUT PREM-INVOICE
              IF PINV-FILE-STATUS NOT = '00'
                 STRING 'REOPEN PREM-INVOICE FAILED, STATUS '
                    PINV-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM REWRITE-ONE-INVOICE
                 VARYING PIX FROM 1 BY 1
                 UNTIL PIX > WS-PINV-COUNT
              CLOSE PREM-INVOICE
           END-IF.

       REWRITE-ONE-INVOICE.
           MOVE WI-POL-CODE (PIX)    TO PI-POL-CODE.
           MOVE WI-BILL-DATE (PIX)   TO PI-BILL-DATE.
           MOVE WI-AMOUNT (PIX)      TO PI-AMOUNT.
           MOVE WI-PAID-AMOUNT (PIX) TO PI-PAID-AMOUNT.
           WRITE PREM-INVOICE-REC.
           IF PINV-FILE-STATUS NOT = '00'
              STRING 'WRITE PREM-INVOICE FAILED, STATUS '
                 PINV-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-SUSP-REPORT-REC.
           WRITE SUSP-REPORT-REC.
           IF SRPT-FILE-STATUS NOT = '00'

       WRITE-BALANCE-LINE.
      *linha de batimento: aplicado + suspense tem de fechar com o
      *total do deposito informado pelo banco; o premio aplicado sai
      *na linha de cima e entra no batimento
           COMPUTE WS-WORKED-TOTAL =
              WS-APPLIED-TOTAL + WS-SUSPENSE-TOTAL
              + WS-RECOVERY-TOTAL + WS-PREMIUM-TOTAL.
           MOVE WS-PREMIUM-TOTAL TO PL-PREMIUM.
           MOVE WS-PREMIUM-COUNT TO PL-COUNT.
           MOVE PREMIUM-LINE TO SUSP-REPORT-REC.
           PERFORM WRITE-SUSP-REPORT-REC.
           MOVE WS-DEPOSIT-TOTAL  TO BL-DEPOSIT.
           MOVE WS-APPLIED-TOTAL  TO BL-APPLIED.
           MOVE WS-SUSPENSE-TOTAL TO BL-SUSPENSE.
           END-IF.
           MOVE BALANCE-LINE TO SUSP-REPORT-REC.
           PERFORM WRITE-SUSP-REPORT-REC.
           DISPLAY PREMIUM-LINE.
           DISPLAY BALANCE-LINE.
           DISPLAY 'RECOVERIES TO CHARGE-OFF LEDGER: '
              WS-RECOVERY-COUNT.
           DISPLAY 'CHECKS FROM BLOCKED ACCOUNTS TO SUSPENSE: '
              WS-BLOCKED-COUNT.
           DISPLAY 'BACK-VALUED PAYMENTS TO BACKVAL: '
              WS-BVAL-COUNT.

       CLOSE-STOP.
           CLOSE LOCKBOX-IN .
           CLOSE SUSPENSE-FILE .
           CLOSE SUSP-REPORT .
           CLOSE CHGOFF-FILE .
           CLOSE PREM-PAYMENT .
           CLOSE PREM-JOURNAL .
           CLOSE BACK-VALUE .
           PERFORM REWRITE-PREMIUM-INVOICES.
           IF NOT RC-OUT-OF-BALANCE
              IF WS-SUSPENSE-COUNT > ZERO
                 SET RC-SUSPENSE-ITEMS TO TRUE
                 SET RC-NORMAL TO TRUE
              END-IF
           END-IF.
           SET RUNL-FN-COMPLETE TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
           MOVE WS-ITEM-COUNT        TO AUDIT-REC-COUNT.
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
              DISPLAY 'LOCKBOX ' BUSD-MESSAGE
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-BUSINESS-DATE.

       RUN-CONTROL-START.
      *registra o inicio no controle de execucao RUNCTL; passo de
      *postagem que ja terminou nesta data-movimento nao roda de
      *novo sem override do operador no RUNOVRD - para aqui, antes
      *de abrir qualquer arquivo
           MOVE 'LOCKBOX '     TO RUNL-STEP-NAME.
           SET RUNL-FN-START   TO TRUE.
           MOVE BUSD-BUSINESS-DATE TO RUNL-BUSINESS-DATE.
           MOVE ZERO           TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
           IF RUNL-RUN-BLOCKED
              DISPLAY 'LOCKBOX RERUN REFUSED FOR BUSINESS DATE '
                 RUNL-BUSINESS-DATE ': ' RUNL-MESSAGE
              SET RC-RERUN-REFUSED TO TRUE
              PERFORM AUDIT-LOG-END
              MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUNL-MESSAGE NOT = SPACES
              DISPLAY 'LOCKBOX ' RUNL-MESSAGE
           END-IF.

       RUN-CONTROL-END.
      *registra o fim no controle de execucao - C ou F conforme quem
      *chamou - com o RETURN-CODE devolvido ao scheduler
           MOVE 'LOCKBOX '           TO RUNL-STEP-NAME.
           MOVE WS-FINAL-RETURN-CODE TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
