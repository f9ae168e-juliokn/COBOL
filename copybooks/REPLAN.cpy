      *-----------------------------------------------------------
      *copybook com o layout do record de plano de pagamento
      *(dataset REPLANS): o acordo parcelado da cobranca - conta,
      *numero de parcelas, valor da parcela, periodicidade ('W'
      *semanal, 'B' quinzenal, 'M' mensal), data da primeira
      *parcela e o cobrador que fechou o acordo. Montado no console
      *pelo CollWork e acompanhado toda noite pelo PlanMon, que
      *abate os creditos da conta em RP-PAID-TO-DATE, conta a
      *parcela paga e avanca RP-NEXT-DUE-DATE pela periodicidade.
      *Situacao 'A' = plano em vigor (o CollLtr segura a carta e o
      *FeeAsmt nao cobra a multa LATE), 'C' = concluido (todas as
      *parcelas pagas), 'B' = quebrado (parcelas perdidas chegaram
      *ao limite do PLANPARM - a conta volta para a fila COLLQ como
      *'N' e sai no relatorio de planos quebrados).
      *-----------------------------------------------------------
       01 REPAY-PLAN-REC.
           05 RP-ACCT-NO          PIC X(8) .
           05 RP-INST-COUNT       PIC 9(3) .
           05 RP-INST-AMOUNT      PIC 9(7)V99 .
           05 RP-FREQUENCY        PIC X(1) .
             88 RP-FREQ-WEEKLY      VALUE 'W'.
             88 RP-FREQ-BIWEEKLY    VALUE 'B'.
             88 RP-FREQ-MONTHLY     VALUE 'M'.
           05 RP-START-DATE       PIC 9(8) .
           05 RP-OPERATOR-ID      PIC X(8) .
           05 RP-STATUS           PIC X(1) .
             88 RP-ST-ACTIVE        VALUE 'A'.
             88 RP-ST-COMPLETED     VALUE 'C'.
             88 RP-ST-BROKEN        VALUE 'B'.
           05 RP-PAID-COUNT       PIC 9(3) .
           05 RP-MISSED-COUNT     PIC 9(3) .
           05 RP-NEXT-DUE-DATE    PIC 9(8) .
           05 RP-PAID-TO-DATE     PIC S9(7)V99 .
           05 RP-BROKEN-DATE      PIC 9(8) .
           05 FILLER              PIC X(11) .
