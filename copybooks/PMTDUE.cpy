      *-----------------------------------------------------------
      *copybook com o layout do record de pagamento minimo do
      *ciclo (dataset PMTDUE): um record por conta, gravado pelo
      *AcctStmt no fechamento do extrato com o minimo devido e o
      *vencimento impressos, e mantido toda noite pelo PmtTrack,
      *que abate os creditos do PAYJRNL (LockBox) e do POSTJRNL
      *(AcctPost, inclusive os creditos do AutoPay). Situacao 'O' =
      *em aberto ate o vencimento, 'M' = minimo atendido, 'P' =
      *vencido sem o minimo. A passagem para 'P' e o evento de
      *atraso: PD-MISS-DATE guarda a noite em que foi detectado
      *(a multa LATE do FeeAsmt dispara nela) e PD-FIRST-MISS-DATE
      *o vencimento do minimo mais antigo ainda em aberto, de onde
      *o DelqNite conta a idade do atraso. PD-PAST-DUE-AMT e a
      *parte do minimo que veio do ciclo anterior nao pago.
      *-----------------------------------------------------------
       01 PMT-DUE-REC.
           05 PD-ACCT-NO          PIC X(8) .
           05 PD-CYCLE-DATE       PIC 9(8) .
           05 PD-DUE-DATE         PIC 9(8) .
           05 PD-MIN-DUE          PIC S9(7)V99 COMP-3 .
           05 PD-PAST-DUE-AMT     PIC S9(7)V99 COMP-3 .
           05 PD-PAID-AMOUNT      PIC S9(7)V99 COMP-3 .
           05 PD-STATUS           PIC X(1) .
             88 PD-ST-OPEN          VALUE 'O'.
             88 PD-ST-MET           VALUE 'M'.
             88 PD-ST-PAST-DUE      VALUE 'P'.
           05 PD-MISS-DATE        PIC 9(8) .
           05 PD-FIRST-MISS-DATE  PIC 9(8) .
           05 FILLER              PIC X(7) .
