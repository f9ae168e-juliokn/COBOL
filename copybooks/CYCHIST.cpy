      *-----------------------------------------------------------
      *copybook com o layout do record de troca de ciclo (dataset
      *CYCHIST, acumulativo): o CycAsgn apensa um record por conta
      *que muda de ciclo de faturamento, com o ultimo fechamento
      *que a conta teve ate a data da troca - o do ciclo antigo, ou
      *o ultimo dia util do mes para a conta que estava sem ciclo.
      *Ate o primeiro fechamento no ciclo novo e dali que o periodo
      *da conta comeca: o saldo medio do FileHandling e o ultimo
      *ciclo da cotacao do AcctClos nao voltam para antes dele.
      *Zero em CH-LAST-CLOSE = a conta nao teve fechamento ainda.
      *-----------------------------------------------------------
       01 CYC-HIST-REC.
           05 CH-ACCT-NO        PIC X(8) .
           05 CH-OLD-CYCLE      PIC 9(2) .
           05 CH-NEW-CYCLE      PIC 9(2) .
           05 CH-ASSIGN-DATE    PIC 9(8) .
           05 CH-LAST-CLOSE     PIC 9(8) .
           05 FILLER            PIC X(12) .
