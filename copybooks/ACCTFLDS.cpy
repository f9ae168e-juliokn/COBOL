      *STREET-ADDR; o record passou de 180 para 181
           05 ACCT-MAIL-SUPPRESS PIC X(1) .
             88 MAIL-SUPPRESSED     VALUE 'Y'.
      *ciclo de faturamento da conta (01 a 20): o fechamento deixou
      *de cair todo no ultimo dia util do mes - cada ciclo fecha no
      *seu dia util do PROCCAL (PCalGen), e o juro, o MONTHEND e o
      *extrato da noite so tratam as contas do ciclo da noite.
      *Atribuido pelo CycAsgn; zero = ainda sem ciclo, fecha no
      *ultimo dia util do mes como antes; o record passou de 181
      *para 183
           05 ACCT-BILL-CYCLE    PIC 9(2) .
             88 BILL-CYCLE-UNASSIGNED VALUE ZERO.
