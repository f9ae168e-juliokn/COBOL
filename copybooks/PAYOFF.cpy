      *-----------------------------------------------------------
      *copybook com os campos da cotacao de quitacao: saldo da
      *conta, taxa mensal em vigor (a do estado, tabela STRATE),
      *data do ultimo ciclo de juros do FileHandling (o ultimo dia
      *util de fechamento do PROCCAL antes da data de quitacao) e
      *a data de quitacao. Quem cota preenche esses campos e as
      *tarifas ainda nao postadas e faz PERFORM CALC-PAYOFF (COPY
      *PAYOFFPR na PROCEDURE DIVISION); voltam os dias corridos, o
      *juro por dia, o juro acumulado desde o ciclo e o valor de
      *quitacao. Conta sem juro (charged-off) vem com PO-NO-INTEREST.
      *-----------------------------------------------------------
       01  PAYOFF-FIELDS.
           05 PO-BALANCE        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 PO-MONTHLY-RATE   PIC 9V9(4) VALUE ZERO.
           05 PO-LAST-CYCLE-DATE PIC 9(8) VALUE ZERO.
           05 PO-CYCLE-PARTS REDEFINES PO-LAST-CYCLE-DATE.
              10 PO-CYCLE-YEAR  PIC 9(4).
              10 PO-CYCLE-MONTH PIC 9(2).
              10 PO-CYCLE-DAY   PIC 9(2).
           05 PO-PAYOFF-DATE    PIC 9(8) VALUE ZERO.
           05 PO-OPEN-FEES      PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 PO-INTEREST-FLAG  PIC X(1) VALUE 'Y'.
             88 PO-NO-INTEREST      VALUE 'N'.
           05 PO-DAYS           PIC S9(5) COMP-3 VALUE ZERO.
           05 PO-PER-DIEM       PIC S9(5)V9(4) COMP-3 VALUE ZERO.
           05 PO-INTEREST       PIC S9(7)V99 COMP-3 VALUE ZERO.
           05 PO-PAYOFF-AMOUNT  PIC S9(7)V99 COMP-3 VALUE ZERO.
