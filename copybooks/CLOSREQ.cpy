      *-----------------------------------------------------------
      *copybook com o layout do record de pedido de encerramento de
      *conta: o pedido novo chega no CLOSREQ so com a conta, a data,
      *o operador e o motivo; o AcctClos carrega os pedidos em
      *aberto no CLOSPEND (mesmo layout), com a data e o valor do
      *juro final postado - o extrato final sai junto - e a data e
      *o valor do cheque de devolucao do saldo credor. O pedido sai
      *do CLOSPEND quando a conta vai para 'C' com saldo zero.
      *-----------------------------------------------------------
       01  CLOSE-REQ-REC.
           05 CR-ACCT-NO        PIC X(8) .
           05 CR-REQ-DATE       PIC 9(8) .
           05 CR-OPERATOR-ID    PIC X(8) .
           05 CR-REASON         PIC X(30) .
           05 CR-FINAL-DATE     PIC 9(8) .
           05 CR-FINAL-CHARGE   PIC S9(7)V99 .
           05 CR-REFUND-DATE    PIC 9(8) .
           05 CR-REFUND-AMOUNT  PIC S9(7)V99 .
