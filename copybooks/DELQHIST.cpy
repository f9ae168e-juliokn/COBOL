      *historico na noite em que o saldo recupera. E a idade - nao
      *a profundidade - que dirige a regua de cobranca: o CollLtr
      *escolhe a severidade do gabarito pela faixa de dias daqui.
      *Com o PMTDUE alocado, DH-FIRST-NEG-DATE passa a ser o
      *vencimento do minimo mais antigo ainda em aberto.
      *-----------------------------------------------------------
       01 DELQ-HIST-REC.
           05 DH-ACCT-NO        PIC X(8) .
