      *quando alguem faltava. Um record por conta inadimplente, com
      *o cobrador designado, o codigo de situacao ('N' nova, 'C'
      *contatada, 'P' promessa, 'L' juridico, 'U' incobravel, 'X'
      *encerrada, 'A' colocada na agencia externa), a data da
      *ultima acao e a data em que entrou na fila. Montada toda
      *noite pelo CollQBld (com carry-over: item ja trabalhado nao e
      *re-embaralhado) e trabalhada no console pelo CollWork; o
      *'A' e marcado pelo AgyPlace e desfeito pelo AgyRemit quando
      *a agencia devolve a conta. O DialOut tira daqui a lista do
      *discador e o DialIn grava de volta a situacao e a ultima
      *acao com o resultado das chamadas do dia.
      *-----------------------------------------------------------
       01 COLL-QUEUE-REC.
           05 CQ-ACCT-NO        PIC X(8) .
             88 CQ-ST-LEGAL         VALUE 'L'.
             88 CQ-ST-UNCOLL        VALUE 'U'.
             88 CQ-ST-CLOSED        VALUE 'X'.
             88 CQ-ST-PLACED        VALUE 'A'.
           05 CQ-LAST-ACTION    PIC 9(8) .
           05 CQ-FIRST-QUEUED   PIC 9(8) .
           05 CQ-BALANCE        PIC S9(7)V99 .
