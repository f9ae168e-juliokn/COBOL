      *-----------------------------------------------------------
      *copybook com o layout do record de promessa de pagamento
      *(dataset PROMISES): a conta, o valor e a data prometidos e o
      *operador que anotou a ligacao - pelo console do PromEnt ou,
      *para a promessa feita em chamada do discador, pelo DialIn.
      *Situacao 'A' = ativa (a cobranca segura as cartas), 'K' =
      *cumprida (pagamento casado no PAYJRNL pelo PromRpt), 'B' =
      *quebrada (a data passou sem pagamento - a conta volta ao
      *fluxo normal de cartas e sai no relatorio de promessas
      *quebradas).
      *-----------------------------------------------------------
       01 PROMISE-REC.
           05 PR-ACCT-NO        PIC X(8) .
