      *-----------------------------------------------------------
      *copybook com o layout do record da fila de revisao da
      *postagem (dataset PSTHOLD): ate aqui o AcctPost aplicava todo
      *movimento valido na hora, e um debito de 90.000 digitado
      *errado, ou vinte debitos numa conta na mesma noite, batia no
      *saldo, no extrato e no arquivo do bureau antes de alguem
      *olhar. Movimento acima do teto do REVPARM, muitas vezes acima
      *da media da propria conta no TXNHIST, ou alem do limite de
      *itens da conta na noite, entra aqui em vez de postar, com o
      *motivo, a media e a contagem que dispararam a retencao. O
      *PostRvw mostra cada item a um segundo operador, que libera
      *(o item vai para o PSTRLSE e posta no proximo ciclo) ou
      *rejeita; o OpSumm da manha conta os itens ainda retidos.
      *-----------------------------------------------------------
       01 REVIEW-HOLD-REC.
           05 RV-HOLD-DATE        PIC 9(8) .
           05 RV-BUSINESS-DATE    PIC 9(8) .
           05 RV-HOLD-REASON      PIC X(20) .
      *media dos debitos e creditos da conta no TXNHIST e itens da
      *conta no PSTTXN desta noite, no momento da retencao
           05 RV-ACCT-AVERAGE     PIC 9(7)V99 .
           05 RV-NIGHT-COUNT      PIC 9(4) .
      *imagem completa do movimento, no layout do PSTTXN; cresceu
      *com a data efetiva do PSTTXN (record de 100 para 108 bytes)
           05 RV-TXN-IMAGE        PIC X(53) .
           05 FILLER              PIC X(6) .
