      *balanceamento nao distinguia correcao de volume. Qualquer
      *programa que leia ou grave movimentos diarios deve COPY este
      *layout; o record passou de 18 para 25 bytes com o PT-REF-SEQ
      *e para 33 com o PT-XFER-ACCT-NO. Transferencia (T) move o
      *valor entre duas contas do mesmo cliente numa transacao so:
      *debito na conta PT-ACCT-NO (origem), credito na conta
      *PT-XFER-ACCT-NO (destino) - as duas pernas postam juntas ou
      *nenhuma posta. Movimento em moeda estrangeira chega com a
      *moeda e o valor originais (PT-ORIG-CURRENCY/PT-ORIG-AMOUNT,
      *record de 33 para 45 bytes) e PT-AMOUNT zerado: o AcctPost
      *converte para a moeda da conta pela taxa do FXRATES vigente
      *na data-movimento do header do lote. Estorno de tarifa e
      *credito de cortesia (W) reduzem o saldo como o credito, mas
      *chegam so pelo WaivEnt/WaivApr, com motivo e aprovacao, e o
      *GlExtr lanca em despesa de isencao de tarifa, nao em
      *pagamento. Pagamento atrasado no banco ou debito corrigido
      *dias depois chega com a data efetiva PT-EFF-DATE (record de
      *45 para 53 bytes): o AcctPost posta na noite, mas refaz o
      *BALHIST desde a data efetiva e corrige o juro ja cobrado
      *sobre o saldo errado; zero ou em branco e a propria noite
      *-----------------------------------------------------------
       01 POST-TXN-REC.
           05 PT-ACCT-NO        PIC X(8) .
             88 PT-DEBIT            VALUE 'D'.
             88 PT-CREDIT           VALUE 'C'.
             88 PT-REVERSAL         VALUE 'R'.
             88 PT-TRANSFER         VALUE 'T'.
             88 PT-WAIVER           VALUE 'W'.
             88 PT-DC-VALIDO        VALUES 'D' 'C' 'R' 'T' 'W'.
           05 PT-AMOUNT         PIC S9(7)V99 .
      *sequencia do movimento original no POSTJRNL da noite
      *anterior; so o estorno usa, os demais ficam com zero
           05 PT-REF-SEQ        PIC 9(7) .
      *conta destino da transferencia; so a transferencia usa, os
      *demais ficam em branco
           05 PT-XFER-ACCT-NO   PIC X(8) .
      *moeda e valor originais do movimento em moeda estrangeira;
      *em branco, o PT-AMOUNT ja esta na moeda da conta
           05 PT-ORIG-CURRENCY  PIC X(3) .
           05 PT-ORIG-AMOUNT    PIC S9(7)V99 .
      *data efetiva AAAAMMDD do debito, credito ou isencao com
      *valor retroativo; estorno e transferencia ficam com zero
           05 PT-EFF-DATE       PIC 9(8) .

      *controles de lote do arquivo de captura: o header traz o
      *sistema de origem e a data-movimento, o trailer a contagem
             88 PB-HEADER-REC       VALUE '*BATCHH*'.
           05 PB-SOURCE-SYSTEM  PIC X(8) .
           05 PB-BUSINESS-DATE  PIC 9(8) .
           05 FILLER            PIC X(29) .

       01 POST-BATCH-TRAILER.
           05 PB-TRL-TAG        PIC X(8) .
             88 PB-TRAILER-REC      VALUE '*BATCHT*'.
           05 PB-REC-COUNT      PIC 9(6) .
           05 PB-HASH-TOTAL     PIC S9(9)V99 .
           05 FILLER            PIC X(28) .
