      *resultante; a retencao em meses e do parametro do passo. O
      *TxnView consulta pelo console, do mais novo para o mais
      *velho - a pergunta mais comum que o help desk nao conseguia
      *responder. TH-REF-SEQ traz o JR-REF-SEQ do diario: no estorno
      *a sequencia do original, nas duas pernas da transferencia a
      *referencia comum (com o TH-XFER-FLAG 'T'); o record passou
      *de 42 para 50 bytes com os dois campos. Movimento convertido
      *de moeda estrangeira guarda a moeda, o valor originais e a
      *taxa aplicada (50 para 73 bytes); nos demais ficam em branco
      *e zerados. O ajuste de juros do valor retroativo (debito ou
      *credito marcado 'I' no POSTJRNL) sai com o TH-XFER-FLAG 'I',
      *para nao passar por debito ou credito do cliente.
      *-----------------------------------------------------------
       01 TXN-HIST-REC.
           05 TH-ACCT-NO        PIC X(8) .
           05 TH-TXN-TYPE       PIC X(1) .
           05 TH-AMOUNT         PIC S9(7)V99 .
           05 TH-NEW-BALANCE    PIC S9(7)V99 .
           05 TH-REF-SEQ        PIC 9(7) .
           05 TH-XFER-FLAG      PIC X(1) .
             88 TH-XFER-LEG         VALUE 'T'.
             88 TH-INTEREST-ADJ     VALUE 'I'.
           05 TH-ORIG-CURRENCY  PIC X(3) .
           05 TH-ORIG-AMOUNT    PIC S9(7)V99 .
           05 TH-FX-RATE        PIC 9(5)V9(6) .
