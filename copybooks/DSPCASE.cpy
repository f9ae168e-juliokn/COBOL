      *-----------------------------------------------------------
      *copybook com o layout do record de caso de contestacao de
      *transacao (dataset DSPCASE): o cliente diz "nao fiz esta
      *compra" e ate aqui so havia o estorno 'R' do AcctPost, tudo
      *ou nada e sem registro de que houve contestacao. Um caso por
      *movimento contestado, chaveado pela sequencia do debito no
      *POSTJRNL (a mesma TH-SEQ do TXNHIST), com o operador que
      *abriu, o codigo de motivo e os prazos regulatorios de
      *reconhecimento e de solucao. Aberto e trabalhado no console
      *pelo DspEnt; o DspCycle emite toda noite o credito
      *provisorio pelo PSTTXN, o re-lancamento do caso perdido com
      *a carta ao cliente e o relatorio de prazos. Situacao 'O' =
      *em aberto, 'F' = resolvido a favor do cliente (o credito
      *provisorio fica definitivo), 'A' = resolvido contra o
      *cliente (o valor volta para a conta).
      *-----------------------------------------------------------
       01 DISP-CASE-REC.
           05 DC-JRNL-SEQ         PIC 9(7) .
           05 DC-ACCT-NO          PIC X(8) .
           05 DC-TXN-DATE         PIC 9(8) .
           05 DC-AMOUNT           PIC 9(7)V99 .
           05 DC-REASON-CODE      PIC X(4) .
             88 DC-REASON-VALID     VALUES 'FRAU' 'NREC' 'DUPL'
                                           'AMNT' 'CANC' 'QUAL'.
           05 DC-OPEN-DATE        PIC 9(8) .
           05 DC-OPEN-OPER        PIC X(8) .
           05 DC-ACK-DUE-DATE     PIC 9(8) .
           05 DC-RESOLVE-DUE-DATE PIC 9(8) .
      *data em que o reconhecimento foi enviado ao cliente; zero =
      *ainda devido
           05 DC-ACK-DATE         PIC 9(8) .
           05 DC-STATUS           PIC X(1) .
             88 DC-ST-OPEN          VALUE 'O'.
             88 DC-ST-FAVOR         VALUE 'F'.
             88 DC-ST-AGAINST       VALUE 'A'.
           05 DC-RESOLVED-DATE    PIC 9(8) .
           05 DC-RESOLVED-OPER    PIC X(8) .
      *noites em que o DspCycle gravou o credito provisorio e o
      *re-lancamento no PSTTXN; zero = ainda nao gravado
           05 DC-CREDIT-DATE      PIC 9(8) .
           05 DC-REBILL-DATE      PIC 9(8) .
           05 FILLER              PIC X(10) .
