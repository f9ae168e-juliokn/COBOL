      *-----------------------------------------------------------
      *copybook com o layout do record de preferencia de entrega do
      *extrato (dataset DLVPREF), mantido pelo console DlvPref: um
      *record por conta ('A') ou por cliente do CUSTMST ('C'). A
      *preferencia da conta vale sobre a do cliente dela (CUSTLNK);
      *sem nenhuma das duas o extrato sai em papel. Eletronico so
      *vale com o consentimento registrado (DP-CONSENT-DATE) e com
      *e-mail preenchido - sem isso o AcctStmt manda papel. O
      *DlvBnce volta para papel ('P') a preferencia cujo e-mail o
      *fornecedor devolveu, marcando DP-BOUNCED ate o operador
      *acertar o e-mail com o cliente.
      *-----------------------------------------------------------
       01 DLV-PREF-REC.
           05 DP-KEY-TYPE       PIC X(1) .
             88 DP-KEY-ACCOUNT      VALUE 'A'.
             88 DP-KEY-CUSTOMER     VALUE 'C'.
           05 DP-KEY            PIC X(8) .
           05 DP-DELIVERY       PIC X(1) .
             88 DP-DLV-PAPER        VALUE 'P'.
             88 DP-DLV-ELECTRONIC   VALUE 'E'.
             88 DP-DLV-BOTH         VALUE 'B'.
             88 DP-DLV-VALID        VALUES 'P' 'E' 'B'.
           05 DP-EMAIL          PIC X(50) .
           05 DP-CONSENT-DATE   PIC 9(8) .
           05 DP-BOUNCE-FLAG    PIC X(1) .
             88 DP-BOUNCED          VALUE 'Y'.
           05 DP-BOUNCE-DATE    PIC 9(8) .
           05 DP-UPD-OPERATOR   PIC X(8) .
           05 DP-UPD-DATE       PIC 9(8) .
           05 FILLER            PIC X(7) .
