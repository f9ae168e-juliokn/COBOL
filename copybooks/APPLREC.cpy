      *-----------------------------------------------------------
      *copybook com o layout do record de pedido de conta nova
      *(dataset APPLIN), digitado pela area de abertura e decidido
      *toda noite pelo AcctOrig: documento fiscal (tipo 1 = CPF,
      *2 = CNPJ, digitos alinhados a esquerda, como no DOCCHKPR),
      *nome e endereco do titular no formato do ACCTFLDS e o limite
      *pedido. Pedido que parou na triagem de sancoes volta digitado
      *de novo depois que o compliance liberou o nome no SancRvw,
      *com o ID de quem liberou em AP-SCREEN-CLEARED-BY - esse nao
      *passa de novo pela triagem do AcctOrig.
      *-----------------------------------------------------------
       01 APPL-REC.
           05 AP-APPL-NO        PIC X(10) .
           05 AP-RECV-DATE      PIC 9(8) .
           05 AP-DOC-TYPE       PIC X(1) .
             88 AP-DOC-CPF          VALUE '1'.
             88 AP-DOC-CNPJ         VALUE '2'.
             88 AP-DOC-TYPE-VALID   VALUES '1' '2'.
           05 AP-DOC-DIGITS     PIC X(14) .
           05 AP-LAST-NAME      PIC X(20) .
           05 AP-FIRST-NAME     PIC X(15) .
           05 AP-STREET-ADDR    PIC X(25) .
           05 AP-CITY-COUNTY    PIC X(20) .
           05 AP-USA-STATE      PIC X(15) .
           05 AP-ZIP-CODE       PIC X(5) .
           05 AP-CURRENCY-CODE  PIC X(3) .
           05 AP-REQ-LIMIT      PIC 9(7)V99 .
           05 AP-ENTERED-BY     PIC X(8) .
           05 AP-SCREEN-CLEARED-BY PIC X(8) .
