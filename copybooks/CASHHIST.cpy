      *-----------------------------------------------------------
      *copybook com o layout do record do historico de movimento em
      *especie por documento fiscal (dataset CASHHIST): o CashRpt
      *soma toda noite os creditos do POSTJRNL e os pagamentos do
      *PAYJRNL por CPF/CNPJ do XREFMST e guarda aqui um record por
      *documento e dia em que o total chegou perto do limite diario
      *do CASHPARM (ou passou dele). E deste historico que sai a
      *janela movel que mostra o cliente fracionando depositos em
      *varios dias para ficar abaixo do limite; records mais velhos
      *que a janela caem na regravacao de cada noite.
      *-----------------------------------------------------------
       01 CASH-HIST-REC.
           05 CH-DOC-TYPE         PIC X(1) .
           05 CH-DOC-DIGITS       PIC X(14) .
           05 CH-ACTIVITY-DATE    PIC 9(8) .
           05 CH-CASH-TOTAL       PIC S9(9)V99 .
           05 CH-ITEM-COUNT       PIC 9(5) .
           05 CH-ACCT-COUNT       PIC 9(3) .
           05 FILLER              PIC X(8) .
