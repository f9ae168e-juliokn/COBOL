      *-----------------------------------------------------------
      *copybook com o layout do record de comissao a pagar: o
      *SALCLOSE grava um por vendedor, mes fechado e loja no
      *COMMEARN (acumulativo); a folha soma a comissao no bruto do
      *proximo run do vendedor e regrava o arquivo so com o que
      *ainda nao foi pago
      *-----------------------------------------------------------
       01  COMM-EARN-REC.
           05 CE-EMP-ID         PIC X(8) .
           05 CE-MONTH          PIC 9(6) .
           05 CE-STORE-CODE     PIC X(6) .
           05 CE-SALES          PIC 9(10)V99 .
           05 CE-ATTAIN-PCT     PIC 9(3) .
           05 CE-RATE           PIC V9999 .
           05 CE-AMOUNT         PIC 9(8)V99 .
