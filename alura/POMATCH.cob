       FD  PO-FILE RECORDING MODE F.
      *pedido de compra: 'H' com fornecedor, 'D' por linha com
      *quantidade e preco unitario pedidos
      *a loja de entrega e o SKU do cadastro de produtos entraram no
      *enchimento para o recebimento e a reposicao de estoque; o
      *casamento continua so por quantidade e preco
       01  PO-HEADER-REC.
           05 PO-REC-TYPE     PIC X(1).
           05 PO-NUMBER       PIC X(10).
           05 PO-SUPPLIER     PIC X(20).
           05 PO-STORE-CODE   PIC X(6).
           05 FILLER          PIC X(3).

       01  PO-DETAIL-REC.
           05 PD-REC-TYPE     PIC X(1).
           05 PD-SEQ          PIC 9(3).
           05 PD-QTY          PIC 9(5).
           05 PD-UNIT-PRICE   PIC 9(6)V99.
           05 PD-SKU          PIC X(10).
           05 FILLER          PIC X(3).

       FD  RELEASE-OUT RECORDING MODE F.
      *faturas casadas, liberadas para o ciclo do contas a pagar
