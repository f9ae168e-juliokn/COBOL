               FILE STATUS IS JRNL-FILE-STATUS.
           SELECT STORE-MASTER ASSIGN TO STORMST
               FILE STATUS IS STOR-FILE-STATUS.
           SELECT EMP-MASTER ASSIGN TO EMPMAST
               FILE STATUS IS EMP-FILE-STATUS.
           SELECT SALES-ARCHIVE ASSIGN TO SALESARC
               FILE STATUS IS ARQV-FILE-STATUS.
           SELECT PROD-MASTER ASSIGN TO PRODMAST
               FILE STATUS IS PROD-FILE-STATUS.
           SELECT SALE-ITEM ASSIGN TO SALEITEM
               FILE STATUS IS ITEM-FILE-STATUS.
           SELECT PO-FILE ASSIGN TO PORDERS
               FILE STATUS IS PORD-FILE-STATUS.
           SELECT GOODS-RCV ASSIGN TO GOODSRCV
               FILE STATUS IS RCV-FILE-STATUS.
           SELECT TENDER-COUNT ASSIGN TO TENDCNT
               FILE STATUS IS TCNT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *nome digitado livre que fazia 'LOJA CENTRO' e 'CENTRO'
      *consolidarem como duas lojas; o resto do espaco do antigo
      *nome fica de enchimento para o LRECL nao mudar
      *o vendedor entra pelo ID do cadastro de funcionarios EMPMAST,
      *no mesmo enchimento, para a comissao chegar na folha
      *a devolucao entra no diario com o motivo e a sequencia da
      *venda original no resto do enchimento; venda tem o motivo em
      *branco. A sequencia agora e unica por loja (continua da maior
      *ja gravada no diario e no arquivo morto), para a devolucao
      *poder apontar para a venda
      *a forma de pagamento (D dinheiro, C cartao, Q cheque) vai no
      *fim do registro, que passa a ter 48 posicoes; e por ela que o
      *TENDRECN confere a contagem do caixa da loja
       01  SALES-JOURNAL-REC.
           05 SJ-STORE-CODE       PIC X(6).
           05 SJ-SALESPERSON      PIC X(8).
           05 SJ-RETURN-REASON    PIC X(1).
           05 SJ-ORIG-SEQ         PIC 9(5).
           05 SJ-SEQ              PIC 9(5).
           05 SJ-AMOUNT           PIC 9(6)V99.
           05 SJ-TIMESTAMP        PIC X(14).
           05 SJ-TENDER           PIC X(1).

       FD  STORE-MASTER RECORDING MODE F.
      *cadastro de lojas: codigo, nome oficial, regiao e situacao
           05 SM-REGION           PIC X(10).
           05 SM-STATUS           PIC X(1).

       FD  EMP-MASTER RECORDING MODE F.
      *cadastro de funcionarios da folha; aqui so interessam o ID,
      *a situacao (' ' ativo, 'I' desligado) e a loja do vendedor
       01  EMP-MASTER-REC.
           05 EM-EMP-ID           PIC X(8).
           05 FILLER              PIC X(20).
           05 EM-STATUS           PIC X(1).
           05 FILLER              PIC X(37).
           05 EM-STORE-CODE       PIC X(6).

       FD  SALES-ARCHIVE RECORDING MODE F.
      *arquivo morto do diario: o SALCLOSE guarda aqui os lancamentos
      *dos meses fechados, no mesmo layout, para a devolucao achar a
      *venda original de mes anterior
       01  SALES-ARCHIVE-REC      PIC X(48).

       FD  PROD-MASTER RECORDING MODE F.
      *cadastro de produtos: SKU, descricao, preco de venda, custo
      *de compra e fornecedor do SUPPMAST; situacao 'I' inativo
       01  PROD-MASTER-REC.
           05 PR-SKU              PIC X(10).
           05 PR-DESCRIPTION      PIC X(30).
           05 PR-UNIT-PRICE       PIC 9(6)V99.
           05 PR-UNIT-COST        PIC 9(6)V99.
           05 PR-SUPPLIER         PIC X(20).
           05 PR-STATUS           PIC X(1).

       FD  SALE-ITEM RECORDING MODE F.
      *itens de cada venda (SKU e quantidade), ligados a venda pela
      *loja e pela sequencia do diario; o STKREORD da baixa no
      *estoque da loja a noite
       01  SALE-ITEM-REC.
           05 SI-STORE-CODE       PIC X(6).
           05 SI-SEQ              PIC 9(5).
           05 SI-SKU              PIC X(10).
           05 SI-QTY              PIC 9(5).
           05 SI-TIMESTAMP        PIC X(14).

       FD  PO-FILE RECORDING MODE F.
      *pedidos de compra do POMATCH: 'H' com fornecedor e loja de
      *entrega, 'D' por linha com SKU, quantidade e preco
       01  PO-HEADER-REC.
           05 PO-REC-TYPE         PIC X(1).
           05 PO-NUMBER           PIC X(10).
           05 PO-SUPPLIER         PIC X(20).
           05 PO-STORE-CODE       PIC X(6).
           05 FILLER              PIC X(3).

       01  PO-DETAIL-REC.
           05 PD-REC-TYPE         PIC X(1).
           05 PD-PO-NUMBER        PIC X(10).
           05 PD-SEQ              PIC 9(3).
           05 PD-QTY              PIC 9(5).
           05 PD-UNIT-PRICE       PIC 9(6)V99.
           05 PD-SKU              PIC X(10).
           05 FILLER              PIC X(3).

       FD  GOODS-RCV RECORDING MODE F.
      *mercadoria recebida na loja contra uma linha de pedido; o
      *STKREORD da entrada no estoque a noite
       01  GOODS-RCV-REC.
           05 GR-STORE-CODE       PIC X(6).
           05 GR-PO-NUMBER        PIC X(10).
           05 GR-PO-SEQ           PIC 9(3).
           05 GR-SKU              PIC X(10).
           05 GR-QTY              PIC 9(5).
           05 GR-TIMESTAMP        PIC X(14).

       FD  TENDER-COUNT RECORDING MODE F.
      *contagem do caixa no fim do dia, uma linha por forma de
      *pagamento; o TENDRECN compara com o diario
       01  TENDER-COUNT-REC.
           05 TC-STORE-CODE       PIC X(6).
           05 TC-BUS-DATE         PIC 9(8).
           05 TC-TENDER           PIC X(1).
           05 TC-AMOUNT           PIC 9(8)V99.
           05 TC-TIMESTAMP        PIC X(14).

       WORKING-STORAGE SECTION.
       77  SALES-FILE-STATUS  PIC X(2) VALUE '00'.
       77  JRNL-FILE-STATUS   PIC X(2) VALUE '00'.
              10 WM-STORE-NAME PIC X(20).
              10 WM-STATUS     PIC X(1).

      *cadastro de funcionarios em tabela para validar o vendedor
      *de cada venda: ativo e lotado na loja da sessao
       77  EMP-FILE-STATUS    PIC X(2) VALUE '00'.
       77  WRK-EMP-FIM        PIC X VALUE 'N'.
         88 EMP-FIM           VALUE 'S'.
       77  WRK-VENDEDOR       PIC X(8) VALUE SPACES.
       77  WRK-VENDEDOR-DIG   PIC X(8) VALUE SPACES.
       77  WRK-VENDEDOR-OK    PIC X VALUE 'N'.
         88 VENDEDOR-OK       VALUE 'S'.
       01  WRK-EMP-TABELA.
           05 WRK-EMP-QTD     PIC 9(3) VALUE ZERO.
           05 WRK-EMP-ENT OCCURS 500 TIMES
                 INDEXED BY EMX.
              10 WE-EMP-ID     PIC X(8).
              10 WE-STATUS     PIC X(1).
              10 WE-STORE-CODE PIC X(6).

      *lancamento lido do diario ou do arquivo morto, no layout do
      *diario, na busca da venda original e da proxima sequencia
       77  ARQV-FILE-STATUS   PIC X(2) VALUE '00'.
       77  WRK-LANC-FIM       PIC X VALUE 'N'.
         88 LANC-FIM          VALUE 'S'.
       01  WRK-LANC.
           05 WLC-STORE-CODE    PIC X(6).
           05 WLC-SALESPERSON   PIC X(8).
           05 WLC-RETURN-REASON PIC X(1).
              88 WLC-VENDA      VALUE SPACE.
           05 WLC-ORIG-SEQ      PIC 9(5).
           05 WLC-SEQ           PIC 9(5).
           05 WLC-AMOUNT        PIC 9(6)V99.
           05 WLC-TIMESTAMP     PIC X(14).
           05 WLC-TENDER        PIC X(1).

      *operacao da sessao: vendas, devolucoes, recebimento de
      *mercadoria ou fechamento do caixa
       77  WRK-OPERACAO       PIC X VALUE SPACE.
         88 OPERACAO-VENDA    VALUE 'V'.
         88 OPERACAO-DEVOLUCAO VALUE 'D'.
         88 OPERACAO-RECEBIMENTO VALUE 'R'.
         88 OPERACAO-FECHAMENTO VALUE 'F'.
         88 OPERACAO-OK       VALUE 'V' 'D' 'R' 'F'.
       77  WRK-PROX-SEQ       PIC 9(5) VALUE ZERO.
       77  WRK-BUSCA-LOJA     PIC X(6) VALUE SPACES.

      *devolucao: venda original (loja e sequencia), o que ja foi
      *devolvido dela e o saldo que ainda pode voltar
       77  WRK-ORIG-LOJA      PIC X(6) VALUE SPACES.
       77  WRK-ORIG-SEQ       PIC 9(5) VALUE ZERO.
       77  WRK-ORIG-QTD       PIC 9(3) VALUE ZERO.
       77  WRK-ORIG-VALOR     PIC 9(6)V99 VALUE ZEROES.
       77  WRK-ORIG-VENDEDOR  PIC X(8) VALUE SPACES.
       77  WRK-ORIG-PAGAMENTO PIC X(1) VALUE SPACE.
       77  WRK-JA-DEVOLVIDO   PIC 9(7)V99 VALUE ZEROES.
       77  WRK-SALDO          PIC S9(7)V99 VALUE ZEROES.
       77  WRK-DEVOLVIDO      PIC 9(6)V99 VALUE ZEROES.
       77  WRK-VALOR-OK       PIC X VALUE 'N'.
         88 VALOR-OK          VALUE 'S'.
       77  WRK-VALOR-ED       PIC $ZZZ.ZZ9,99 VALUE ZEROES.
       77  WRK-MOTIVO         PIC X VALUE SPACE.
         88 MOTIVO-OK         VALUE 'D' 'T' 'A' 'E' 'O'.
       77  WRK-DEV-QTD        PIC 9(5) VALUE ZERO.
       77  WRK-DEV-TOTAL      PIC 9(8)V99 VALUE ZEROES.
       77  WRK-DEV-TOTAL-ED   PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROES.

      *cadastro de produtos em tabela para os itens da venda; sem o
      *PRODMAST no job a loja ainda nao controla estoque e a venda
      *entra so com o valor
       77  PROD-FILE-STATUS   PIC X(2) VALUE '00'.
       77  ITEM-FILE-STATUS   PIC X(2) VALUE '00'.
       77  WRK-PROD-FIM       PIC X VALUE 'N'.
         88 PROD-FIM          VALUE 'S'.
       01  WRK-PROD-TABELA.
           05 WRK-PROD-QTD    PIC 9(4) VALUE ZERO.
           05 WRK-PROD-ENT OCCURS 2000 TIMES
                 INDEXED BY PRX.
              10 WP-SKU        PIC X(10).
              10 WP-DESCRIPTION PIC X(30).
              10 WP-STATUS     PIC X(1).
       77  WRK-PROD-ACHADO    PIC X VALUE 'N'.
         88 PROD-ACHADO       VALUE 'S'.
       77  WRK-SKU            PIC X(10) VALUE SPACES.
       77  WRK-ITEM-QTD       PIC 9(5) VALUE ZERO.
       77  WRK-SEQ-VENDA      PIC 9(5) VALUE ZERO.

      *linhas dos pedidos de compra da loja da sessao, para o
      *recebimento
       77  PORD-FILE-STATUS   PIC X(2) VALUE '00'.
       77  RCV-FILE-STATUS    PIC X(2) VALUE '00'.
       77  WRK-PED-FIM        PIC X VALUE 'N'.
         88 PED-FIM           VALUE 'S'.
       77  WRK-PED-LOJA       PIC X(6) VALUE SPACES.
       01  WRK-PED-TABELA.
           05 WRK-PED-QTD     PIC 9(4) VALUE ZERO.
           05 WRK-PED-ENT OCCURS 1000 TIMES
                 INDEXED BY PDX.
              10 WD-PO-NUMBER  PIC X(10).
              10 WD-SEQ        PIC 9(3).
              10 WD-SKU        PIC X(10).
              10 WD-QTY        PIC 9(5).
       77  WRK-PED-ACHADO     PIC X VALUE 'N'.
         88 PED-ACHADO        VALUE 'S'.
       77  WRK-RCV-PO         PIC X(10) VALUE SPACES.
       77  WRK-RCV-SEQ        PIC 9(3) VALUE ZERO.
       77  WRK-RCV-QTD        PIC 9(5) VALUE ZERO.
       77  WRK-RCV-LINHAS     PIC 9(5) VALUE ZERO.

      *forma de pagamento da venda e contagem do caixa no
      *fechamento
       77  TCNT-FILE-STATUS   PIC X(2) VALUE '00'.
       77  WRK-PAGAMENTO      PIC X VALUE SPACE.
         88 PAGAMENTO-OK      VALUE 'D' 'C' 'Q'.
       77  WRK-CONTADO        PIC 9(8)V99 VALUE ZEROES.
       77  WRK-CONTADO-ED     PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROES.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

               INTO WRK-ABEND-TEXT
            PERFORM ABEND-PROGCOBVENDAS
         END-IF.
         PERFORM CARREGA-LOJAS.
         PERFORM CARREGA-VENDEDORES.
         MOVE 'N' TO WRK-STORE-ACHADA.
         PERFORM PEDE-CODIGO-LOJA UNTIL STORE-ACHADA.
         PERFORM PEDE-OPERACAO UNTIL OPERACAO-OK.
         EVALUATE TRUE
            WHEN OPERACAO-DEVOLUCAO
               PERFORM REGISTRA-DEVOLUCOES
            WHEN OPERACAO-RECEBIMENTO
               PERFORM REGISTRA-RECEBIMENTOS
            WHEN OPERACAO-FECHAMENTO
               PERFORM REGISTRA-CONTAGEM
            WHEN OTHER
               PERFORM REGISTRA-VENDAS
         END-EVALUATE.
         CLOSE SALES-REPORT.
       GOBACK.

       REGISTRA-VENDAS.
      *a sequencia das vendas continua da maior ja gravada para a
      *loja da sessao
         MOVE WRK-STORE-CODE TO WRK-BUSCA-LOJA.
         MOVE ZERO TO WRK-ORIG-SEQ.
         PERFORM VARRE-LANCAMENTOS.
         PERFORM ABRE-DIARIO.
         PERFORM CARREGA-PRODUTOS.
         DISPLAY 'VALOR DE CADA VENDA (DIGITE 0 PARA ENCERRAR)'.
         PERFORM LE-VENDA.
         PERFORM UNTIL WRK-VENDA = ZERO
            DISPLAY 'NENHUMA VENDA INFORMADA.'
         END-IF.

         CLOSE SALES-JOURNAL.
         IF WRK-PROD-QTD > ZERO
            CLOSE SALE-ITEM
         END-IF.

       ABRE-DIARIO.
         OPEN EXTEND SALES-JOURNAL.
      *o diario e acumulativo entre execucoes; na primeira vez o
      *dataset ainda nao existe e o OPEN EXTEND precisa virar
      *OUTPUT, mesmo tratamento do AUDITLOG com a trilha AUDITTRL
         IF JRNL-FILE-STATUS = '05' OR JRNL-FILE-STATUS = '35'
            OPEN OUTPUT SALES-JOURNAL
         END-IF.
         IF JRNL-FILE-STATUS NOT = '00'
            STRING 'OPEN SALES-JOURNAL FAILED, STATUS '
               JRNL-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-PROGCOBVENDAS
         END-IF.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
         COPY RUNHDRPR.
            END-SEARCH
         END-IF.

       CARREGA-VENDEDORES.
      *carrega o EMPMAST; venda sem vendedor valido nao entra no
      *diario
         OPEN INPUT EMP-MASTER.
         IF EMP-FILE-STATUS NOT = '00'
            STRING 'OPEN EMP-MASTER FAILED, STATUS '
               EMP-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-PROGCOBVENDAS
         END-IF.
         PERFORM LE-FUNCIONARIO.
         PERFORM UNTIL EMP-FIM OR WRK-EMP-QTD = 500
            ADD 1 TO WRK-EMP-QTD
            SET EMX TO WRK-EMP-QTD
            MOVE EM-EMP-ID     TO WE-EMP-ID (EMX)
            MOVE EM-STATUS     TO WE-STATUS (EMX)
            MOVE EM-STORE-CODE TO WE-STORE-CODE (EMX)
            PERFORM LE-FUNCIONARIO
         END-PERFORM.
         CLOSE EMP-MASTER.

       LE-FUNCIONARIO.
         READ EMP-MASTER
            AT END MOVE 'S' TO WRK-EMP-FIM
         END-READ.
         IF EMP-FILE-STATUS NOT = '00'
            AND EMP-FILE-STATUS NOT = '10'
            STRING 'READ EMP-MASTER FAILED, STATUS '
               EMP-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-PROGCOBVENDAS
         END-IF.

       PEDE-VENDEDOR.
      *ENTER sem ID repete o vendedor da venda anterior
         DISPLAY 'ID DO VENDEDOR (EMPMAST, ENTER = O MESMO): '.
         MOVE SPACES TO WRK-VENDEDOR-DIG.
         ACCEPT WRK-VENDEDOR-DIG.
         IF WRK-VENDEDOR-DIG = SPACES
            AND WRK-VENDEDOR NOT = SPACES
            MOVE 'S' TO WRK-VENDEDOR-OK
         ELSE
            PERFORM PROCURA-VENDEDOR
            IF VENDEDOR-OK
               MOVE WRK-VENDEDOR-DIG TO WRK-VENDEDOR
            ELSE
               DISPLAY 'VENDEDOR NAO CADASTRADO, DESLIGADO OU DE '
                  'OUTRA LOJA.'
            END-IF
         END-IF.

       PROCURA-VENDEDOR.
         MOVE 'N' TO WRK-VENDEDOR-OK.
         IF WRK-EMP-QTD > ZERO
            SET EMX TO 1
            SEARCH WRK-EMP-ENT
               AT END MOVE 'N' TO WRK-VENDEDOR-OK
               WHEN EMX > WRK-EMP-QTD
                  MOVE 'N' TO WRK-VENDEDOR-OK
               WHEN WE-EMP-ID (EMX) = WRK-VENDEDOR-DIG
                  IF WE-STATUS (EMX) NOT = 'I'
                     AND WE-STORE-CODE (EMX) = WRK-STORE-CODE
                     MOVE 'S' TO WRK-VENDEDOR-OK
                  END-IF
            END-SEARCH
         END-IF.

       LE-VENDA.
         DISPLAY 'VALOR DA VENDA (0 = ENCERRAR): '.
         ACCEPT WRK-VENDA.

       ACUMULA-VENDA.
         MOVE 'N' TO WRK-VENDEDOR-OK.
         PERFORM PEDE-VENDEDOR UNTIL VENDEDOR-OK.
         MOVE SPACE TO WRK-PAGAMENTO.
         PERFORM PEDE-PAGAMENTO UNTIL PAGAMENTO-OK.
         PERFORM GRAVA-VENDA-DIARIO.
         IF WRK-PROD-QTD > ZERO
            PERFORM PEDE-ITENS
         END-IF.
         ADD WRK-VENDA TO WRK-TOTAL.
         IF WRK-COUNT = ZERO
            MOVE WRK-VENDA TO WRK-VENDA-MIN
      *carimbada com o codigo validado da loja
         MOVE SPACES TO SALES-JOURNAL-REC.
         MOVE WRK-STORE-CODE TO SJ-STORE-CODE.
         MOVE WRK-VENDEDOR   TO SJ-SALESPERSON.
         MOVE ZERO           TO SJ-ORIG-SEQ.
         MOVE WRK-PROX-SEQ   TO SJ-SEQ.
         MOVE WRK-PROX-SEQ   TO WRK-SEQ-VENDA.
         MOVE WRK-VENDA TO SJ-AMOUNT.
         MOVE FUNCTION CURRENT-DATE (1:14) TO SJ-TIMESTAMP.
         MOVE WRK-PAGAMENTO  TO SJ-TENDER.
         PERFORM GRAVA-DIARIO.
         ADD 1 TO WRK-PROX-SEQ.
      *a sequencia vai no comprovante: e por ela que a devolucao
      *acha a venda
         DISPLAY 'VENDA REGISTRADA, SEQUENCIA ' SJ-SEQ.

       GRAVA-DIARIO.
         WRITE SALES-JOURNAL-REC.
         IF JRNL-FILE-STATUS NOT = '00'
            STRING 'WRITE SALES-JOURNAL FAILED, STATUS '
            PERFORM ABEND-PROGCOBVENDAS
         END-IF.

       PEDE-PAGAMENTO.
         DISPLAY 'PAGAMENTO (D = DINHEIRO, C = CARTAO, Q = CHEQUE): '.
         ACCEPT WRK-PAGAMENTO.
         IF NOT PAGAMENTO-OK
            DISPLAY 'FORMA DE PAGAMENTO INVALIDA.'
         END-IF.

       PEDE-OPERACAO.
         DISPLAY 'OPERACAO (V = VENDAS, D = DEVOLUCAO, '
            'R = RECEBIMENTO, F = FECHAMENTO DO CAIXA): '.
         ACCEPT WRK-OPERACAO.
         IF NOT OPERACAO-OK
            DISPLAY 'OPERACAO INVALIDA.'
         END-IF.

       VARRE-LANCAMENTOS.
      *uma passada no diario e no arquivo morto atras da maior
      *sequencia da loja procurada e, na devolucao, da venda
      *original e do que ja foi devolvido dela; sem o arquivo morto
      *(antes do primeiro fechamento) vale so o diario
         MOVE 1 TO WRK-PROX-SEQ.
         MOVE ZERO TO WRK-ORIG-QTD.
         MOVE ZERO TO WRK-ORIG-VALOR.
         MOVE ZERO TO WRK-JA-DEVOLVIDO.
         MOVE SPACES TO WRK-ORIG-VENDEDOR.
         MOVE SPACE TO WRK-ORIG-PAGAMENTO.
         OPEN INPUT SALES-JOURNAL.
         IF JRNL-FILE-STATUS NOT = '05' AND JRNL-FILE-STATUS NOT = '35'
            IF JRNL-FILE-STATUS NOT = '00'
               STRING 'OPEN SALES-JOURNAL FAILED, STATUS '
                  JRNL-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-PROGCOBVENDAS
            END-IF
            MOVE 'N' TO WRK-LANC-FIM
            PERFORM LE-LANC-DIARIO
            PERFORM UNTIL LANC-FIM
               PERFORM EXAMINA-LANCAMENTO
               PERFORM LE-LANC-DIARIO
            END-PERFORM
            CLOSE SALES-JOURNAL
         END-IF.
         OPEN INPUT SALES-ARCHIVE.
         IF ARQV-FILE-STATUS NOT = '05' AND ARQV-FILE-STATUS NOT = '35'
            IF ARQV-FILE-STATUS NOT = '00'
               STRING 'OPEN SALES-ARCHIVE FAILED, STATUS '
                  ARQV-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-PROGCOBVENDAS
            END-IF
            MOVE 'N' TO WRK-LANC-FIM
            PERFORM LE-LANC-ARQUIVO
            PERFORM UNTIL LANC-FIM
               PERFORM EXAMINA-LANCAMENTO
               PERFORM LE-LANC-ARQUIVO
            END-PERFORM
            CLOSE SALES-ARCHIVE
         END-IF.

       LE-LANC-DIARIO.
         READ SALES-JOURNAL INTO WRK-LANC
            AT END MOVE 'S' TO WRK-LANC-FIM
         END-READ.
         IF JRNL-FILE-STATUS NOT = '00'
            AND JRNL-FILE-STATUS NOT = '10'
            STRING 'READ SALES-JOURNAL FAILED, STATUS '
               JRNL-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-PROGCOBVENDAS
         END-IF.

       LE-LANC-ARQUIVO.
         READ SALES-ARCHIVE INTO WRK-LANC
            AT END MOVE 'S' TO WRK-LANC-FIM
         END-READ.
         IF ARQV-FILE-STATUS NOT = '00'
            AND ARQV-FILE-STATUS NOT = '10'
            STRING 'READ SALES-ARCHIVE FAILED, STATUS '
               ARQV-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-PROGCOBVENDAS
         END-IF.

       EXAMINA-LANCAMENTO.
      *lancamento antigo tem o enchimento em branco no lugar do
      *motivo e da sequencia original, e conta como venda; sem a
      *forma de pagamento, foi em dinheiro
         IF WLC-STORE-CODE = WRK-BUSCA-LOJA
            IF WLC-SEQ NUMERIC AND WLC-SEQ NOT < WRK-PROX-SEQ
               COMPUTE WRK-PROX-SEQ = WLC-SEQ + 1
            END-IF
            IF WRK-ORIG-SEQ > ZERO
               IF WLC-VENDA
                  IF WLC-SEQ = WRK-ORIG-SEQ
                     ADD 1 TO WRK-ORIG-QTD
                     MOVE WLC-AMOUNT      TO WRK-ORIG-VALOR
                     MOVE WLC-SALESPERSON TO WRK-ORIG-VENDEDOR
                     MOVE WLC-TENDER      TO WRK-ORIG-PAGAMENTO
                  END-IF
               ELSE
                  IF WLC-ORIG-SEQ = WRK-ORIG-SEQ
                     ADD WLC-AMOUNT TO WRK-JA-DEVOLVIDO
                  END-IF
               END-IF
            END-IF
         END-IF.

       REGISTRA-DEVOLUCOES.
      *cada devolucao aponta para a venda original pela loja e pela
      *sequencia do comprovante; entra no diario na loja e com o
      *vendedor da venda, para o liquido da loja e a comissao do
      *vendedor abaterem o que voltou
         DISPLAY 'DEVOLUCAO: INFORME A VENDA ORIGINAL'.
         PERFORM LE-ORIGINAL.
         PERFORM UNTIL WRK-ORIG-SEQ = ZERO
            PERFORM PROCESSA-DEVOLUCAO
            PERFORM LE-ORIGINAL
         END-PERFORM.
         IF WRK-DEV-QTD > ZERO
            MOVE WRK-DEV-TOTAL TO WRK-DEV-TOTAL-ED
            DISPLAY 'QUANTIDADE DE DEVOLUCOES: ' WRK-DEV-QTD
            DISPLAY 'TOTAL DEVOLVIDO: ' WRK-DEV-TOTAL-ED
         ELSE
            DISPLAY 'NENHUMA DEVOLUCAO INFORMADA.'
         END-IF.

       LE-ORIGINAL.
         DISPLAY 'SEQUENCIA DA VENDA ORIGINAL (0 = ENCERRAR): '.
         ACCEPT WRK-ORIG-SEQ.
         IF WRK-ORIG-SEQ > ZERO
            DISPLAY 'LOJA DA VENDA ORIGINAL (ENTER = ESTA LOJA): '
            MOVE SPACES TO WRK-ORIG-LOJA
            ACCEPT WRK-ORIG-LOJA
            IF WRK-ORIG-LOJA = SPACES
               MOVE WRK-STORE-CODE TO WRK-ORIG-LOJA
            END-IF
         END-IF.

       PROCESSA-DEVOLUCAO.
         MOVE WRK-ORIG-LOJA TO WRK-BUSCA-LOJA.
         PERFORM VARRE-LANCAMENTOS.
         EVALUATE TRUE
            WHEN WRK-ORIG-QTD = ZERO
               DISPLAY 'VENDA ORIGINAL NAO ENCONTRADA.'
            WHEN WRK-ORIG-QTD > 1
      *-----diario anterior a sequencia por loja repetia o numero a
      *-----cada sessao: nao da para saber qual venda voltou
               DISPLAY 'SEQUENCIA REPETIDA NO DIARIO ANTIGO, '
                  'DEVOLUCAO NAO PODE SER LIGADA A UMA VENDA.'
            WHEN OTHER
               COMPUTE WRK-SALDO = WRK-ORIG-VALOR - WRK-JA-DEVOLVIDO
               IF WRK-SALDO > ZERO
                  PERFORM REGISTRA-UMA-DEVOLUCAO
               ELSE
                  DISPLAY 'VENDA ORIGINAL JA TOTALMENTE DEVOLVIDA.'
               END-IF
         END-EVALUATE.

       REGISTRA-UMA-DEVOLUCAO.
         MOVE WRK-ORIG-VALOR TO WRK-VALOR-ED.
         DISPLAY 'VALOR DA VENDA ORIGINAL: ' WRK-VALOR-ED.
         MOVE WRK-SALDO TO WRK-VALOR-ED.
         DISPLAY 'SALDO AINDA NAO DEVOLVIDO: ' WRK-VALOR-ED.
         MOVE 'N' TO WRK-VALOR-OK.
         PERFORM PEDE-VALOR-DEVOLVIDO UNTIL VALOR-OK.
         IF WRK-DEVOLVIDO > ZERO
            MOVE SPACE TO WRK-MOTIVO
            PERFORM PEDE-MOTIVO UNTIL MOTIVO-OK
            PERFORM GRAVA-DEVOLUCAO-DIARIO
            ADD 1 TO WRK-DEV-QTD
            ADD WRK-DEVOLVIDO TO WRK-DEV-TOTAL
         END-IF.

       PEDE-VALOR-DEVOLVIDO.
         DISPLAY 'VALOR DEVOLVIDO (0 = DESISTIR): '.
         ACCEPT WRK-DEVOLVIDO.
         IF WRK-DEVOLVIDO > WRK-SALDO
            DISPLAY 'VALOR ACIMA DO SALDO NAO DEVOLVIDO DA VENDA.'
         ELSE
            MOVE 'S' TO WRK-VALOR-OK
         END-IF.

       PEDE-MOTIVO.
         DISPLAY 'MOTIVO (D = DEFEITO, T = TROCA, A = ARREPENDIMENTO,'.
         DISPLAY '        E = ERRO NA VENDA, O = OUTROS): '.
         ACCEPT WRK-MOTIVO.
         IF NOT MOTIVO-OK
            DISPLAY 'MOTIVO INVALIDO.'
         END-IF.

       GRAVA-DEVOLUCAO-DIARIO.
      *o diario so fica aberto durante a gravacao: a proxima
      *devolucao precisa reler o que esta acabou de gravar
         PERFORM ABRE-DIARIO.
         MOVE SPACES TO SALES-JOURNAL-REC.
         MOVE WRK-ORIG-LOJA     TO SJ-STORE-CODE.
         MOVE WRK-ORIG-VENDEDOR TO SJ-SALESPERSON.
         MOVE WRK-MOTIVO        TO SJ-RETURN-REASON.
         MOVE WRK-ORIG-SEQ      TO SJ-ORIG-SEQ.
         MOVE WRK-PROX-SEQ      TO SJ-SEQ.
         MOVE WRK-DEVOLVIDO     TO SJ-AMOUNT.
         MOVE FUNCTION CURRENT-DATE (1:14) TO SJ-TIMESTAMP.
      *o dinheiro volta ao cliente pela mesma forma da venda
         MOVE WRK-ORIG-PAGAMENTO TO SJ-TENDER.
         PERFORM GRAVA-DIARIO.
         DISPLAY 'DEVOLUCAO REGISTRADA, SEQUENCIA ' SJ-SEQ.
         CLOSE SALES-JOURNAL.

       CARREGA-PRODUTOS.
      *carrega o PRODMAST e abre o arquivo de itens, acumulativo
      *entre execucoes ate a baixa noturna; sem o cadastro a venda
      *segue so com o valor
         OPEN INPUT PROD-MASTER.
         IF PROD-FILE-STATUS NOT = '05' AND PROD-FILE-STATUS NOT = '35'
            IF PROD-FILE-STATUS NOT = '00'
               STRING 'OPEN PROD-MASTER FAILED, STATUS '
                  PROD-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-PROGCOBVENDAS
            END-IF
            PERFORM LE-PRODUTO
            PERFORM UNTIL PROD-FIM OR WRK-PROD-QTD = 2000
               ADD 1 TO WRK-PROD-QTD
               SET PRX TO WRK-PROD-QTD
               MOVE PR-SKU         TO WP-SKU (PRX)
               MOVE PR-DESCRIPTION TO WP-DESCRIPTION (PRX)
               MOVE PR-STATUS      TO WP-STATUS (PRX)
               PERFORM LE-PRODUTO
            END-PERFORM
            CLOSE PROD-MASTER
         END-IF.
         IF WRK-PROD-QTD > ZERO
            OPEN EXTEND SALE-ITEM
            IF ITEM-FILE-STATUS = '05' OR ITEM-FILE-STATUS = '35'
               OPEN OUTPUT SALE-ITEM
            END-IF
            IF ITEM-FILE-STATUS NOT = '00'
               STRING 'OPEN SALE-ITEM FAILED, STATUS '
                  ITEM-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-PROGCOBVENDAS
            END-IF
         END-IF.

       LE-PRODUTO.
         READ PROD-MASTER
            AT END MOVE 'S' TO WRK-PROD-FIM
         END-READ.
         IF PROD-FILE-STATUS NOT = '00'
            AND PROD-FILE-STATUS NOT = '10'
            STRING 'READ PROD-MASTER FAILED, STATUS '
               PROD-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-PROGCOBVENDAS
         END-IF.

       PEDE-ITENS.
      *os itens da venda: SKU do cadastro e quantidade; ENTER sem
      *SKU fecha a venda
         PERFORM LE-SKU.
         PERFORM UNTIL WRK-SKU = SPACES
            PERFORM PROCURA-PRODUTO
            IF PROD-ACHADO
               DISPLAY WP-DESCRIPTION (PRX)
               MOVE ZERO TO WRK-ITEM-QTD
               PERFORM PEDE-QTD-ITEM UNTIL WRK-ITEM-QTD > ZERO
               PERFORM GRAVA-ITEM
            ELSE
               DISPLAY 'SKU NAO CADASTRADO OU INATIVO.'
            END-IF
            PERFORM LE-SKU
         END-PERFORM.

       LE-SKU.
         DISPLAY 'SKU DO ITEM (ENTER = FIM DOS ITENS): '.
         MOVE SPACES TO WRK-SKU.
         ACCEPT WRK-SKU.

       PEDE-QTD-ITEM.
         DISPLAY 'QUANTIDADE: '.
         ACCEPT WRK-ITEM-QTD.

       PROCURA-PRODUTO.
         MOVE 'N' TO WRK-PROD-ACHADO.
         SET PRX TO 1.
         SEARCH WRK-PROD-ENT
            AT END MOVE 'N' TO WRK-PROD-ACHADO
            WHEN PRX > WRK-PROD-QTD
               MOVE 'N' TO WRK-PROD-ACHADO
            WHEN WP-SKU (PRX) = WRK-SKU
               IF WP-STATUS (PRX) NOT = 'I'
                  MOVE 'S' TO WRK-PROD-ACHADO
               END-IF
         END-SEARCH.

       GRAVA-ITEM.
         MOVE WRK-STORE-CODE TO SI-STORE-CODE.
         MOVE WRK-SEQ-VENDA  TO SI-SEQ.
         MOVE WRK-SKU        TO SI-SKU.
         MOVE WRK-ITEM-QTD   TO SI-QTY.
         MOVE FUNCTION CURRENT-DATE (1:14) TO SI-TIMESTAMP.
         WRITE SALE-ITEM-REC.
         IF ITEM-FILE-STATUS NOT = '00'
            STRING 'WRITE SALE-ITEM FAILED, STATUS '
               ITEM-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-PROGCOBVENDAS
         END-IF.

       REGISTRA-RECEBIMENTOS.
      *mercadoria que chega na loja entra contra uma linha de pedido
      *de compra da propria loja; o SKU vem do pedido
         PERFORM CARREGA-PEDIDOS.
         IF WRK-PED-QTD = ZERO
            DISPLAY 'NENHUM PEDIDO DE COMPRA PARA ESTA LOJA.'
         ELSE
            OPEN EXTEND GOODS-RCV
            IF RCV-FILE-STATUS = '05' OR RCV-FILE-STATUS = '35'
               OPEN OUTPUT GOODS-RCV
            END-IF
            IF RCV-FILE-STATUS NOT = '00'
               STRING 'OPEN GOODS-RCV FAILED, STATUS '
                  RCV-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-PROGCOBVENDAS
            END-IF
            PERFORM LE-PEDIDO-RECEBIDO
            PERFORM UNTIL WRK-RCV-PO = SPACES
               PERFORM PROCESSA-RECEBIMENTO
               PERFORM LE-PEDIDO-RECEBIDO
            END-PERFORM
            CLOSE GOODS-RCV
            DISPLAY 'LINHAS RECEBIDAS: ' WRK-RCV-LINHAS
         END-IF.

       CARREGA-PEDIDOS.
      *o 'H' traz a loja de entrega; as linhas 'D' seguintes sao
      *daquele pedido
         OPEN INPUT PO-FILE.
         IF PORD-FILE-STATUS NOT = '05' AND PORD-FILE-STATUS NOT = '35'
            IF PORD-FILE-STATUS NOT = '00'
               STRING 'OPEN PO-FILE FAILED, STATUS '
                  PORD-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-PROGCOBVENDAS
            END-IF
            PERFORM LE-PEDIDO
            PERFORM UNTIL PED-FIM
               IF PO-REC-TYPE = 'H'
                  MOVE PO-STORE-CODE TO WRK-PED-LOJA
               END-IF
               IF PD-REC-TYPE = 'D'
                  AND WRK-PED-LOJA = WRK-STORE-CODE
                  IF WRK-PED-QTD = 1000
                     STRING 'PO TABLE FULL AT 1000 ENTRIES'
                        DELIMITED BY SIZE INTO WRK-ABEND-TEXT
                     PERFORM ABEND-PROGCOBVENDAS
                  END-IF
                  ADD 1 TO WRK-PED-QTD
                  SET PDX TO WRK-PED-QTD
                  MOVE PD-PO-NUMBER TO WD-PO-NUMBER (PDX)
                  MOVE PD-SEQ       TO WD-SEQ (PDX)
                  MOVE PD-SKU       TO WD-SKU (PDX)
                  MOVE PD-QTY       TO WD-QTY (PDX)
               END-IF
               PERFORM LE-PEDIDO
            END-PERFORM
            CLOSE PO-FILE
         END-IF.

       LE-PEDIDO.
         READ PO-FILE
            AT END MOVE 'S' TO WRK-PED-FIM
         END-READ.
         IF PORD-FILE-STATUS NOT = '00'
            AND PORD-FILE-STATUS NOT = '10'
            STRING 'READ PO-FILE FAILED, STATUS '
               PORD-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-PROGCOBVENDAS
         END-IF.

       LE-PEDIDO-RECEBIDO.
         DISPLAY 'NUMERO DO PEDIDO (ENTER = ENCERRAR): '.
         MOVE SPACES TO WRK-RCV-PO.
         ACCEPT WRK-RCV-PO.
         IF WRK-RCV-PO NOT = SPACES
            DISPLAY 'LINHA DO PEDIDO: '
            ACCEPT WRK-RCV-SEQ
         END-IF.

       PROCESSA-RECEBIMENTO.
         MOVE 'N' TO WRK-PED-ACHADO.
         SET PDX TO 1.
         SEARCH WRK-PED-ENT
            AT END MOVE 'N' TO WRK-PED-ACHADO
            WHEN PDX > WRK-PED-QTD
               MOVE 'N' TO WRK-PED-ACHADO
            WHEN WD-PO-NUMBER (PDX) = WRK-RCV-PO
               AND WD-SEQ (PDX) = WRK-RCV-SEQ
               MOVE 'S' TO WRK-PED-ACHADO
         END-SEARCH.
         IF NOT PED-ACHADO
            DISPLAY 'LINHA DE PEDIDO NAO ENCONTRADA PARA ESTA LOJA.'
         ELSE
            DISPLAY 'SKU ' WD-SKU (PDX) '  PEDIDO: ' WD-QTY (PDX)
            MOVE ZERO TO WRK-RCV-QTD
            DISPLAY 'QUANTIDADE RECEBIDA (0 = DESISTIR): '
            ACCEPT WRK-RCV-QTD
            IF WRK-RCV-QTD > ZERO
               MOVE WRK-STORE-CODE TO GR-STORE-CODE
               MOVE WRK-RCV-PO     TO GR-PO-NUMBER
               MOVE WRK-RCV-SEQ    TO GR-PO-SEQ
               MOVE WD-SKU (PDX)   TO GR-SKU
               MOVE WRK-RCV-QTD    TO GR-QTY
               MOVE FUNCTION CURRENT-DATE (1:14) TO GR-TIMESTAMP
               WRITE GOODS-RCV-REC
               IF RCV-FILE-STATUS NOT = '00'
                  STRING 'WRITE GOODS-RCV FAILED, STATUS '
                     RCV-FILE-STATUS DELIMITED BY SIZE
                     INTO WRK-ABEND-TEXT
                  PERFORM ABEND-PROGCOBVENDAS
               END-IF
               ADD 1 TO WRK-RCV-LINHAS
            END-IF
         END-IF.

       REGISTRA-CONTAGEM.
      *fechamento do caixa: a loja informa o que contou de cada
      *forma de pagamento no dia; uma nova contagem do mesmo dia
      *substitui a anterior na conferencia
         OPEN EXTEND TENDER-COUNT.
         IF TCNT-FILE-STATUS = '05' OR TCNT-FILE-STATUS = '35'
            OPEN OUTPUT TENDER-COUNT
         END-IF.
         IF TCNT-FILE-STATUS NOT = '00'
            STRING 'OPEN TENDER-COUNT FAILED, STATUS '
               TCNT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-PROGCOBVENDAS
         END-IF.
         DISPLAY 'FECHAMENTO DO CAIXA: INFORME O VALOR CONTADO'.
         DISPLAY 'DINHEIRO NA GAVETA: '.
         MOVE 'D' TO WRK-PAGAMENTO.
         PERFORM GRAVA-CONTAGEM.
         DISPLAY 'COMPROVANTES DE CARTAO: '.
         MOVE 'C' TO WRK-PAGAMENTO.
         PERFORM GRAVA-CONTAGEM.
         DISPLAY 'CHEQUES: '.
         MOVE 'Q' TO WRK-PAGAMENTO.
         PERFORM GRAVA-CONTAGEM.
         CLOSE TENDER-COUNT.
         DISPLAY 'CONTAGEM REGISTRADA PARA O DIA '
            TC-BUS-DATE (7:2) '/' TC-BUS-DATE (5:2) '/'
            TC-BUS-DATE (1:4).

       GRAVA-CONTAGEM.
         MOVE ZERO TO WRK-CONTADO.
         ACCEPT WRK-CONTADO.
         MOVE WRK-CONTADO TO WRK-CONTADO-ED.
         DISPLAY '   ' WRK-CONTADO-ED.
         MOVE WRK-STORE-CODE TO TC-STORE-CODE.
         MOVE FUNCTION CURRENT-DATE (1:8) TO TC-BUS-DATE.
         MOVE WRK-PAGAMENTO  TO TC-TENDER.
         MOVE WRK-CONTADO    TO TC-AMOUNT.
         MOVE FUNCTION CURRENT-DATE (1:14) TO TC-TIMESTAMP.
         WRITE TENDER-COUNT-REC.
         IF TCNT-FILE-STATUS NOT = '00'
            STRING 'WRITE TENDER-COUNT FAILED, STATUS '
               TCNT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-PROGCOBVENDAS
         END-IF.

       GRAVA-RELATORIO.
      *grava no SALES-REPORT os mesmos totais exibidos no console, um
      *comprovante durável do calculo alem da tela
