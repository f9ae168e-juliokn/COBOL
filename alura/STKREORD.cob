       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKREORD.
      ********************************************************
      * AREA DE COMENTARIOS
      * AUTOR: JULIO BITTENCOURT
      * OBJETIVO: ESTOQUE DAS LOJAS E SUGESTAO DE REPOSICAO - A
      * VENDA ENTRAVA SO PELO VALOR E O PEDIDO DE COMPRA DO
      * POMATCH ERA ESCRITO A MAO QUANDO O GERENTE VIA A
      * PRATELEIRA VAZIA. ESTE PASSO NOTURNO DA BAIXA NO ESTOQUE
      * DE CADA LOJA (STORINV) PELOS ITENS VENDIDOS NO
      * PROGCOBVENDAS (SALEITEM), DA ENTRADA PELA MERCADORIA
      * RECEBIDA CONTRA PEDIDO (GOODSRCV, GUARDADA NO GOODSHIS),
      * E LISTA NO REORDRPT, POR LOJA, OS SKUS ABAIXO DO PONTO
      * DE REPOSICAO, DESCONTANDO O QUE JA ESTA PEDIDO E NAO
      * CHEGOU. COM O REORDPRM PEDINDO, GRAVA OS PEDIDOS
      * RASCUNHO NO LAYOUT DO PORDERS (PODRAFT), UM POR LOJA E
      * FORNECEDOR, PARA O COMPRADOR REVISAR. ESTOQUE NEGATIVO
      * SAI COMO EXCECAO: QUEBRA OU ERRO DE LANCAMENTO.
      ********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-MASTER ASSIGN TO PRODMAST
               FILE STATUS IS PROD-FILE-STATUS.
           SELECT STORE-INV ASSIGN TO STORINV
               FILE STATUS IS INV-FILE-STATUS.
           SELECT SALE-ITEM ASSIGN TO SALEITEM
               FILE STATUS IS ITEM-FILE-STATUS.
           SELECT GOODS-RCV ASSIGN TO GOODSRCV
               FILE STATUS IS RCV-FILE-STATUS.
           SELECT GOODS-HIST ASSIGN TO GOODSHIS
               FILE STATUS IS GHIS-FILE-STATUS.
           SELECT PO-FILE ASSIGN TO PORDERS
               FILE STATUS IS PORD-FILE-STATUS.
           SELECT PO-DRAFT ASSIGN TO PODRAFT
               FILE STATUS IS DRFT-FILE-STATUS.
           SELECT REORD-REPORT ASSIGN TO REORDRPT
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT REORD-PARM ASSIGN TO REORDPRM
               FILE STATUS IS RPRM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  STORE-INV RECORDING MODE F.
      *estoque por loja e SKU: saldo em maos (pode ficar negativo
      *quando a venda passa do que havia), ponto de reposicao e
      *lote de compra; ponto zero nao repoe
       01  STORE-INV-REC.
           05 IV-STORE-CODE       PIC X(6).
           05 IV-SKU              PIC X(10).
           05 IV-ON-HAND          PIC S9(7).
           05 IV-REORDER-POINT    PIC 9(7).
           05 IV-REORDER-QTY      PIC 9(7).

       FD  SALE-ITEM RECORDING MODE F.
      *mesmos itens gravados pelo PROGCOBVENDAS em cada venda
       01  SALE-ITEM-REC.
           05 SI-STORE-CODE       PIC X(6).
           05 SI-SEQ              PIC 9(5).
           05 SI-SKU              PIC X(10).
           05 SI-QTY              PIC 9(5).
           05 SI-TIMESTAMP        PIC X(14).

       FD  GOODS-RCV RECORDING MODE F.
      *mercadoria recebida na loja contra linha de pedido, gravada
      *pelo PROGCOBVENDAS
       01  GOODS-RCV-REC.
           05 GR-STORE-CODE       PIC X(6).
           05 GR-PO-NUMBER        PIC X(10).
           05 GR-PO-SEQ           PIC 9(3).
           05 GR-SKU              PIC X(10).
           05 GR-QTY              PIC 9(5).
           05 GR-TIMESTAMP        PIC X(14).

       FD  GOODS-HIST RECORDING MODE F.
      *historico acumulativo dos recebimentos ja lancados no
      *estoque, no layout do GOODSRCV; abate o que falta chegar de
      *cada linha de pedido
       01  GOODS-HIST-REC.
           05 GH-STORE-CODE       PIC X(6).
           05 GH-PO-NUMBER        PIC X(10).
           05 GH-PO-SEQ           PIC 9(3).
           05 GH-SKU              PIC X(10).
           05 GH-QTY              PIC 9(5).
           05 GH-TIMESTAMP        PIC X(14).

       FD  PO-FILE RECORDING MODE F.
      *pedidos de compra do POMATCH, com a loja e o SKU
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

       FD  PO-DRAFT RECORDING MODE F.
      *pedidos rascunho, no mesmo layout do PORDERS
       01  DRAFT-HEADER-REC.
           05 DH-REC-TYPE         PIC X(1).
           05 DH-PO-NUMBER        PIC X(10).
           05 DH-SUPPLIER         PIC X(20).
           05 DH-STORE-CODE       PIC X(6).
           05 FILLER              PIC X(3).

       01  DRAFT-DETAIL-REC.
           05 DD-REC-TYPE         PIC X(1).
           05 DD-PO-NUMBER        PIC X(10).
           05 DD-SEQ              PIC 9(3).
           05 DD-QTY              PIC 9(5).
           05 DD-UNIT-PRICE       PIC 9(6)V99.
           05 DD-SKU              PIC X(10).
           05 FILLER              PIC X(3).

       FD  REORD-REPORT RECORDING MODE F.
       01  REORD-REPORT-REC       PIC X(100).

       FD  REORD-PARM RECORDING MODE F.
      *'S' grava os pedidos rascunho no PODRAFT
       01  REORD-PARM-REC.
           05 RP-DRAFT-PO         PIC X(1).

       WORKING-STORAGE SECTION.
       77  PROD-FILE-STATUS   PIC X(2) VALUE '00'.
       77  INV-FILE-STATUS    PIC X(2) VALUE '00'.
       77  ITEM-FILE-STATUS   PIC X(2) VALUE '00'.
       77  RCV-FILE-STATUS    PIC X(2) VALUE '00'.
       77  GHIS-FILE-STATUS   PIC X(2) VALUE '00'.
       77  PORD-FILE-STATUS   PIC X(2) VALUE '00'.
       77  DRFT-FILE-STATUS   PIC X(2) VALUE '00'.
       77  RPT-FILE-STATUS    PIC X(2) VALUE '00'.
       77  RPRM-FILE-STATUS   PIC X(2) VALUE '00'.
       77  WRK-ABEND-TEXT     PIC X(60) VALUE SPACES.
       77  WRK-FIM            PIC X VALUE 'N'.
         88 ARQ-FIM           VALUE 'S'.
       77  WRK-RASCUNHO       PIC X VALUE 'N'.
         88 GERA-RASCUNHO     VALUE 'S'.

      *cadastro de produtos em tabela: descricao, custo e fornecedor
       01  WRK-PROD-TABELA.
           05 WRK-PROD-QTD    PIC 9(4) VALUE ZERO.
           05 WRK-PROD-ENT OCCURS 2000 TIMES
                 INDEXED BY PRX.
              10 WP-SKU        PIC X(10).
              10 WP-DESCRIPTION PIC X(30).
              10 WP-UNIT-COST  PIC 9(6)V99.
              10 WP-SUPPLIER   PIC X(20).
       77  WRK-PROD-ACHADO    PIC X VALUE 'N'.
         88 PROD-ACHADO       VALUE 'S'.

      *estoque de todas as lojas em tabela; SKU vendido ou recebido
      *sem linha no estoque ganha uma, sem ponto de reposicao
       01  WRK-EST-TABELA.
           05 WRK-EST-QTD     PIC 9(4) VALUE ZERO.
           05 WRK-EST-ENT OCCURS 5000 TIMES
                 INDEXED BY ESX ESY.
              10 WE-STORE-CODE PIC X(6).
              10 WE-SKU        PIC X(10).
              10 WE-ON-HAND    PIC S9(7).
              10 WE-REORDER-POINT PIC 9(7).
              10 WE-REORDER-QTY PIC 9(7).
              10 WE-IMPRESSO   PIC X(1).
       77  WRK-EST-ACHADO     PIC X VALUE 'N'.
         88 EST-ACHADO        VALUE 'S'.
       77  WRK-BUSCA-LOJA     PIC X(6) VALUE SPACES.
       77  WRK-BUSCA-SKU      PIC X(10) VALUE SPACES.

      *linhas de pedido com o saldo que ainda falta chegar
       77  WRK-PED-LOJA       PIC X(6) VALUE SPACES.
       01  WRK-ABERTO-TABELA.
           05 WRK-ABERTO-QTD  PIC 9(4) VALUE ZERO.
           05 WRK-ABERTO-ENT OCCURS 3000 TIMES
                 INDEXED BY ABX.
              10 WA-PO-NUMBER  PIC X(10).
              10 WA-SEQ        PIC 9(3).
              10 WA-STORE-CODE PIC X(6).
              10 WA-SKU        PIC X(10).
              10 WA-SALDO      PIC S9(7).

      *linhas dos pedidos rascunho, agrupadas na gravacao por loja
      *e fornecedor
       01  WRK-RASC-TABELA.
           05 WRK-RASC-QTD    PIC 9(4) VALUE ZERO.
           05 WRK-RASC-ENT OCCURS 2000 TIMES
                 INDEXED BY RSX RSY.
              10 WR-STORE-CODE PIC X(6).
              10 WR-SUPPLIER   PIC X(20).
              10 WR-SKU        PIC X(10).
              10 WR-QTY        PIC 9(5).
              10 WR-UNIT-COST  PIC 9(6)V99.
              10 WR-GRAVADO    PIC X(1).
       77  WRK-PO-NUMERO      PIC X(10) VALUE SPACES.
       77  WRK-PO-CONT        PIC 9(3) VALUE ZERO.
       77  WRK-PO-LINHA       PIC 9(3) VALUE ZERO.
       77  WRK-DATA-HOJE      PIC X(8) VALUE SPACES.

      *calculo da reposicao de cada SKU
       77  WRK-EM-PEDIDO      PIC S9(7) VALUE ZERO.
       77  WRK-FALTA          PIC S9(7) VALUE ZERO.
       77  WRK-SUGERIDO       PIC S9(7) VALUE ZERO.
       77  WRK-REPOR-LOJA     PIC 9(5) VALUE ZERO.

      *contadores de controle da execucao
       77  WRK-ITENS-BAIXADOS PIC 9(7) VALUE ZERO.
       77  WRK-RECEBIMENTOS   PIC 9(7) VALUE ZERO.
       77  WRK-SKUS-REPOR     PIC 9(5) VALUE ZERO.
       77  WRK-NEGATIVOS      PIC 9(5) VALUE ZERO.
       77  WRK-PEDIDOS-RASC   PIC 9(5) VALUE ZERO.

       01  WRK-CAB-REPOR.
           05 FILLER          PIC X(24) VALUE '  SKU         DESCRICAO'.
           05 FILLER          PIC X(25) VALUE SPACES.
           05 FILLER          PIC X(16) VALUE ' ESTOQUE   PONTO'.
           05 FILLER          PIC X(20) VALUE '  PEDIDO  SUGERIDO'.
           05 FILLER          PIC X(15) VALUE SPACES.

       01  WRK-LINHA-REPOR.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LR-SKU          PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LR-DESCRIPTION  PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LR-ON-HAND      PIC ----.--9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 LR-POINT        PIC ZZZ.ZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 LR-EM-PEDIDO    PIC ZZZ.ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LR-SUGERIDO     PIC ZZZ.ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LR-OBS          PIC X(16).
           05 FILLER          PIC X(3) VALUE SPACES.

       01  WRK-LINHA-NEGATIVO.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LN-STORE-CODE   PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LN-SKU          PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LN-DESCRIPTION  PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LN-ON-HAND      PIC ----.--9.
           05 FILLER          PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
         PERFORM ABRE-ARQUIVOS.
         PERFORM CARREGA-PRODUTOS.
         PERFORM CARREGA-ESTOQUE.
         PERFORM BAIXA-VENDAS.
         PERFORM ENTRADA-RECEBIMENTOS.
         PERFORM REGRAVA-ESTOQUE.
         PERFORM CARREGA-PEDIDOS-ABERTOS.
         PERFORM GRAVA-REPOSICAO.
         PERFORM GRAVA-NEGATIVOS.
         IF GERA-RASCUNHO
            PERFORM GRAVA-PEDIDOS-RASCUNHO
         END-IF.
         PERFORM ENCERRA.

       ABRE-ARQUIVOS.
         OPEN OUTPUT REORD-REPORT.
         IF RPT-FILE-STATUS NOT = '00'
            STRING 'OPEN REORD-REPORT FAILED, STATUS '
               RPT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.
         OPEN INPUT REORD-PARM.
         IF RPRM-FILE-STATUS = '00'
            READ REORD-PARM
            IF RPRM-FILE-STATUS = '00'
               AND RP-DRAFT-PO = 'S'
               MOVE 'S' TO WRK-RASCUNHO
            END-IF
            CLOSE REORD-PARM
         END-IF.
         MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-DATA-HOJE.

       CARREGA-PRODUTOS.
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT PROD-MASTER.
         IF PROD-FILE-STATUS NOT = '00'
            STRING 'OPEN PROD-MASTER FAILED, STATUS '
               PROD-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.
         PERFORM LE-PRODUTO.
         PERFORM UNTIL ARQ-FIM
            IF WRK-PROD-QTD = 2000
               STRING 'PRODUCT TABLE FULL AT 2000 ENTRIES'
                  DELIMITED BY SIZE INTO WRK-ABEND-TEXT
               PERFORM ABEND-STKREORD
            END-IF
            ADD 1 TO WRK-PROD-QTD
            SET PRX TO WRK-PROD-QTD
            MOVE PR-SKU         TO WP-SKU (PRX)
            MOVE PR-DESCRIPTION TO WP-DESCRIPTION (PRX)
            MOVE PR-UNIT-COST   TO WP-UNIT-COST (PRX)
            MOVE PR-SUPPLIER    TO WP-SUPPLIER (PRX)
            PERFORM LE-PRODUTO
         END-PERFORM.
         CLOSE PROD-MASTER.

       LE-PRODUTO.
         READ PROD-MASTER
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF PROD-FILE-STATUS NOT = '00'
            AND PROD-FILE-STATUS NOT = '10'
            STRING 'READ PROD-MASTER FAILED, STATUS '
               PROD-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.

       CARREGA-ESTOQUE.
      *na primeira execucao o STORINV ainda nao existe e o estoque
      *nasce dos proprios movimentos
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT STORE-INV.
         IF INV-FILE-STATUS = '05' OR INV-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF INV-FILE-STATUS NOT = '00'
               STRING 'OPEN STORE-INV FAILED, STATUS '
                  INV-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-STKREORD
            END-IF
            PERFORM LE-ESTOQUE
            PERFORM UNTIL ARQ-FIM
               IF WRK-EST-QTD = 5000
                  STRING 'INVENTORY TABLE FULL AT 5000 ENTRIES'
                     DELIMITED BY SIZE INTO WRK-ABEND-TEXT
                  PERFORM ABEND-STKREORD
               END-IF
               ADD 1 TO WRK-EST-QTD
               SET ESX TO WRK-EST-QTD
               MOVE IV-STORE-CODE    TO WE-STORE-CODE (ESX)
               MOVE IV-SKU           TO WE-SKU (ESX)
               MOVE IV-ON-HAND       TO WE-ON-HAND (ESX)
               MOVE IV-REORDER-POINT TO WE-REORDER-POINT (ESX)
               MOVE IV-REORDER-QTY   TO WE-REORDER-QTY (ESX)
               MOVE 'N'              TO WE-IMPRESSO (ESX)
               PERFORM LE-ESTOQUE
            END-PERFORM
            CLOSE STORE-INV
         END-IF.

       LE-ESTOQUE.
         READ STORE-INV
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF INV-FILE-STATUS NOT = '00'
            AND INV-FILE-STATUS NOT = '10'
            STRING 'READ STORE-INV FAILED, STATUS '
               INV-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.

       ACHA-ESTOQUE.
      *linha de estoque da loja e SKU procurados, criada se nao
      *existir
         MOVE 'N' TO WRK-EST-ACHADO.
         IF WRK-EST-QTD > ZERO
            SET ESX TO 1
            SEARCH WRK-EST-ENT
               AT END MOVE 'N' TO WRK-EST-ACHADO
               WHEN ESX > WRK-EST-QTD
                  MOVE 'N' TO WRK-EST-ACHADO
               WHEN WE-STORE-CODE (ESX) = WRK-BUSCA-LOJA
                  AND WE-SKU (ESX) = WRK-BUSCA-SKU
                  MOVE 'S' TO WRK-EST-ACHADO
            END-SEARCH
         END-IF.
         IF NOT EST-ACHADO
            IF WRK-EST-QTD = 5000
               STRING 'INVENTORY TABLE FULL AT 5000 ENTRIES'
                  DELIMITED BY SIZE INTO WRK-ABEND-TEXT
               PERFORM ABEND-STKREORD
            END-IF
            ADD 1 TO WRK-EST-QTD
            SET ESX TO WRK-EST-QTD
            MOVE WRK-BUSCA-LOJA TO WE-STORE-CODE (ESX)
            MOVE WRK-BUSCA-SKU  TO WE-SKU (ESX)
            MOVE ZERO TO WE-ON-HAND (ESX)
            MOVE ZERO TO WE-REORDER-POINT (ESX)
            MOVE ZERO TO WE-REORDER-QTY (ESX)
            MOVE 'N'  TO WE-IMPRESSO (ESX)
         END-IF.

       BAIXA-VENDAS.
      *cada item vendido sai do estoque da loja; sem itens no dia o
      *SALEITEM pode nem existir
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT SALE-ITEM.
         IF ITEM-FILE-STATUS = '05' OR ITEM-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF ITEM-FILE-STATUS NOT = '00'
               STRING 'OPEN SALE-ITEM FAILED, STATUS '
                  ITEM-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-STKREORD
            END-IF
            PERFORM LE-ITEM
            PERFORM UNTIL ARQ-FIM
               MOVE SI-STORE-CODE TO WRK-BUSCA-LOJA
               MOVE SI-SKU        TO WRK-BUSCA-SKU
               PERFORM ACHA-ESTOQUE
               SUBTRACT SI-QTY FROM WE-ON-HAND (ESX)
               ADD 1 TO WRK-ITENS-BAIXADOS
               PERFORM LE-ITEM
            END-PERFORM
            CLOSE SALE-ITEM
         END-IF.

       LE-ITEM.
         READ SALE-ITEM
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF ITEM-FILE-STATUS NOT = '00'
            AND ITEM-FILE-STATUS NOT = '10'
            STRING 'READ SALE-ITEM FAILED, STATUS '
               ITEM-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.

       ENTRADA-RECEBIMENTOS.
      *cada recebimento entra no estoque da loja e vai para o
      *historico, acumulativo (na primeira vez o OPEN EXTEND precisa
      *virar OUTPUT)
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT GOODS-RCV.
         IF RCV-FILE-STATUS = '05' OR RCV-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF RCV-FILE-STATUS NOT = '00'
               STRING 'OPEN GOODS-RCV FAILED, STATUS '
                  RCV-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-STKREORD
            END-IF
            OPEN EXTEND GOODS-HIST
            IF GHIS-FILE-STATUS = '05' OR GHIS-FILE-STATUS = '35'
               OPEN OUTPUT GOODS-HIST
            END-IF
            IF GHIS-FILE-STATUS NOT = '00'
               STRING 'OPEN GOODS-HIST FAILED, STATUS '
                  GHIS-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-STKREORD
            END-IF
            PERFORM LE-RECEBIMENTO
            PERFORM UNTIL ARQ-FIM
               MOVE GR-STORE-CODE TO WRK-BUSCA-LOJA
               MOVE GR-SKU        TO WRK-BUSCA-SKU
               PERFORM ACHA-ESTOQUE
               ADD GR-QTY TO WE-ON-HAND (ESX)
               MOVE GOODS-RCV-REC TO GOODS-HIST-REC
               WRITE GOODS-HIST-REC
               IF GHIS-FILE-STATUS NOT = '00'
                  STRING 'WRITE GOODS-HIST FAILED, STATUS '
                     GHIS-FILE-STATUS DELIMITED BY SIZE
                     INTO WRK-ABEND-TEXT
                  PERFORM ABEND-STKREORD
               END-IF
               ADD 1 TO WRK-RECEBIMENTOS
               PERFORM LE-RECEBIMENTO
            END-PERFORM
            CLOSE GOODS-HIST
            CLOSE GOODS-RCV
         END-IF.

       LE-RECEBIMENTO.
         READ GOODS-RCV
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF RCV-FILE-STATUS NOT = '00'
            AND RCV-FILE-STATUS NOT = '10'
            STRING 'READ GOODS-RCV FAILED, STATUS '
               RCV-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.

       REGRAVA-ESTOQUE.
      *o estoque volta inteiro com os movimentos do dia, e os
      *arquivos de movimento voltam vazios para o dia seguinte
         OPEN OUTPUT STORE-INV.
         IF INV-FILE-STATUS NOT = '00'
            STRING 'REOPEN STORE-INV FAILED, STATUS '
               INV-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.
         IF WRK-EST-QTD > ZERO
            PERFORM GRAVA-UM-ESTOQUE
               VARYING ESX FROM 1 BY 1
               UNTIL ESX > WRK-EST-QTD
         END-IF.
         CLOSE STORE-INV.
         OPEN OUTPUT SALE-ITEM.
         IF ITEM-FILE-STATUS NOT = '00'
            STRING 'EMPTY SALE-ITEM FAILED, STATUS '
               ITEM-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.
         CLOSE SALE-ITEM.
         OPEN OUTPUT GOODS-RCV.
         IF RCV-FILE-STATUS NOT = '00'
            STRING 'EMPTY GOODS-RCV FAILED, STATUS '
               RCV-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.
         CLOSE GOODS-RCV.

       GRAVA-UM-ESTOQUE.
         MOVE WE-STORE-CODE (ESX)    TO IV-STORE-CODE.
         MOVE WE-SKU (ESX)           TO IV-SKU.
         MOVE WE-ON-HAND (ESX)       TO IV-ON-HAND.
         MOVE WE-REORDER-POINT (ESX) TO IV-REORDER-POINT.
         MOVE WE-REORDER-QTY (ESX)   TO IV-REORDER-QTY.
         WRITE STORE-INV-REC.
         IF INV-FILE-STATUS NOT = '00'
            STRING 'WRITE STORE-INV FAILED, STATUS '
               INV-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.

       CARREGA-PEDIDOS-ABERTOS.
      *quantidade pedida de cada linha menos o que ja chegou pelo
      *historico de recebimentos; o 'H' traz a loja das linhas 'D'
      *que vem depois dele
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT PO-FILE.
         IF PORD-FILE-STATUS = '05' OR PORD-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF PORD-FILE-STATUS NOT = '00'
               STRING 'OPEN PO-FILE FAILED, STATUS '
                  PORD-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-STKREORD
            END-IF
            PERFORM LE-PEDIDO
            PERFORM UNTIL ARQ-FIM
               IF PO-REC-TYPE = 'H'
                  MOVE PO-STORE-CODE TO WRK-PED-LOJA
               END-IF
               IF PD-REC-TYPE = 'D'
                  PERFORM GUARDA-LINHA-PEDIDO
               END-IF
               PERFORM LE-PEDIDO
            END-PERFORM
            CLOSE PO-FILE
         END-IF.
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT GOODS-HIST.
         IF GHIS-FILE-STATUS = '05' OR GHIS-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF GHIS-FILE-STATUS NOT = '00'
               STRING 'REOPEN GOODS-HIST FAILED, STATUS '
                  GHIS-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-STKREORD
            END-IF
            PERFORM LE-HISTORICO
            PERFORM UNTIL ARQ-FIM
               PERFORM ABATE-RECEBIDO
               PERFORM LE-HISTORICO
            END-PERFORM
            CLOSE GOODS-HIST
         END-IF.

       GUARDA-LINHA-PEDIDO.
         IF WRK-ABERTO-QTD = 3000
            STRING 'PO TABLE FULL AT 3000 ENTRIES'
               DELIMITED BY SIZE INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.
         ADD 1 TO WRK-ABERTO-QTD.
         SET ABX TO WRK-ABERTO-QTD.
         MOVE PD-PO-NUMBER TO WA-PO-NUMBER (ABX).
         MOVE PD-SEQ       TO WA-SEQ (ABX).
         MOVE WRK-PED-LOJA TO WA-STORE-CODE (ABX).
         MOVE PD-SKU       TO WA-SKU (ABX).
         MOVE PD-QTY       TO WA-SALDO (ABX).

       LE-PEDIDO.
         READ PO-FILE
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF PORD-FILE-STATUS NOT = '00'
            AND PORD-FILE-STATUS NOT = '10'
            STRING 'READ PO-FILE FAILED, STATUS '
               PORD-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.

       LE-HISTORICO.
         READ GOODS-HIST
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF GHIS-FILE-STATUS NOT = '00'
            AND GHIS-FILE-STATUS NOT = '10'
            STRING 'READ GOODS-HIST FAILED, STATUS '
               GHIS-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.

       ABATE-RECEBIDO.
         IF WRK-ABERTO-QTD > ZERO
            SET ABX TO 1
            SEARCH WRK-ABERTO-ENT
               AT END CONTINUE
               WHEN ABX > WRK-ABERTO-QTD
                  CONTINUE
               WHEN WA-PO-NUMBER (ABX) = GH-PO-NUMBER
                  AND WA-SEQ (ABX) = GH-PO-SEQ
                  SUBTRACT GH-QTY FROM WA-SALDO (ABX)
            END-SEARCH
         END-IF.

       GRAVA-REPOSICAO.
      *um bloco por loja com os SKUs abaixo do ponto de reposicao
         MOVE 'REPOSICAO DE ESTOQUE POR LOJA' TO REORD-REPORT-REC.
         PERFORM GRAVA-LINHA.
         IF WRK-EST-QTD > ZERO
            PERFORM REPOSICAO-UMA-LOJA
               VARYING ESX FROM 1 BY 1
               UNTIL ESX > WRK-EST-QTD
         END-IF.
         IF WRK-SKUS-REPOR = ZERO
            PERFORM GRAVA-LINHA
            MOVE 'NENHUM SKU ABAIXO DO PONTO DE REPOSICAO'
               TO REORD-REPORT-REC
            PERFORM GRAVA-LINHA
         END-IF.

       REPOSICAO-UMA-LOJA.
         IF WE-IMPRESSO (ESX) NOT = 'S'
            MOVE ZERO TO WRK-REPOR-LOJA
            PERFORM CONTA-REPOSICAO
               VARYING ESY FROM ESX BY 1
               UNTIL ESY > WRK-EST-QTD
            IF WRK-REPOR-LOJA > ZERO
               PERFORM GRAVA-LINHA
               STRING 'LOJA ' WE-STORE-CODE (ESX)
                  DELIMITED BY SIZE INTO REORD-REPORT-REC
               PERFORM GRAVA-LINHA
               MOVE WRK-CAB-REPOR TO REORD-REPORT-REC
               PERFORM GRAVA-LINHA
               PERFORM REPOSICAO-UM-SKU
                  VARYING ESY FROM ESX BY 1
                  UNTIL ESY > WRK-EST-QTD
            END-IF
         END-IF.

       CONTA-REPOSICAO.
         IF WE-STORE-CODE (ESY) = WE-STORE-CODE (ESX)
            MOVE 'S' TO WE-IMPRESSO (ESY)
            IF WE-ON-HAND (ESY) < WE-REORDER-POINT (ESY)
               AND WE-REORDER-POINT (ESY) > ZERO
               ADD 1 TO WRK-REPOR-LOJA
            END-IF
         END-IF.

       REPOSICAO-UM-SKU.
      *sugere o lote de compra, ou o que falta para o ponto se for
      *mais, menos o que ja esta pedido e nao chegou
         IF WE-STORE-CODE (ESY) = WE-STORE-CODE (ESX)
            AND WE-ON-HAND (ESY) < WE-REORDER-POINT (ESY)
            AND WE-REORDER-POINT (ESY) > ZERO
            ADD 1 TO WRK-SKUS-REPOR
            PERFORM SOMA-EM-PEDIDO
            COMPUTE WRK-FALTA =
               WE-REORDER-POINT (ESY) - WE-ON-HAND (ESY)
            MOVE WE-REORDER-QTY (ESY) TO WRK-SUGERIDO
            IF WRK-FALTA > WRK-SUGERIDO
               MOVE WRK-FALTA TO WRK-SUGERIDO
            END-IF
            SUBTRACT WRK-EM-PEDIDO FROM WRK-SUGERIDO
            IF WRK-SUGERIDO < ZERO
               MOVE ZERO TO WRK-SUGERIDO
            END-IF
            MOVE WE-SKU (ESY) TO WRK-BUSCA-SKU
            PERFORM PROCURA-PRODUTO
            MOVE SPACES TO LR-OBS
            MOVE SPACES TO LR-DESCRIPTION
            IF PROD-ACHADO
               MOVE WP-DESCRIPTION (PRX) TO LR-DESCRIPTION
            END-IF
            EVALUATE TRUE
               WHEN WRK-SUGERIDO = ZERO
                  MOVE 'PEDIDO EM ABERTO' TO LR-OBS
               WHEN NOT PROD-ACHADO
                  MOVE 'SEM CADASTRO' TO LR-OBS
               WHEN WP-SUPPLIER (PRX) = SPACES
                  MOVE 'SEM FORNECEDOR' TO LR-OBS
               WHEN GERA-RASCUNHO
                  PERFORM GUARDA-RASCUNHO
                  MOVE 'NO RASCUNHO' TO LR-OBS
            END-EVALUATE
            MOVE WE-SKU (ESY)           TO LR-SKU
            MOVE WE-ON-HAND (ESY)       TO LR-ON-HAND
            MOVE WE-REORDER-POINT (ESY) TO LR-POINT
            MOVE WRK-EM-PEDIDO          TO LR-EM-PEDIDO
            MOVE WRK-SUGERIDO           TO LR-SUGERIDO
            MOVE WRK-LINHA-REPOR TO REORD-REPORT-REC
            PERFORM GRAVA-LINHA
         END-IF.

       SOMA-EM-PEDIDO.
         MOVE ZERO TO WRK-EM-PEDIDO.
         IF WRK-ABERTO-QTD > ZERO
            PERFORM SOMA-UMA-LINHA-ABERTA
               VARYING ABX FROM 1 BY 1
               UNTIL ABX > WRK-ABERTO-QTD
         END-IF.

       SOMA-UMA-LINHA-ABERTA.
         IF WA-STORE-CODE (ABX) = WE-STORE-CODE (ESY)
            AND WA-SKU (ABX) = WE-SKU (ESY)
            AND WA-SALDO (ABX) > ZERO
            ADD WA-SALDO (ABX) TO WRK-EM-PEDIDO
         END-IF.

       PROCURA-PRODUTO.
         MOVE 'N' TO WRK-PROD-ACHADO.
         IF WRK-PROD-QTD > ZERO
            SET PRX TO 1
            SEARCH WRK-PROD-ENT
               AT END MOVE 'N' TO WRK-PROD-ACHADO
               WHEN PRX > WRK-PROD-QTD
                  MOVE 'N' TO WRK-PROD-ACHADO
               WHEN WP-SKU (PRX) = WRK-BUSCA-SKU
                  MOVE 'S' TO WRK-PROD-ACHADO
            END-SEARCH
         END-IF.

       GUARDA-RASCUNHO.
         IF WRK-RASC-QTD = 2000
            STRING 'DRAFT TABLE FULL AT 2000 ENTRIES'
               DELIMITED BY SIZE INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.
         ADD 1 TO WRK-RASC-QTD.
         SET RSX TO WRK-RASC-QTD.
         MOVE WE-STORE-CODE (ESY)  TO WR-STORE-CODE (RSX).
         MOVE WP-SUPPLIER (PRX)    TO WR-SUPPLIER (RSX).
         MOVE WE-SKU (ESY)         TO WR-SKU (RSX).
         MOVE WRK-SUGERIDO         TO WR-QTY (RSX).
         MOVE WP-UNIT-COST (PRX)   TO WR-UNIT-COST (RSX).
         MOVE 'N'                  TO WR-GRAVADO (RSX).

       GRAVA-NEGATIVOS.
      *estoque negativo: a venda passou do que havia na loja, por
      *quebra (perda, furto) ou por erro de lancamento
         PERFORM GRAVA-LINHA.
         MOVE 'ESTOQUE NEGATIVO - QUEBRA OU ERRO DE LANCAMENTO'
            TO REORD-REPORT-REC.
         PERFORM GRAVA-LINHA.
         IF WRK-EST-QTD > ZERO
            PERFORM TESTA-NEGATIVO
               VARYING ESX FROM 1 BY 1
               UNTIL ESX > WRK-EST-QTD
         END-IF.
         IF WRK-NEGATIVOS = ZERO
            MOVE 'NENHUM SKU COM ESTOQUE NEGATIVO'
               TO REORD-REPORT-REC
            PERFORM GRAVA-LINHA
         END-IF.

       TESTA-NEGATIVO.
         IF WE-ON-HAND (ESX) < ZERO
            ADD 1 TO WRK-NEGATIVOS
            MOVE WE-SKU (ESX) TO WRK-BUSCA-SKU
            PERFORM PROCURA-PRODUTO
            MOVE SPACES TO LN-DESCRIPTION
            IF PROD-ACHADO
               MOVE WP-DESCRIPTION (PRX) TO LN-DESCRIPTION
            END-IF
            MOVE WE-STORE-CODE (ESX) TO LN-STORE-CODE
            MOVE WE-SKU (ESX)        TO LN-SKU
            MOVE WE-ON-HAND (ESX)    TO LN-ON-HAND
            MOVE WRK-LINHA-NEGATIVO TO REORD-REPORT-REC
            PERFORM GRAVA-LINHA
         END-IF.

       GRAVA-PEDIDOS-RASCUNHO.
      *um pedido rascunho por loja e fornecedor, numerado 'R' +
      *AAMMDD + sequencia do dia
         OPEN OUTPUT PO-DRAFT.
         IF DRFT-FILE-STATUS NOT = '00'
            STRING 'OPEN PO-DRAFT FAILED, STATUS '
               DRFT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.
         IF WRK-RASC-QTD > ZERO
            PERFORM GRAVA-UM-RASCUNHO
               VARYING RSX FROM 1 BY 1
               UNTIL RSX > WRK-RASC-QTD
         END-IF.
         CLOSE PO-DRAFT.

       GRAVA-UM-RASCUNHO.
         IF WR-GRAVADO (RSX) NOT = 'S'
            ADD 1 TO WRK-PO-CONT
            ADD 1 TO WRK-PEDIDOS-RASC
            MOVE SPACES TO WRK-PO-NUMERO
            STRING 'R' WRK-DATA-HOJE (3:6) WRK-PO-CONT
               DELIMITED BY SIZE INTO WRK-PO-NUMERO
            MOVE SPACES TO DRAFT-HEADER-REC
            MOVE 'H'                 TO DH-REC-TYPE
            MOVE WRK-PO-NUMERO       TO DH-PO-NUMBER
            MOVE WR-SUPPLIER (RSX)   TO DH-SUPPLIER
            MOVE WR-STORE-CODE (RSX) TO DH-STORE-CODE
            WRITE DRAFT-HEADER-REC
            PERFORM TESTA-GRAVA-RASCUNHO
            MOVE ZERO TO WRK-PO-LINHA
            PERFORM GRAVA-LINHA-RASCUNHO
               VARYING RSY FROM RSX BY 1
               UNTIL RSY > WRK-RASC-QTD
         END-IF.

       GRAVA-LINHA-RASCUNHO.
         IF WR-GRAVADO (RSY) NOT = 'S'
            AND WR-STORE-CODE (RSY) = WR-STORE-CODE (RSX)
            AND WR-SUPPLIER (RSY) = WR-SUPPLIER (RSX)
            MOVE 'S' TO WR-GRAVADO (RSY)
            ADD 1 TO WRK-PO-LINHA
            MOVE SPACES TO DRAFT-DETAIL-REC
            MOVE 'D'                TO DD-REC-TYPE
            MOVE WRK-PO-NUMERO      TO DD-PO-NUMBER
            MOVE WRK-PO-LINHA       TO DD-SEQ
            MOVE WR-QTY (RSY)       TO DD-QTY
            MOVE WR-UNIT-COST (RSY) TO DD-UNIT-PRICE
            MOVE WR-SKU (RSY)       TO DD-SKU
            WRITE DRAFT-DETAIL-REC
            PERFORM TESTA-GRAVA-RASCUNHO
         END-IF.

       TESTA-GRAVA-RASCUNHO.
         IF DRFT-FILE-STATUS NOT = '00'
            STRING 'WRITE PO-DRAFT FAILED, STATUS '
               DRFT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.

       GRAVA-LINHA.
         WRITE REORD-REPORT-REC.
         IF RPT-FILE-STATUS NOT = '00'
            STRING 'WRITE REORD-REPORT FAILED, STATUS '
               RPT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-STKREORD
         END-IF.
         MOVE SPACES TO REORD-REPORT-REC.

       ENCERRA.
         CLOSE REORD-REPORT.
         DISPLAY 'ITENS BAIXADOS: ' WRK-ITENS-BAIXADOS
            '  RECEBIMENTOS: ' WRK-RECEBIMENTOS.
         DISPLAY 'SKUS A REPOR: ' WRK-SKUS-REPOR
            '  ESTOQUE NEGATIVO: ' WRK-NEGATIVOS
            '  PEDIDOS RASCUNHO: ' WRK-PEDIDOS-RASC.
         IF WRK-NEGATIVOS > ZERO
            MOVE 4 TO RETURN-CODE
         ELSE
            MOVE ZERO TO RETURN-CODE
         END-IF.
         STOP RUN.

      *erro grave de I/O: mostra a mensagem e interrompe a execucao
       ABEND-STKREORD.
         DISPLAY 'STKREORD ABEND: ' WRK-ABEND-TEXT.
         MOVE 8 TO RETURN-CODE.
         STOP RUN.
