      * O CONSOLIDADO E DO MES CORRENTE: O DIARIO E ACUMULATIVO
      * ENTRE EXECUCOES E AS METAS SAO MENSAIS, ENTAO VENDAS DE
      * MESES ANTERIORES FICAM FORA DA SOMA E DO ATINGIMENTO.
      * AS DEVOLUCOES LANCADAS NO DIARIO ABATEM DO TOTAL DA LOJA:
      * RANKING, REGIOES, META E TOTAL GERAL SAO DE VENDA LIQUIDA.
      ********************************************************

       ENVIRONMENT DIVISION.
      *lojas entram concatenados neste DD
      *a loja vem pelo codigo do cadastro STORMST carimbado pelo
      *PROGCOBVENDAS; o enchimento segura o LRECL do antigo nome
      *devolucao tem o motivo preenchido e abate da venda da loja
       01  SALES-JOURNAL-REC.
           05 SJ-STORE-CODE       PIC X(6).
           05 FILLER              PIC X(8).
           05 SJ-RETURN-REASON    PIC X(1).
              88 SJ-VENDA         VALUE SPACE.
           05 FILLER              PIC X(5).
           05 SJ-SEQ              PIC 9(5).
           05 SJ-AMOUNT           PIC 9(6)V99.
           05 SJ-TIMESTAMP        PIC X(14).
           05 FILLER              PIC X(1).

       FD  STORE-MASTER RECORDING MODE F.
      *cadastro de lojas: codigo, nome oficial, regiao e situacao
         88 JRNL-FIM          VALUE 'S'.

      *acumulacao por loja, na ordem de chegada, depois ordenada
      *pelo total vendido; o total e liquido das devolucoes e a
      *quantidade e so de vendas
       01  WRK-LOJA-TABELA.
           05 WRK-LOJA-QTD    PIC 9(3) VALUE ZERO.
           05 WRK-LOJA-ENT OCCURS 50 TIMES
              10 WL-STORE-CODE PIC X(6).
              10 WL-STORE-NAME PIC X(20).
              10 WL-REGION     PIC X(10).
              10 WL-TOTAL      PIC S9(10)V99.
              10 WL-COUNT      PIC 9(7).
       77  WRK-LOJA-ACHADA    PIC X VALUE 'N'.
         88 LOJA-ACHADA       VALUE 'S'.
       77  WRK-TROCA-CODIGO   PIC X(6) VALUE SPACES.
       77  WRK-TROCA-NOME     PIC X(20) VALUE SPACES.
       77  WRK-TROCA-REGIAO   PIC X(10) VALUE SPACES.
       77  WRK-TROCA-TOTAL    PIC S9(10)V99 VALUE ZEROES.
       77  WRK-TROCA-COUNT    PIC 9(7) VALUE ZERO.
       77  WRK-TROCOU         PIC X VALUE 'N'.

           05 WRK-REGIAO-ENT OCCURS 20 TIMES
                 INDEXED BY RGX.
              10 WRG-REGION    PIC X(10).
              10 WRG-TOTAL     PIC S9(12)V99.
              10 WRG-COUNT     PIC 9(7).
       77  WRK-REGIAO-ACHADA  PIC X VALUE 'N'.
         88 REGIAO-ACHADA     VALUE 'S'.
       77  WRK-PCT-ATINGIDO   PIC 9(3)V99 VALUE ZEROES.
       77  WRK-EXCECAO-QTD    PIC 9(3) VALUE ZERO.

       77  WRK-MEDIA          PIC S9(8)V99 VALUE ZEROES.
       77  WRK-TOTAL-GERAL    PIC S9(12)V99 VALUE ZEROES.
       77  WRK-VENDAS-GERAL   PIC 9(9) VALUE ZERO.
       77  WRK-POSICAO        PIC 9(3) VALUE ZERO.

           05 FILLER          PIC X(2) VALUE SPACES.
           05 LR-COUNT        PIC ZZZ.ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LR-TOTAL        PIC $Z.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER          PIC X(43) VALUE SPACES.

       01  WRK-LINHA-LOJA.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LL-COUNT        PIC ZZZ.ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LL-TOTAL        PIC $ZZZ.ZZZ.ZZ9,99-.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LL-MEDIA        PIC $Z.ZZZ.ZZ9,99-.
           05 FILLER          PIC X(18) VALUE SPACES.

       01  WRK-LINHA-META.
              VALUE 'TOTAL GERAL DA COMPANHIA:  '.
           05 LG-VENDAS       PIC ZZZ.ZZZ.ZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LG-TOTAL        PIC $Z.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER          PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
            MOVE ZERO TO WL-TOTAL (LJX)
            MOVE ZERO TO WL-COUNT (LJX)
         END-IF.
         IF SJ-VENDA
            ADD SJ-AMOUNT TO WL-TOTAL (LJX)
            ADD 1 TO WL-COUNT (LJX)
            ADD SJ-AMOUNT TO WRK-TOTAL-GERAL
            ADD 1 TO WRK-VENDAS-GERAL
         ELSE
            SUBTRACT SJ-AMOUNT FROM WL-TOTAL (LJX)
            SUBTRACT SJ-AMOUNT FROM WRK-TOTAL-GERAL
         END-IF.

       ORDENA-LOJAS.
      *ordenacao por troca de vizinhos, decrescente pelo total
         MOVE WL-STORE-NAME (LJX) TO LL-STORE-NAME.
         MOVE WL-COUNT (LJX) TO LL-COUNT.
         MOVE WL-TOTAL (LJX) TO LL-TOTAL.
      *loja so com devolucao no mes fica sem media
         IF WL-COUNT (LJX) > ZERO
            COMPUTE WRK-MEDIA ROUNDED =
               WL-TOTAL (LJX) / WL-COUNT (LJX)
         ELSE
            MOVE ZERO TO WRK-MEDIA
         END-IF.
         MOVE WRK-MEDIA TO LL-MEDIA.
         MOVE WRK-LINHA-LOJA TO CONS-REPORT-REC.
         PERFORM GRAVA-LINHA.
               WL-TOTAL (LJX) - WM-TARGET (MTX)
            MOVE WRK-VARIACAO TO LM-VARIACAO
            IF WM-TARGET (MTX) > ZERO
               AND WL-TOTAL (LJX) > ZERO
               COMPUTE WRK-PCT-ATINGIDO ROUNDED =
                  WL-TOTAL (LJX) * 100 / WM-TARGET (MTX)
            ELSE
       TESTA-EXCECAO-LOJA.
         PERFORM PROCURA-META.
         IF META-ACHADA AND WM-TARGET (MTX) > ZERO
            IF WL-TOTAL (LJX) > ZERO
               COMPUTE WRK-PCT-ATINGIDO ROUNDED =
                  WL-TOTAL (LJX) * 100 / WM-TARGET (MTX)
            ELSE
               MOVE ZERO TO WRK-PCT-ATINGIDO
            END-IF
            IF WRK-PCT-ATINGIDO < WRK-MIN-PCT
               ADD 1 TO WRK-EXCECAO-QTD
               MOVE WL-STORE-NAME (LJX) TO LX-STORE-NAME
