      * MES ANTERIOR E CONTRA O MESMO MES DO ANO PASSADO, COM OS
      * PERCENTUAIS - A PERGUNTA QUE A MATRIZ FAZ TODO FECHAMENTO
      * E RESPONDIA COM IMPRESSOS VELHOS.
      * NO FECHAMENTO SAI TAMBEM A COMISSAO DE CADA VENDEDOR DOS
      * MESES FECHADOS: TAXA DA TABELA COMMRATE (POR LOJA, POR
      * REGIAO OU GERAL), NA FAIXA DO ATINGIMENTO DA META DA LOJA
      * NO QUOTAMST. A COMISSAO VAI PARA O COMMEARN, QUE A FOLHA
      * SOMA NO BRUTO DO PROXIMO RUN, E O EXTRATO COMMSTMT TRAZ UM
      * QUADRO POR VENDEDOR E O BATIMENTO COM O TOTAL DO SALESHIS.
      * AS DEVOLUCOES DO DIARIO ABATEM DA VENDA: HISTORICO,
      * COMPARATIVO E COMISSAO SAO DE VENDA LIQUIDA. OS LANCAMENTOS
      * MOVIDOS FICAM NO ARQUIVO MORTO SALESARC, ONDE O
      * PROGCOBVENDAS ACHA A VENDA ORIGINAL DE UMA DEVOLUCAO, E O
      * SALERETR TRAZ AS DEVOLUCOES DE CADA MES FECHADO POR LOJA E
      * MOTIVO, MARCANDO A LOJA MUITO ACIMA DA MEDIA DA COMPANHIA.
      ********************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT COMP-REPORT ASSIGN TO SALECOMP
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT STORE-MASTER ASSIGN TO STORMST
               FILE STATUS IS STOR-FILE-STATUS.
           SELECT QUOTA-MASTER ASSIGN TO QUOTAMST
               FILE STATUS IS QUOTA-FILE-STATUS.
           SELECT COMM-RATE ASSIGN TO COMMRATE
               FILE STATUS IS CRAT-FILE-STATUS.
           SELECT COMM-EARN ASSIGN TO COMMEARN
               FILE STATUS IS CERN-FILE-STATUS.
           SELECT COMM-STMT ASSIGN TO COMMSTMT
               FILE STATUS IS CSTM-FILE-STATUS.
           SELECT SALES-ARCHIVE ASSIGN TO SALESARC
               FILE STATUS IS ARQV-FILE-STATUS.
           SELECT RETURN-REPORT ASSIGN TO SALERETR
               FILE STATUS IS RETR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-JOURNAL RECORDING MODE F.
      *mesmo layout gravado pelo PROGCOBVENDAS, com o codigo da
      *loja do cadastro STORMST e o ID do vendedor no EMPMAST;
      *devolucao tem o motivo preenchido e abate da venda
       01  SALES-JOURNAL-REC.
           05 SJ-STORE-CODE       PIC X(6).
           05 SJ-SALESPERSON      PIC X(8).
           05 SJ-RETURN-REASON    PIC X(1).
              88 SJ-VENDA         VALUE SPACE.
           05 SJ-ORIG-SEQ         PIC 9(5).
           05 SJ-SEQ              PIC 9(5).
           05 SJ-AMOUNT           PIC 9(6)V99.
           05 SJ-TIMESTAMP        PIC X(14).
           05 SJ-TENDER           PIC X(1).

       FD  SALES-HISTORY RECORDING MODE F.
      *historico mensal fechado: um record por loja e mes (AAAAMM)
      *o total e liquido das devolucoes e leva sinal; a quantidade
      *e so de vendas
       01  SALES-HISTORY-REC.
           05 HS-STORE-CODE       PIC X(6).
           05 HS-MONTH            PIC 9(6).
           05 HS-TOTAL            PIC S9(12)V99.
           05 HS-COUNT            PIC 9(7).

       FD  JOURNAL-WORK RECORDING MODE F.
      *lancamentos do mes corrente, que voltam ao diario regravado
       01  JOURNAL-WORK-REC       PIC X(48).

       FD  COMP-REPORT RECORDING MODE F.
       01  COMP-REPORT-REC        PIC X(100).

       FD  STORE-MASTER RECORDING MODE F.
      *cadastro de lojas: a regiao escolhe a taxa de comissao
      *quando a loja nao tem taxa propria
       01  STORE-MASTER-REC.
           05 SM-STORE-CODE       PIC X(6).
           05 SM-STORE-NAME       PIC X(20).
           05 SM-REGION           PIC X(10).
           05 SM-STATUS           PIC X(1).

       FD  QUOTA-MASTER RECORDING MODE F.
      *mesma meta por loja e mes do SALECONS
       01  QUOTA-MASTER-REC.
           05 QM-STORE-CODE       PIC X(6).
           05 FILLER              PIC X(14).
           05 QM-MONTH            PIC 9(6).
           05 QM-TARGET           PIC 9(10)V99.

       FD  COMM-RATE RECORDING MODE F.
      *tabela de comissao: escopo 'S' loja, 'R' regiao ou 'G'
      *geral, a chave (codigo da loja ou regiao), o atingimento
      *minimo da meta em percentual inteiro e a taxa da faixa;
      *a faixa 0 e a taxa base, as outras valem acima da meta
       01  COMM-RATE-REC.
           05 CT-SCOPE            PIC X(1).
           05 CT-KEY              PIC X(10).
           05 CT-MIN-PCT          PIC 9(3).
           05 CT-RATE             PIC V9999.

       FD  COMM-EARN RECORDING MODE F.
      *comissao a pagar na folha, layout compartilhado no copybook
       COPY COMMEARN.

       FD  COMM-STMT RECORDING MODE F.
       01  COMM-STMT-REC          PIC X(90).

       FD  SALES-ARCHIVE RECORDING MODE F.
      *arquivo morto acumulativo com os lancamentos dos meses
      *fechados, no layout do diario
       01  SALES-ARCHIVE-REC      PIC X(48).

       FD  RETURN-REPORT RECORDING MODE F.
       01  RETURN-REPORT-REC      PIC X(90).

       WORKING-STORAGE SECTION.
       77  JRNL-FILE-STATUS   PIC X(2) VALUE '00'.
       77  HIST-FILE-STATUS   PIC X(2) VALUE '00'.
                 INDEXED BY FCX.
              10 WF-STORE-CODE PIC X(6).
              10 WF-MONTH      PIC 9(6).
              10 WF-TOTAL      PIC S9(12)V99.
              10 WF-COUNT      PIC 9(7).
              10 WF-BRUTO      PIC 9(12)V99.
              10 WF-DEVOL      PIC 9(12)V99.
              10 WF-MOTIVO OCCURS 5 TIMES
                    INDEXED BY MOX.
                 15 WF-MOT-VALOR PIC 9(10)V99.
                 15 WF-MOT-QTD   PIC 9(5).
       77  WRK-FECHA-ACHADA   PIC X VALUE 'N'.
         88 FECHA-ACHADA      VALUE 'S'.

           05 WRK-ATUAL-ENT OCCURS 100 TIMES
                 INDEXED BY ATX.
              10 WA-STORE-CODE PIC X(6).
              10 WA-TOTAL      PIC S9(12)V99.
       77  WRK-ATUAL-ACHADA   PIC X VALUE 'N'.
         88 ATUAL-ACHADA      VALUE 'S'.

                 INDEXED BY HSX.
              10 WH-STORE-CODE PIC X(6).
              10 WH-MONTH      PIC 9(6).
              10 WH-TOTAL      PIC S9(12)V99.
       77  WRK-HIST-ACHADA    PIC X VALUE 'N'.
         88 HIST-ACHADA       VALUE 'S'.
       77  WRK-BUSCA-MES      PIC 9(6) VALUE ZERO.
       77  WRK-TOTAL-ACHADO   PIC S9(12)V99 VALUE ZEROES.

       77  WRK-TOT-ANTERIOR   PIC S9(12)V99 VALUE ZEROES.
       77  WRK-TOT-ANO-PASS   PIC S9(12)V99 VALUE ZEROES.
       77  WRK-PCT            PIC S9(5)V99 VALUE ZEROES.
       77  WRK-MOVIDOS        PIC 9(7) VALUE ZERO.
       77  WRK-MANTIDOS       PIC 9(7) VALUE ZERO.

      *vendas dos meses fechados por vendedor, loja e mes; venda
      *sem vendedor (diario anterior ao ID) fica com o ID em branco
      *e nao gera comissao
       77  STOR-FILE-STATUS   PIC X(2) VALUE '00'.
       77  QUOTA-FILE-STATUS  PIC X(2) VALUE '00'.
       77  CRAT-FILE-STATUS   PIC X(2) VALUE '00'.
       77  CERN-FILE-STATUS   PIC X(2) VALUE '00'.
       77  CSTM-FILE-STATUS   PIC X(2) VALUE '00'.
       01  WRK-VEND-TABELA.
           05 WRK-VEND-QTD    PIC 9(3) VALUE ZERO.
           05 WRK-VEND-ENT OCCURS 500 TIMES
                 INDEXED BY VDX VDY.
              10 WV-EMP-ID     PIC X(8).
              10 WV-STORE-CODE PIC X(6).
              10 WV-MONTH      PIC 9(6).
              10 WV-SALES      PIC S9(10)V99.
              10 WV-ATTAIN-PCT PIC 9(3).
              10 WV-RATE       PIC V9999.
              10 WV-AMOUNT     PIC 9(8)V99.
              10 WV-IMPRESSO   PIC X(1).
       77  WRK-VEND-ACHADA    PIC X VALUE 'N'.
         88 VEND-ACHADA       VALUE 'S'.

      *cadastro de lojas (regiao), metas e tabela de comissao
       01  WRK-STOR-TABELA.
           05 WRK-STOR-QTD    PIC 9(3) VALUE ZERO.
           05 WRK-STOR-ENT OCCURS 100 TIMES
                 INDEXED BY SMX.
              10 WM-STORE-CODE PIC X(6).
              10 WM-REGION     PIC X(10).
       01  WRK-META-TABELA.
           05 WRK-META-QTD    PIC 9(4) VALUE ZERO.
           05 WRK-META-ENT OCCURS 1000 TIMES
                 INDEXED BY MTX.
              10 WQ-STORE-CODE PIC X(6).
              10 WQ-MONTH      PIC 9(6).
              10 WQ-TARGET     PIC 9(10)V99.
       01  WRK-TAXA-TABELA.
           05 WRK-TAXA-QTD    PIC 9(3) VALUE ZERO.
           05 WRK-TAXA-ENT OCCURS 100 TIMES
                 INDEXED BY TXX.
              10 WT-SCOPE      PIC X(1).
              10 WT-KEY        PIC X(10).
              10 WT-MIN-PCT    PIC 9(3).
              10 WT-RATE       PIC V9999.
      *sem o COMMRATE no job vale a taxa padrao do PROGCOBVENDAS
       77  WRK-TAXA-PADRAO    PIC V9999 VALUE 0,05.
       77  WRK-REGIAO         PIC X(10) VALUE SPACES.
       77  WRK-META           PIC 9(10)V99 VALUE ZEROES.
       77  WRK-TOTAL-LOJA     PIC S9(12)V99 VALUE ZEROES.
       77  WRK-ATING          PIC 9(5) VALUE ZERO.
       77  WRK-BUSCA-ESCOPO   PIC X(1) VALUE SPACE.
       77  WRK-BUSCA-CHAVE    PIC X(10) VALUE SPACES.
       77  WRK-ESCOPO-ACHADO  PIC X VALUE 'N'.
         88 ESCOPO-ACHADO     VALUE 'S'.
       77  WRK-MELHOR-MIN     PIC S9(3) VALUE ZERO.
       77  WRK-TAXA           PIC V9999 VALUE ZEROES.

      *batimento de cada mes fechado com o total gravado no
      *SALESHIS: vendas com vendedor mais vendas sem vendedor
       01  WRK-BATE-TABELA.
           05 WRK-BATE-QTD    PIC 9(2) VALUE ZERO.
           05 WRK-BATE-ENT OCCURS 36 TIMES
                 INDEXED BY BTX.
              10 WB-MONTH      PIC 9(6).
              10 WB-HIST       PIC S9(12)V99.
              10 WB-COM-VEND   PIC S9(12)V99.
              10 WB-SEM-VEND   PIC S9(12)V99.
              10 WB-COMISSAO   PIC 9(10)V99.
              10 WB-BRUTO      PIC 9(12)V99.
              10 WB-DEVOL      PIC 9(12)V99.
       77  WRK-BATE-ACHADA    PIC X VALUE 'N'.
         88 BATE-ACHADA       VALUE 'S'.
       77  WRK-COMIS-GRAVADAS PIC 9(5) VALUE ZERO.
       77  WRK-SUB-VENDAS     PIC S9(12)V99 VALUE ZEROES.
       77  WRK-SUB-COMISSAO   PIC 9(10)V99 VALUE ZEROES.
       77  WRK-TAXA-PCT       PIC 9(2)V99 VALUE ZEROES.

       01  WRK-LINHA-COMIS.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LM-MONTH        PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LM-STORE-CODE   PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LM-SALES        PIC $Z.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LM-ATING        PIC ZZ9.
           05 FILLER          PIC X(3) VALUE '%  '.
           05 LM-TAXA         PIC Z9,99.
           05 FILLER          PIC X(3) VALUE '%  '.
           05 LM-COMISSAO     PIC $ZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(24) VALUE SPACES.

       01  WRK-CAB-COMIS.
           05 FILLER          PIC X(18) VALUE '  MES     LOJA'.
           05 FILLER          PIC X(18) VALUE '            VENDAS'.
           05 FILLER          PIC X(16) VALUE '  ATING    TAXA'.
           05 FILLER          PIC X(14) VALUE '      COMISSAO'.
           05 FILLER          PIC X(24) VALUE SPACES.

       01  WRK-LINHA-BATE.
           05 FILLER          PIC X(4) VALUE 'MES '.
           05 LB-MONTH        PIC 9(6).
           05 FILLER          PIC X(10) VALUE ' SALESHIS '.
           05 LB-HIST         PIC $Z.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER          PIC X(6) VALUE ' VEND '.
           05 LB-COM-VEND     PIC $Z.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER          PIC X(10) VALUE ' SEM VEND '.
           05 LB-SEM-VEND     PIC $Z.ZZZ.ZZZ.ZZ9,99-.
       01  WRK-LINHA-BATE2.
           05 FILLER          PIC X(20) VALUE '    COMISSAO DO MES '.
           05 LB-COMISSAO     PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LB-CONFERE      PIC X(30).
           05 FILLER          PIC X(20) VALUE SPACES.

      *relatorio de devolucoes: a loja cuja taxa de devolucao no
      *mes (devolvido sobre vendido bruto) passa de WRK-FATOR-ALERTA
      *vezes a taxa da companhia sai marcada
       77  ARQV-FILE-STATUS   PIC X(2) VALUE '00'.
       77  RETR-FILE-STATUS   PIC X(2) VALUE '00'.
       77  WRK-FATOR-ALERTA   PIC 9V99 VALUE 2,00.
       77  WRK-TAXA-MEDIA     PIC 9(5)V99 VALUE ZEROES.
       77  WRK-TAXA-LOJA      PIC 9(5)V99 VALUE ZEROES.
       77  WRK-ALERTA-QTD     PIC 9(5) VALUE ZERO.
       77  WRK-DESCR-MOTIVO   PIC X(15) VALUE SPACES.

       01  WRK-CAB-DEVOL.
           05 FILLER          PIC X(4) VALUE 'MES '.
           05 LD-MONTH        PIC 9(6).
           05 FILLER          PIC X(10) VALUE '  VENDIDO '.
           05 LD-BRUTO        PIC $Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(12) VALUE '  DEVOLVIDO '.
           05 LD-DEVOL        PIC $Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(8) VALUE '  MEDIA '.
           05 LD-TAXA         PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(1) VALUE '%'.
           05 FILLER          PIC X(6) VALUE SPACES.

       01  WRK-CAB-DEVOL2.
           05 FILLER          PIC X(27)
              VALUE '  LOJA              VENDIDO'.
           05 FILLER          PIC X(19) VALUE '          DEVOLVIDO'.
           05 FILLER          PIC X(12) VALUE '        TAXA'.
           05 FILLER          PIC X(32) VALUE SPACES.

       01  WRK-LINHA-DEVOL.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LV-STORE-CODE   PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LV-BRUTO        PIC $Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LV-DEVOL        PIC $Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LV-TAXA         PIC ZZ.ZZ9,99.
           05 FILLER          PIC X(1) VALUE '%'.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LV-ALERTA       PIC X(24).
           05 FILLER          PIC X(6) VALUE SPACES.

       01  WRK-LINHA-MOTIVO.
           05 FILLER          PIC X(12) VALUE '    MOTIVO: '.
           05 LO-DESCR        PIC X(15).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LO-VALOR        PIC $Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LO-QTD          PIC ZZ.ZZ9.
           05 FILLER          PIC X(11) VALUE ' DEVOLUCOES'.
           05 FILLER          PIC X(25) VALUE SPACES.

       01  WRK-LINHA-COMP.
           05 LC-STORE-CODE   PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LC-ATUAL        PIC $Z.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER          PIC X(9) VALUE ' VS ANT: '.
           05 LC-PCT-ANT      PIC -ZZ9,99.
           05 FILLER          PIC X(1) VALUE '%'.
         PERFORM REGRAVA-DIARIO.
         PERFORM CARREGA-HISTORICO.
         PERFORM GRAVA-COMPARATIVO.
         PERFORM CARREGA-LOJAS.
         PERFORM CARREGA-METAS.
         PERFORM CARREGA-TAXAS.
         PERFORM CALCULA-COMISSOES.
         PERFORM GRAVA-EXTRATO-COMISSAO.
         PERFORM GRAVA-RELATORIO-DEVOLUCOES.
         STOP RUN.

       CALCULA-MESES-COMPARACAO.
       SEPARA-DIARIO.
      *uma passada no diario: mes fechado acumula por loja/mes,
      *mes corrente vai para o arquivo de trabalho e acumula a
      *coluna "atual" do comparativo; o lancamento do mes fechado
      *vai tambem para o arquivo morto, acumulativo (na primeira
      *vez o OPEN EXTEND precisa virar OUTPUT)
         OPEN INPUT SALES-JOURNAL.
         IF JRNL-FILE-STATUS NOT = '00'
            STRING 'OPEN SALES-JOURNAL FAILED, STATUS '
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SALCLOSE
         END-IF.
         OPEN EXTEND SALES-ARCHIVE.
         IF ARQV-FILE-STATUS = '05' OR ARQV-FILE-STATUS = '35'
            OPEN OUTPUT SALES-ARCHIVE
         END-IF.
         IF ARQV-FILE-STATUS NOT = '00'
            STRING 'OPEN SALES-ARCHIVE FAILED, STATUS '
               ARQV-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SALCLOSE
         END-IF.
         PERFORM LE-DIARIO.
         PERFORM UNTIL ARQ-FIM
            MOVE SJ-TIMESTAMP (1:6) TO WRK-MES-LANC
            IF WRK-MES-LANC < WRK-MES-CORRENTE
               ADD 1 TO WRK-MOVIDOS
               PERFORM ACUMULA-MES-FECHADO
               PERFORM ACUMULA-VENDEDOR
               MOVE SALES-JOURNAL-REC TO SALES-ARCHIVE-REC
               WRITE SALES-ARCHIVE-REC
               IF ARQV-FILE-STATUS NOT = '00'
                  STRING 'WRITE SALES-ARCHIVE FAILED, STATUS '
                     ARQV-FILE-STATUS DELIMITED BY SIZE
                     INTO WRK-ABEND-TEXT
                  PERFORM ABEND-SALCLOSE
               END-IF
            ELSE
               ADD 1 TO WRK-MANTIDOS
               MOVE SALES-JOURNAL-REC TO JOURNAL-WORK-REC
         END-PERFORM.
         CLOSE SALES-JOURNAL.
         CLOSE JOURNAL-WORK.
         CLOSE SALES-ARCHIVE.

       LE-DIARIO.
         READ SALES-JOURNAL
            MOVE WRK-MES-LANC  TO WF-MONTH (FCX)
            MOVE ZERO TO WF-TOTAL (FCX)
            MOVE ZERO TO WF-COUNT (FCX)
            MOVE ZERO TO WF-BRUTO (FCX)
            MOVE ZERO TO WF-DEVOL (FCX)
            PERFORM ZERA-MOTIVO
               VARYING MOX FROM 1 BY 1
               UNTIL MOX > 5
         END-IF.
         IF SJ-VENDA
            ADD SJ-AMOUNT TO WF-TOTAL (FCX)
            ADD 1 TO WF-COUNT (FCX)
            ADD SJ-AMOUNT TO WF-BRUTO (FCX)
         ELSE
            SUBTRACT SJ-AMOUNT FROM WF-TOTAL (FCX)
            ADD SJ-AMOUNT TO WF-DEVOL (FCX)
            PERFORM ACHA-MOTIVO
            ADD SJ-AMOUNT TO WF-MOT-VALOR (FCX MOX)
            ADD 1 TO WF-MOT-QTD (FCX MOX)
         END-IF.

       ZERA-MOTIVO.
         MOVE ZERO TO WF-MOT-VALOR (FCX MOX).
         MOVE ZERO TO WF-MOT-QTD (FCX MOX).

       ACHA-MOTIVO.
      *posicao do motivo de devolucao do PROGCOBVENDAS; codigo
      *desconhecido cai em outros
         EVALUATE SJ-RETURN-REASON
            WHEN 'D'   SET MOX TO 1
            WHEN 'T'   SET MOX TO 2
            WHEN 'A'   SET MOX TO 3
            WHEN 'E'   SET MOX TO 4
            WHEN OTHER SET MOX TO 5
         END-EVALUATE.

       ACUMULA-MES-ATUAL.
         MOVE 'N' TO WRK-ATUAL-ACHADA.
            MOVE SJ-STORE-CODE TO WA-STORE-CODE (ATX)
            MOVE ZERO TO WA-TOTAL (ATX)
         END-IF.
         IF SJ-VENDA
            ADD SJ-AMOUNT TO WA-TOTAL (ATX)
         ELSE
            SUBTRACT SJ-AMOUNT FROM WA-TOTAL (ATX)
         END-IF.

       GRAVA-HISTORICO.
      *os totais dos meses fechados entram acumulativos no
         END-IF.
         MOVE SPACES TO COMP-REPORT-REC.

       ACUMULA-VENDEDOR.
      *venda do mes fechado somada por vendedor, loja e mes
         MOVE 'N' TO WRK-VEND-ACHADA.
         IF WRK-VEND-QTD > ZERO
            SET VDX TO 1
            SEARCH WRK-VEND-ENT
               AT END MOVE 'N' TO WRK-VEND-ACHADA
               WHEN VDX > WRK-VEND-QTD
                  MOVE 'N' TO WRK-VEND-ACHADA
               WHEN WV-EMP-ID (VDX) = SJ-SALESPERSON
                  AND WV-STORE-CODE (VDX) = SJ-STORE-CODE
                  AND WV-MONTH (VDX) = WRK-MES-LANC
                  MOVE 'S' TO WRK-VEND-ACHADA
            END-SEARCH
         END-IF.
         IF NOT VEND-ACHADA
            IF WRK-VEND-QTD = 500
               STRING 'SALESPERSON TABLE FULL AT 500 ENTRIES'
                  DELIMITED BY SIZE INTO WRK-ABEND-TEXT
               PERFORM ABEND-SALCLOSE
            END-IF
            ADD 1 TO WRK-VEND-QTD
            SET VDX TO WRK-VEND-QTD
            MOVE SJ-SALESPERSON TO WV-EMP-ID (VDX)
            MOVE SJ-STORE-CODE  TO WV-STORE-CODE (VDX)
            MOVE WRK-MES-LANC   TO WV-MONTH (VDX)
            MOVE ZERO TO WV-SALES (VDX)
            MOVE ZERO TO WV-ATTAIN-PCT (VDX)
            MOVE ZERO TO WV-RATE (VDX)
            MOVE ZERO TO WV-AMOUNT (VDX)
            MOVE 'N'  TO WV-IMPRESSO (VDX)
         END-IF.
      *a devolucao vem com o vendedor da venda original e abate
         IF SJ-VENDA
            ADD SJ-AMOUNT TO WV-SALES (VDX)
         ELSE
            SUBTRACT SJ-AMOUNT FROM WV-SALES (VDX)
         END-IF.

       CARREGA-LOJAS.
      *cadastro STORMST so para a regiao de cada loja
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT STORE-MASTER.
         IF STOR-FILE-STATUS NOT = '00'
            STRING 'OPEN STORE-MASTER FAILED, STATUS '
               STOR-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SALCLOSE
         END-IF.
         PERFORM LE-LOJA.
         PERFORM UNTIL ARQ-FIM OR WRK-STOR-QTD = 100
            ADD 1 TO WRK-STOR-QTD
            SET SMX TO WRK-STOR-QTD
            MOVE SM-STORE-CODE TO WM-STORE-CODE (SMX)
            MOVE SM-REGION     TO WM-REGION (SMX)
            PERFORM LE-LOJA
         END-PERFORM.
         CLOSE STORE-MASTER.

       LE-LOJA.
         READ STORE-MASTER
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF STOR-FILE-STATUS NOT = '00'
            AND STOR-FILE-STATUS NOT = '10'
            STRING 'READ STORE-MASTER FAILED, STATUS '
               STOR-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SALCLOSE
         END-IF.

       CARREGA-METAS.
      *metas de todos os meses; sem o QUOTAMST no job nenhuma loja
      *tem atingimento e vale so a faixa base da comissao
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT QUOTA-MASTER.
         IF QUOTA-FILE-STATUS = '05' OR QUOTA-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF QUOTA-FILE-STATUS NOT = '00'
               STRING 'OPEN QUOTA-MASTER FAILED, STATUS '
                  QUOTA-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-SALCLOSE
            END-IF
            PERFORM LE-META
            PERFORM UNTIL ARQ-FIM OR WRK-META-QTD = 1000
               ADD 1 TO WRK-META-QTD
               SET MTX TO WRK-META-QTD
               MOVE QM-STORE-CODE TO WQ-STORE-CODE (MTX)
               MOVE QM-MONTH      TO WQ-MONTH (MTX)
               MOVE QM-TARGET     TO WQ-TARGET (MTX)
               PERFORM LE-META
            END-PERFORM
            CLOSE QUOTA-MASTER
         END-IF.

       LE-META.
         READ QUOTA-MASTER
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF QUOTA-FILE-STATUS NOT = '00'
            AND QUOTA-FILE-STATUS NOT = '10'
            STRING 'READ QUOTA-MASTER FAILED, STATUS '
               QUOTA-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SALCLOSE
         END-IF.

       CARREGA-TAXAS.
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT COMM-RATE.
         IF CRAT-FILE-STATUS = '05' OR CRAT-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF CRAT-FILE-STATUS NOT = '00'
               STRING 'OPEN COMM-RATE FAILED, STATUS '
                  CRAT-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-SALCLOSE
            END-IF
            PERFORM LE-TAXA
            PERFORM UNTIL ARQ-FIM OR WRK-TAXA-QTD = 100
               ADD 1 TO WRK-TAXA-QTD
               SET TXX TO WRK-TAXA-QTD
               MOVE CT-SCOPE   TO WT-SCOPE (TXX)
               MOVE CT-KEY     TO WT-KEY (TXX)
               MOVE CT-MIN-PCT TO WT-MIN-PCT (TXX)
               MOVE CT-RATE    TO WT-RATE (TXX)
               PERFORM LE-TAXA
            END-PERFORM
            CLOSE COMM-RATE
         END-IF.

       LE-TAXA.
         READ COMM-RATE
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF CRAT-FILE-STATUS NOT = '00'
            AND CRAT-FILE-STATUS NOT = '10'
            STRING 'READ COMM-RATE FAILED, STATUS '
               CRAT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SALCLOSE
         END-IF.

       CALCULA-COMISSOES.
      *uma comissao por vendedor, loja e mes fechado, gravada no
      *COMMEARN acumulativo que a folha consome; na primeira vez o
      *OPEN EXTEND precisa virar OUTPUT
         OPEN EXTEND COMM-EARN.
         IF CERN-FILE-STATUS = '05' OR CERN-FILE-STATUS = '35'
            OPEN OUTPUT COMM-EARN
         END-IF.
         IF CERN-FILE-STATUS NOT = '00'
            STRING 'OPEN COMM-EARN FAILED, STATUS '
               CERN-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SALCLOSE
         END-IF.
         IF WRK-FECHA-QTD > ZERO
            PERFORM ACUMULA-BATE-HIST
               VARYING FCX FROM 1 BY 1
               UNTIL FCX > WRK-FECHA-QTD
         END-IF.
         IF WRK-VEND-QTD > ZERO
            PERFORM CALCULA-UMA-COMISSAO
               VARYING VDX FROM 1 BY 1
               UNTIL VDX > WRK-VEND-QTD
         END-IF.
         CLOSE COMM-EARN.
         DISPLAY 'COMISSOES GRAVADAS: ' WRK-COMIS-GRAVADAS.

       ACUMULA-BATE-HIST.
      *o total do SALESHIS de cada mes fechado, para o batimento
         MOVE WF-MONTH (FCX) TO WRK-BUSCA-MES.
         PERFORM ACHA-BATE.
         ADD WF-TOTAL (FCX) TO WB-HIST (BTX).
         ADD WF-BRUTO (FCX) TO WB-BRUTO (BTX).
         ADD WF-DEVOL (FCX) TO WB-DEVOL (BTX).

       ACHA-BATE.
         MOVE 'N' TO WRK-BATE-ACHADA.
         IF WRK-BATE-QTD > ZERO
            SET BTX TO 1
            SEARCH WRK-BATE-ENT
               AT END MOVE 'N' TO WRK-BATE-ACHADA
               WHEN BTX > WRK-BATE-QTD
                  MOVE 'N' TO WRK-BATE-ACHADA
               WHEN WB-MONTH (BTX) = WRK-BUSCA-MES
                  MOVE 'S' TO WRK-BATE-ACHADA
            END-SEARCH
         END-IF.
         IF NOT BATE-ACHADA
            IF WRK-BATE-QTD = 36
               STRING 'CLOSED MONTH TABLE FULL AT 36 ENTRIES'
                  DELIMITED BY SIZE INTO WRK-ABEND-TEXT
               PERFORM ABEND-SALCLOSE
            END-IF
            ADD 1 TO WRK-BATE-QTD
            SET BTX TO WRK-BATE-QTD
            MOVE WRK-BUSCA-MES TO WB-MONTH (BTX)
            MOVE ZERO TO WB-HIST (BTX)
            MOVE ZERO TO WB-COM-VEND (BTX)
            MOVE ZERO TO WB-SEM-VEND (BTX)
            MOVE ZERO TO WB-COMISSAO (BTX)
            MOVE ZERO TO WB-BRUTO (BTX)
            MOVE ZERO TO WB-DEVOL (BTX)
         END-IF.

       CALCULA-UMA-COMISSAO.
         MOVE WV-MONTH (VDX) TO WRK-BUSCA-MES.
         PERFORM ACHA-BATE.
         IF WV-EMP-ID (VDX) = SPACES
            ADD WV-SALES (VDX) TO WB-SEM-VEND (BTX)
         ELSE
            ADD WV-SALES (VDX) TO WB-COM-VEND (BTX)
            PERFORM CALCULA-ATINGIMENTO
            PERFORM BUSCA-TAXA
            MOVE WRK-TAXA TO WV-RATE (VDX)
      *-----devolucao acima da venda no mes nao vira comissao
      *-----negativa: o vendedor fica sem comissao no mes
            IF WV-SALES (VDX) > ZERO
               COMPUTE WV-AMOUNT (VDX) ROUNDED =
                  WV-SALES (VDX) * WRK-TAXA
            ELSE
               MOVE ZERO TO WV-AMOUNT (VDX)
            END-IF
            ADD WV-AMOUNT (VDX) TO WB-COMISSAO (BTX)
            IF WV-AMOUNT (VDX) > ZERO
               PERFORM GRAVA-UMA-COMISSAO
            END-IF
         END-IF.

       CALCULA-ATINGIMENTO.
      *atingimento da loja no mes: total fechado da loja sobre a
      *meta do QUOTAMST, em percentual inteiro; sem meta fica zero
         MOVE ZERO TO WRK-TOTAL-LOJA.
         MOVE ZERO TO WRK-META.
         MOVE ZERO TO WRK-ATING.
         PERFORM SOMA-TOTAL-LOJA
            VARYING FCX FROM 1 BY 1
            UNTIL FCX > WRK-FECHA-QTD.
         IF WRK-META-QTD > ZERO
            PERFORM SOMA-META-LOJA
               VARYING MTX FROM 1 BY 1
               UNTIL MTX > WRK-META-QTD
         END-IF.
         IF WRK-META > ZERO AND WRK-TOTAL-LOJA > ZERO
            COMPUTE WRK-ATING = WRK-TOTAL-LOJA * 100 / WRK-META
            IF WRK-ATING > 999
               MOVE 999 TO WRK-ATING
            END-IF
         END-IF.
         MOVE WRK-ATING TO WV-ATTAIN-PCT (VDX).

       SOMA-TOTAL-LOJA.
         IF WF-STORE-CODE (FCX) = WV-STORE-CODE (VDX)
            AND WF-MONTH (FCX) = WV-MONTH (VDX)
            ADD WF-TOTAL (FCX) TO WRK-TOTAL-LOJA
         END-IF.

       SOMA-META-LOJA.
         IF WQ-STORE-CODE (MTX) = WV-STORE-CODE (VDX)
            AND WQ-MONTH (MTX) = WV-MONTH (VDX)
            ADD WQ-TARGET (MTX) TO WRK-META
         END-IF.

       BUSCA-TAXA.
      *a taxa vem da tabela mais especifica que existir para a loja
      *(loja, depois regiao, depois geral), na maior faixa que o
      *atingimento alcanca; sem tabela vale a taxa padrao
         IF WRK-TAXA-QTD = ZERO
            MOVE WRK-TAXA-PADRAO TO WRK-TAXA
         ELSE
            MOVE ZERO TO WRK-TAXA
            MOVE -1   TO WRK-MELHOR-MIN
            MOVE 'N'  TO WRK-ESCOPO-ACHADO
            MOVE 'S'  TO WRK-BUSCA-ESCOPO
            MOVE WV-STORE-CODE (VDX) TO WRK-BUSCA-CHAVE
            PERFORM TESTA-UMA-TAXA
               VARYING TXX FROM 1 BY 1
               UNTIL TXX > WRK-TAXA-QTD
            IF NOT ESCOPO-ACHADO
               PERFORM ACHA-REGIAO
               MOVE 'R' TO WRK-BUSCA-ESCOPO
               MOVE WRK-REGIAO TO WRK-BUSCA-CHAVE
               PERFORM TESTA-UMA-TAXA
                  VARYING TXX FROM 1 BY 1
                  UNTIL TXX > WRK-TAXA-QTD
            END-IF
            IF NOT ESCOPO-ACHADO
               MOVE 'G' TO WRK-BUSCA-ESCOPO
               MOVE SPACES TO WRK-BUSCA-CHAVE
               PERFORM TESTA-UMA-TAXA
                  VARYING TXX FROM 1 BY 1
                  UNTIL TXX > WRK-TAXA-QTD
            END-IF
         END-IF.

       TESTA-UMA-TAXA.
         IF WT-SCOPE (TXX) = WRK-BUSCA-ESCOPO
            AND (WT-KEY (TXX) = WRK-BUSCA-CHAVE
                 OR WRK-BUSCA-ESCOPO = 'G')
            MOVE 'S' TO WRK-ESCOPO-ACHADO
            IF WT-MIN-PCT (TXX) NOT > WRK-ATING
               AND WT-MIN-PCT (TXX) > WRK-MELHOR-MIN
               MOVE WT-MIN-PCT (TXX) TO WRK-MELHOR-MIN
               MOVE WT-RATE (TXX)    TO WRK-TAXA
            END-IF
         END-IF.

       ACHA-REGIAO.
         MOVE SPACES TO WRK-REGIAO.
         IF WRK-STOR-QTD > ZERO
            SET SMX TO 1
            SEARCH WRK-STOR-ENT
               AT END MOVE SPACES TO WRK-REGIAO
               WHEN SMX > WRK-STOR-QTD
                  MOVE SPACES TO WRK-REGIAO
               WHEN WM-STORE-CODE (SMX) = WV-STORE-CODE (VDX)
                  MOVE WM-REGION (SMX) TO WRK-REGIAO
            END-SEARCH
         END-IF.

       GRAVA-UMA-COMISSAO.
         MOVE WV-EMP-ID (VDX)     TO CE-EMP-ID.
         MOVE WV-MONTH (VDX)      TO CE-MONTH.
         MOVE WV-STORE-CODE (VDX) TO CE-STORE-CODE.
         MOVE WV-SALES (VDX)      TO CE-SALES.
         MOVE WV-ATTAIN-PCT (VDX) TO CE-ATTAIN-PCT.
         MOVE WV-RATE (VDX)       TO CE-RATE.
         MOVE WV-AMOUNT (VDX)     TO CE-AMOUNT.
         WRITE COMM-EARN-REC.
         IF CERN-FILE-STATUS NOT = '00'
            STRING 'WRITE COMM-EARN FAILED, STATUS '
               CERN-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SALCLOSE
         END-IF.
         ADD 1 TO WRK-COMIS-GRAVADAS.

       GRAVA-EXTRATO-COMISSAO.
      *um quadro por vendedor com as linhas de cada loja e mes e o
      *subtotal, depois o batimento de cada mes fechado com o
      *SALESHIS
         OPEN OUTPUT COMM-STMT.
         IF CSTM-FILE-STATUS NOT = '00'
            STRING 'OPEN COMM-STMT FAILED, STATUS '
               CSTM-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SALCLOSE
         END-IF.
         MOVE 'EXTRATO DE COMISSAO DOS MESES FECHADOS'
            TO COMM-STMT-REC.
         PERFORM GRAVA-LINHA-EXTRATO.
         IF WRK-BATE-QTD = ZERO
            MOVE 'NENHUM MES FECHADO NESTE RUN' TO COMM-STMT-REC
            PERFORM GRAVA-LINHA-EXTRATO
         ELSE
            PERFORM EXTRATO-UM-VENDEDOR
               VARYING VDX FROM 1 BY 1
               UNTIL VDX > WRK-VEND-QTD
            PERFORM EXTRATO-UM-BATIMENTO
               VARYING BTX FROM 1 BY 1
               UNTIL BTX > WRK-BATE-QTD
         END-IF.
         CLOSE COMM-STMT.

       EXTRATO-UM-VENDEDOR.
         IF WV-EMP-ID (VDX) NOT = SPACES
            AND WV-IMPRESSO (VDX) NOT = 'S'
            PERFORM GRAVA-LINHA-EXTRATO
            STRING 'VENDEDOR ' WV-EMP-ID (VDX)
               DELIMITED BY SIZE INTO COMM-STMT-REC
            PERFORM GRAVA-LINHA-EXTRATO
            MOVE WRK-CAB-COMIS TO COMM-STMT-REC
            PERFORM GRAVA-LINHA-EXTRATO
            MOVE ZERO TO WRK-SUB-VENDAS
            MOVE ZERO TO WRK-SUB-COMISSAO
            PERFORM EXTRATO-UMA-LINHA
               VARYING VDY FROM VDX BY 1
               UNTIL VDY > WRK-VEND-QTD
            MOVE SPACES           TO LM-STORE-CODE
            MOVE ZERO             TO LM-MONTH
            MOVE WRK-SUB-VENDAS   TO LM-SALES
            MOVE WRK-SUB-COMISSAO TO LM-COMISSAO
            MOVE WRK-LINHA-COMIS  TO COMM-STMT-REC
            MOVE 'TOTAL   '       TO COMM-STMT-REC (3:8)
            MOVE SPACES           TO COMM-STMT-REC (37:16)
            PERFORM GRAVA-LINHA-EXTRATO
         END-IF.

       EXTRATO-UMA-LINHA.
         IF WV-EMP-ID (VDY) = WV-EMP-ID (VDX)
            MOVE 'S' TO WV-IMPRESSO (VDY)
            MOVE WV-MONTH (VDY)      TO LM-MONTH
            MOVE WV-STORE-CODE (VDY) TO LM-STORE-CODE
            MOVE WV-SALES (VDY)      TO LM-SALES
            MOVE WV-ATTAIN-PCT (VDY) TO LM-ATING
            COMPUTE WRK-TAXA-PCT = WV-RATE (VDY) * 100
            MOVE WRK-TAXA-PCT        TO LM-TAXA
            MOVE WV-AMOUNT (VDY)     TO LM-COMISSAO
            MOVE WRK-LINHA-COMIS     TO COMM-STMT-REC
            PERFORM GRAVA-LINHA-EXTRATO
            ADD WV-SALES (VDY)  TO WRK-SUB-VENDAS
            ADD WV-AMOUNT (VDY) TO WRK-SUB-COMISSAO
         END-IF.

       EXTRATO-UM-BATIMENTO.
      *vendas com vendedor mais vendas sem vendedor tem de fechar
      *com o total do mes gravado no SALESHIS
         PERFORM GRAVA-LINHA-EXTRATO.
         MOVE WB-MONTH (BTX)    TO LB-MONTH.
         MOVE WB-HIST (BTX)     TO LB-HIST.
         MOVE WB-COM-VEND (BTX) TO LB-COM-VEND.
         MOVE WB-SEM-VEND (BTX) TO LB-SEM-VEND.
         MOVE WRK-LINHA-BATE    TO COMM-STMT-REC.
         PERFORM GRAVA-LINHA-EXTRATO.
         MOVE WB-COMISSAO (BTX) TO LB-COMISSAO.
         IF WB-COM-VEND (BTX) + WB-SEM-VEND (BTX) = WB-HIST (BTX)
            MOVE 'CONFERE COM O SALESHIS' TO LB-CONFERE
         ELSE
            MOVE '*** NAO CONFERE COM SALESHIS' TO LB-CONFERE
         END-IF.
         MOVE WRK-LINHA-BATE2   TO COMM-STMT-REC.
         PERFORM GRAVA-LINHA-EXTRATO.

       GRAVA-LINHA-EXTRATO.
         WRITE COMM-STMT-REC.
         IF CSTM-FILE-STATUS NOT = '00'
            STRING 'WRITE COMM-STMT FAILED, STATUS '
               CSTM-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SALCLOSE
         END-IF.
         MOVE SPACES TO COMM-STMT-REC.

       GRAVA-RELATORIO-DEVOLUCOES.
      *devolucoes de cada mes fechado por loja, com a quebra por
      *motivo; a taxa da loja e comparada com a da companhia no mes
         OPEN OUTPUT RETURN-REPORT.
         IF RETR-FILE-STATUS NOT = '00'
            STRING 'OPEN RETURN-REPORT FAILED, STATUS '
               RETR-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SALCLOSE
         END-IF.
         MOVE 'DEVOLUCOES DOS MESES FECHADOS POR LOJA E MOTIVO'
            TO RETURN-REPORT-REC.
         PERFORM GRAVA-LINHA-DEVOL.
         IF WRK-BATE-QTD = ZERO
            MOVE 'NENHUM MES FECHADO NESTE RUN' TO RETURN-REPORT-REC
            PERFORM GRAVA-LINHA-DEVOL
         ELSE
            PERFORM DEVOLUCOES-UM-MES
               VARYING BTX FROM 1 BY 1
               UNTIL BTX > WRK-BATE-QTD
         END-IF.
         CLOSE RETURN-REPORT.
         DISPLAY 'LOJAS MARCADAS POR DEVOLUCAO: ' WRK-ALERTA-QTD.

       DEVOLUCOES-UM-MES.
         IF WB-BRUTO (BTX) > ZERO
            COMPUTE WRK-TAXA-MEDIA ROUNDED =
               WB-DEVOL (BTX) * 100 / WB-BRUTO (BTX)
         ELSE
            MOVE ZERO TO WRK-TAXA-MEDIA
         END-IF.
         PERFORM GRAVA-LINHA-DEVOL.
         MOVE WB-MONTH (BTX) TO LD-MONTH.
         MOVE WB-BRUTO (BTX) TO LD-BRUTO.
         MOVE WB-DEVOL (BTX) TO LD-DEVOL.
         MOVE WRK-TAXA-MEDIA TO LD-TAXA.
         MOVE WRK-CAB-DEVOL  TO RETURN-REPORT-REC.
         PERFORM GRAVA-LINHA-DEVOL.
         MOVE WRK-CAB-DEVOL2 TO RETURN-REPORT-REC.
         PERFORM GRAVA-LINHA-DEVOL.
         PERFORM DEVOLUCOES-UMA-LOJA
            VARYING FCX FROM 1 BY 1
            UNTIL FCX > WRK-FECHA-QTD.

       DEVOLUCOES-UMA-LOJA.
         IF WF-MONTH (FCX) = WB-MONTH (BTX)
            MOVE SPACES TO LV-ALERTA
            IF WF-BRUTO (FCX) > ZERO
               COMPUTE WRK-TAXA-LOJA ROUNDED =
                  WF-DEVOL (FCX) * 100 / WF-BRUTO (FCX)
               IF WRK-TAXA-MEDIA > ZERO
                  AND WRK-TAXA-LOJA >
                      WRK-TAXA-MEDIA * WRK-FATOR-ALERTA
                  MOVE '*** ACIMA DA MEDIA' TO LV-ALERTA
               END-IF
            ELSE
               MOVE ZERO TO WRK-TAXA-LOJA
               IF WF-DEVOL (FCX) > ZERO
                  MOVE '*** DEVOLUCAO SEM VENDA' TO LV-ALERTA
               END-IF
            END-IF
            IF LV-ALERTA NOT = SPACES
               ADD 1 TO WRK-ALERTA-QTD
            END-IF
            MOVE WF-STORE-CODE (FCX) TO LV-STORE-CODE
            MOVE WF-BRUTO (FCX)      TO LV-BRUTO
            MOVE WF-DEVOL (FCX)      TO LV-DEVOL
            MOVE WRK-TAXA-LOJA       TO LV-TAXA
            MOVE WRK-LINHA-DEVOL     TO RETURN-REPORT-REC
            PERFORM GRAVA-LINHA-DEVOL
            PERFORM DEVOLUCOES-UM-MOTIVO
               VARYING MOX FROM 1 BY 1
               UNTIL MOX > 5
         END-IF.

       DEVOLUCOES-UM-MOTIVO.
         IF WF-MOT-QTD (FCX MOX) > ZERO
            EVALUATE MOX
               WHEN 1 MOVE 'DEFEITO'        TO WRK-DESCR-MOTIVO
               WHEN 2 MOVE 'TROCA'          TO WRK-DESCR-MOTIVO
               WHEN 3 MOVE 'ARREPENDIMENTO' TO WRK-DESCR-MOTIVO
               WHEN 4 MOVE 'ERRO NA VENDA'  TO WRK-DESCR-MOTIVO
               WHEN OTHER MOVE 'OUTROS'     TO WRK-DESCR-MOTIVO
            END-EVALUATE
            MOVE WRK-DESCR-MOTIVO         TO LO-DESCR
            MOVE WF-MOT-VALOR (FCX MOX)   TO LO-VALOR
            MOVE WF-MOT-QTD (FCX MOX)     TO LO-QTD
            MOVE WRK-LINHA-MOTIVO         TO RETURN-REPORT-REC
            PERFORM GRAVA-LINHA-DEVOL
         END-IF.

       GRAVA-LINHA-DEVOL.
         WRITE RETURN-REPORT-REC.
         IF RETR-FILE-STATUS NOT = '00'
            STRING 'WRITE RETURN-REPORT FAILED, STATUS '
               RETR-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-SALCLOSE
         END-IF.
         MOVE SPACES TO RETURN-REPORT-REC.

      *erro grave de I/O: mostra a mensagem e interrompe a execucao
       ABEND-SALCLOSE.
         DISPLAY 'SALCLOSE ABEND: ' WRK-ABEND-TEXT.
