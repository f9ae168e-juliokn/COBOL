       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENDRECN.
      ********************************************************
      * AREA DE COMENTARIOS
      * AUTOR: JULIO BITTENCOURT
      * OBJETIVO: CONFERENCIA DO CAIXA DAS LOJAS - A LOJA CONTAVA
      * A GAVETA CONTRA UM NUMERO QUE NINGUEM AMARRAVA AO DIARIO
      * E A FALTA DE DINHEIRO SO APARECIA NO BANCO. ESTE PASSO LE
      * A CONTAGEM DO FIM DO DIA (TENDCNT, GRAVADA NO FECHAMENTO
      * DO PROGCOBVENDAS), SOMA O DIARIO DE VENDAS (SALESJRN E O
      * ARQUIVO MORTO SALESARC) POR LOJA, DIA E FORMA DE
      * PAGAMENTO, E IMPRIME NO TENDRPT A SOBRA OU FALTA DE CADA
      * UMA. DIA ACIMA DA TOLERANCIA E LOJA COM FALTAS REPETIDAS
      * NO MES SAEM MARCADOS. A SOBRA/FALTA VAI PARA O LEDGER NA
      * CATEGORIA PROPRIA QCXA (QUEBRA DE CAIXA), PARA O BUDGRPT
      * MOSTRAR, E FICA NO HISTORICO OVSHHIST.
      ********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENDER-COUNT ASSIGN TO TENDCNT
               FILE STATUS IS TCNT-FILE-STATUS.
           SELECT SALES-JOURNAL ASSIGN TO SALESJRN
               FILE STATUS IS JRNL-FILE-STATUS.
           SELECT SALES-ARCHIVE ASSIGN TO SALESARC
               FILE STATUS IS ARQV-FILE-STATUS.
           SELECT OVSH-HIST ASSIGN TO OVSHHIST
               FILE STATUS IS OVSH-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO LEDGER
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT TEND-REPORT ASSIGN TO TENDRPT
               FILE STATUS IS RPT-FILE-STATUS.
           SELECT TEND-PARM ASSIGN TO TENDPRM
               FILE STATUS IS TPRM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TENDER-COUNT RECORDING MODE F.
      *contagem do caixa gravada pelo PROGCOBVENDAS no fechamento;
      *uma linha por loja, dia e forma de pagamento
       01  TENDER-COUNT-REC.
           05 TC-STORE-CODE       PIC X(6).
           05 TC-BUS-DATE         PIC 9(8).
           05 TC-TENDER           PIC X(1).
           05 TC-AMOUNT           PIC 9(8)V99.
           05 TC-TIMESTAMP        PIC X(14).

       FD  SALES-JOURNAL RECORDING MODE F.
      *mesmo layout gravado pelo PROGCOBVENDAS; devolucao tem o
      *motivo preenchido e sai do caixa pela forma da venda
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

       FD  SALES-ARCHIVE RECORDING MODE F.
      *arquivo morto do SALCLOSE, no layout do diario: o dia
      *contado pode ja estar num mes fechado
       01  SALES-ARCHIVE-REC      PIC X(48).

       FD  OVSH-HIST RECORDING MODE F.
      *historico acumulativo: uma linha por loja e dia conferido,
      *com a diferenca total do dia; a linha mais nova de um dia
      *recontado vale sobre a anterior
       01  OVSH-HIST-REC.
           05 OH-STORE-CODE       PIC X(6).
           05 OH-BUS-DATE         PIC 9(8).
           05 OH-DIFERENCA        PIC S9(8)V99.
           05 OH-TIMESTAMP        PIC X(14).

       FD  LEDGER-FILE RECORDING MODE F.
      *mesmo layout gravado pelo PROGCOB06
       01  LEDGER-REC.
           05 LG-DATE         PIC 9(8).
           05 LG-CATEGORIA    PIC X(4).
           05 LG-VALOR        PIC S9(6)V99.
           05 LG-SALDO        PIC S9(8)V99.

       FD  TEND-REPORT RECORDING MODE F.
       01  TEND-REPORT-REC        PIC X(100).

       FD  TEND-PARM RECORDING MODE F.
      *tolerancia da diferenca do dia e quantas faltas no mes
      *marcam a loja
       01  TEND-PARM-REC.
           05 TP-TOLERANCIA       PIC 9(6)V99.
           05 TP-FALTAS-MES       PIC 9(2).

       WORKING-STORAGE SECTION.
       77  TCNT-FILE-STATUS   PIC X(2) VALUE '00'.
       77  JRNL-FILE-STATUS   PIC X(2) VALUE '00'.
       77  ARQV-FILE-STATUS   PIC X(2) VALUE '00'.
       77  OVSH-FILE-STATUS   PIC X(2) VALUE '00'.
       77  LEDGER-FILE-STATUS PIC X(2) VALUE '00'.
       77  RPT-FILE-STATUS    PIC X(2) VALUE '00'.
       77  TPRM-FILE-STATUS   PIC X(2) VALUE '00'.
       77  WRK-ABEND-TEXT     PIC X(60) VALUE SPACES.
       77  WRK-FIM            PIC X VALUE 'N'.
         88 ARQ-FIM           VALUE 'S'.

      *parametros: sem o TENDPRM valem 5,00 de tolerancia e 3
      *faltas no mes
       77  WRK-TOLERANCIA     PIC 9(6)V99 VALUE 5,00.
       77  WRK-FALTAS-MES     PIC 9(2) VALUE 3.

      *lancamento lido do diario ou do arquivo morto
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

      *uma entrada por loja, dia e forma de pagamento contada, com
      *o valor esperado pelo diario
       01  WRK-CONF-TABELA.
           05 WRK-CONF-QTD    PIC 9(4) VALUE ZERO.
           05 WRK-CONF-ENT OCCURS 3000 TIMES
                 INDEXED BY CFX CFY.
              10 WC-STORE-CODE PIC X(6).
              10 WC-BUS-DATE   PIC 9(8).
              10 WC-TENDER     PIC X(1).
              10 WC-CONTADO    PIC S9(9)V99.
              10 WC-ESPERADO   PIC S9(9)V99.
       77  WRK-CONF-ACHADA    PIC X VALUE 'N'.
         88 CONF-ACHADA       VALUE 'S'.

      *uma entrada por loja e dia conferido
       01  WRK-DIA-TABELA.
           05 WRK-DIA-QTD     PIC 9(4) VALUE ZERO.
           05 WRK-DIA-ENT OCCURS 1000 TIMES
                 INDEXED BY DIX DIY.
              10 WD-STORE-CODE PIC X(6).
              10 WD-BUS-DATE   PIC 9(8).
              10 WD-DIFERENCA  PIC S9(9)V99.
              10 WD-ANTERIOR   PIC S9(9)V99.
              10 WD-RECONTAGEM PIC X(1).
              10 WD-IMPRESSO   PIC X(1).
       77  WRK-DIA-ACHADO     PIC X VALUE 'N'.
         88 DIA-ACHADO        VALUE 'S'.

      *dias ja conferidos antes, das lojas e meses desta conferencia
       01  WRK-HIST-TABELA.
           05 WRK-HIST-QTD    PIC 9(4) VALUE ZERO.
           05 WRK-HIST-ENT OCCURS 3000 TIMES
                 INDEXED BY HSX.
              10 WH-STORE-CODE PIC X(6).
              10 WH-BUS-DATE   PIC 9(8).
              10 WH-DIFERENCA  PIC S9(9)V99.
       77  WRK-HIST-ACHADO    PIC X VALUE 'N'.
         88 HIST-ACHADO       VALUE 'S'.

      *lojas com faltas repetidas no mes
       01  WRK-ALERTA-TABELA.
           05 WRK-ALERTA-QTD  PIC 9(3) VALUE ZERO.
           05 WRK-ALERTA-ENT OCCURS 500 TIMES
                 INDEXED BY ALX.
              10 WA-STORE-CODE PIC X(6).
              10 WA-MES        PIC 9(6).
              10 WA-FALTAS     PIC 9(3).
       77  WRK-ALERTA-ACHADO  PIC X VALUE 'N'.
         88 ALERTA-ACHADO     VALUE 'S'.

       77  WRK-BUSCA-LOJA     PIC X(6) VALUE SPACES.
       77  WRK-BUSCA-DATA     PIC 9(8) VALUE ZERO.
       77  WRK-BUSCA-PAGTO    PIC X(1) VALUE SPACE.
       77  WRK-BUSCA-MES      PIC 9(6) VALUE ZERO.
       77  WRK-DIFERENCA      PIC S9(9)V99 VALUE ZEROES.
       77  WRK-LANCAR         PIC S9(9)V99 VALUE ZEROES.
       77  WRK-SALDO          PIC S9(8)V99 VALUE ZEROES.
       77  WRK-TIMESTAMP      PIC X(14) VALUE SPACES.

      *contadores de controle da execucao
       77  WRK-CONTAGENS      PIC 9(5) VALUE ZERO.
       77  WRK-REJEITADAS     PIC 9(5) VALUE ZERO.
       77  WRK-FORA-TOL       PIC 9(5) VALUE ZERO.
       77  WRK-LOJAS-ALERTA   PIC 9(3) VALUE ZERO.
       77  WRK-TOTAL-LANCADO  PIC S9(9)V99 VALUE ZEROES.
       77  WRK-TOTAL-LANC-ED  PIC -.---.---.--9,99.

       01  WRK-CAB-DIA.
           05 FILLER          PIC X(5) VALUE 'LOJA '.
           05 CD-STORE-CODE   PIC X(6).
           05 FILLER          PIC X(6) VALUE '  DIA '.
           05 CD-DIA          PIC X(2).
           05 FILLER          PIC X(1) VALUE '/'.
           05 CD-MES          PIC X(2).
           05 FILLER          PIC X(1) VALUE '/'.
           05 CD-ANO          PIC X(4).
           05 CD-RECONTAGEM   PIC X(14).
           05 FILLER          PIC X(59) VALUE SPACES.

       01  WRK-CAB-FORMAS.
           05 FILLER          PIC X(24) VALUE '  FORMA'.
           05 FILLER          PIC X(16) VALUE '        ESPERADO'.
           05 FILLER          PIC X(16) VALUE '         CONTADO'.
           05 FILLER          PIC X(16) VALUE '       DIFERENCA'.
           05 FILLER          PIC X(28) VALUE SPACES.

       01  WRK-LINHA-FORMA.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LF-FORMA        PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LF-ESPERADO     PIC --.---.--9,99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 LF-CONTADO      PIC --.---.--9,99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 LF-DIFERENCA    PIC --.---.--9,99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LF-SITUACAO     PIC X(5).
           05 FILLER          PIC X(24) VALUE SPACES.

       01  WRK-LINHA-TOTAL.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 FILLER          PIC X(20) VALUE 'DIFERENCA DO DIA'.
           05 FILLER          PIC X(34) VALUE SPACES.
           05 LT-DIFERENCA    PIC --.---.--9,99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LT-FLAG         PIC X(29).

       01  WRK-LINHA-ALERTA.
           05 FILLER          PIC X(5) VALUE 'LOJA '.
           05 LA-STORE-CODE   PIC X(6).
           05 FILLER          PIC X(6) VALUE '  MES '.
           05 LA-MES          PIC X(2).
           05 FILLER          PIC X(1) VALUE '/'.
           05 LA-ANO          PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LA-FALTAS       PIC ZZ9.
           05 FILLER          PIC X(30)
              VALUE ' DIAS COM FALTA NO CAIXA  ***'.
           05 FILLER          PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
         PERFORM LE-PARAMETRO.
         MOVE FUNCTION CURRENT-DATE (1:14) TO WRK-TIMESTAMP.
         PERFORM CARREGA-CONTAGENS.
         IF WRK-CONF-QTD = ZERO
            DISPLAY 'NENHUMA CONTAGEM DE CAIXA PARA CONFERIR.'
         ELSE
            PERFORM SOMA-DIARIO
            PERFORM MONTA-DIAS
            PERFORM CARREGA-HISTORICO
            PERFORM CONTA-FALTAS
            PERFORM GRAVA-RELATORIO
            PERFORM LANCA-LEDGER
            PERFORM GRAVA-HISTORICO
         END-IF.
         PERFORM ENCERRA.

       LE-PARAMETRO.
         OPEN INPUT TEND-PARM.
         IF TPRM-FILE-STATUS = '00'
            READ TEND-PARM
            IF TPRM-FILE-STATUS = '00'
               IF TP-TOLERANCIA NUMERIC
                  MOVE TP-TOLERANCIA TO WRK-TOLERANCIA
               END-IF
               IF TP-FALTAS-MES NUMERIC
                  AND TP-FALTAS-MES > ZERO
                  MOVE TP-FALTAS-MES TO WRK-FALTAS-MES
               END-IF
            END-IF
            CLOSE TEND-PARM
         END-IF.

       CARREGA-CONTAGENS.
      *a contagem mais nova de loja, dia e forma substitui a que
      *veio antes no arquivo (a loja recontou o caixa)
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT TENDER-COUNT.
         IF TCNT-FILE-STATUS = '05' OR TCNT-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF TCNT-FILE-STATUS NOT = '00'
               STRING 'OPEN TENDER-COUNT FAILED, STATUS '
                  TCNT-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-TENDRECN
            END-IF
            PERFORM LE-CONTAGEM
            PERFORM UNTIL ARQ-FIM
               ADD 1 TO WRK-CONTAGENS
               IF (TC-TENDER = 'D' OR 'C' OR 'Q')
                  AND TC-BUS-DATE NUMERIC
                  AND TC-AMOUNT NUMERIC
                  MOVE TC-STORE-CODE TO WRK-BUSCA-LOJA
                  MOVE TC-BUS-DATE   TO WRK-BUSCA-DATA
                  MOVE TC-TENDER     TO WRK-BUSCA-PAGTO
                  PERFORM ACHA-OU-ABRE-CONFERENCIA
                  MOVE TC-AMOUNT TO WC-CONTADO (CFX)
               ELSE
                  ADD 1 TO WRK-REJEITADAS
                  DISPLAY 'CONTAGEM INVALIDA IGNORADA: '
                     TENDER-COUNT-REC
               END-IF
               PERFORM LE-CONTAGEM
            END-PERFORM
            CLOSE TENDER-COUNT
         END-IF.

       LE-CONTAGEM.
         READ TENDER-COUNT
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF TCNT-FILE-STATUS NOT = '00'
            AND TCNT-FILE-STATUS NOT = '10'
            STRING 'READ TENDER-COUNT FAILED, STATUS '
               TCNT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-TENDRECN
         END-IF.

       PROCURA-CONFERENCIA.
         MOVE 'N' TO WRK-CONF-ACHADA.
         IF WRK-CONF-QTD > ZERO
            SET CFX TO 1
            SEARCH WRK-CONF-ENT
               AT END MOVE 'N' TO WRK-CONF-ACHADA
               WHEN CFX > WRK-CONF-QTD
                  MOVE 'N' TO WRK-CONF-ACHADA
               WHEN WC-STORE-CODE (CFX) = WRK-BUSCA-LOJA
                  AND WC-BUS-DATE (CFX) = WRK-BUSCA-DATA
                  AND WC-TENDER (CFX) = WRK-BUSCA-PAGTO
                  MOVE 'S' TO WRK-CONF-ACHADA
            END-SEARCH
         END-IF.

       ACHA-OU-ABRE-CONFERENCIA.
         PERFORM PROCURA-CONFERENCIA.
         IF NOT CONF-ACHADA
            IF WRK-CONF-QTD = 3000
               STRING 'COUNT TABLE FULL AT 3000 ENTRIES'
                  DELIMITED BY SIZE INTO WRK-ABEND-TEXT
               PERFORM ABEND-TENDRECN
            END-IF
            ADD 1 TO WRK-CONF-QTD
            SET CFX TO WRK-CONF-QTD
            MOVE WRK-BUSCA-LOJA  TO WC-STORE-CODE (CFX)
            MOVE WRK-BUSCA-DATA  TO WC-BUS-DATE (CFX)
            MOVE WRK-BUSCA-PAGTO TO WC-TENDER (CFX)
            MOVE ZERO TO WC-CONTADO (CFX)
            MOVE ZERO TO WC-ESPERADO (CFX)
         END-IF.

       SOMA-DIARIO.
      *o esperado de cada forma sai do diario e do arquivo morto,
      *so para os dias que a loja contou
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT SALES-JOURNAL.
         IF JRNL-FILE-STATUS = '05' OR JRNL-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF JRNL-FILE-STATUS NOT = '00'
               STRING 'OPEN SALES-JOURNAL FAILED, STATUS '
                  JRNL-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-TENDRECN
            END-IF
            PERFORM LE-DIARIO
            PERFORM UNTIL ARQ-FIM
               PERFORM SOMA-LANCAMENTO
               PERFORM LE-DIARIO
            END-PERFORM
            CLOSE SALES-JOURNAL
         END-IF.
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT SALES-ARCHIVE.
         IF ARQV-FILE-STATUS = '05' OR ARQV-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF ARQV-FILE-STATUS NOT = '00'
               STRING 'OPEN SALES-ARCHIVE FAILED, STATUS '
                  ARQV-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-TENDRECN
            END-IF
            PERFORM LE-ARQUIVO
            PERFORM UNTIL ARQ-FIM
               PERFORM SOMA-LANCAMENTO
               PERFORM LE-ARQUIVO
            END-PERFORM
            CLOSE SALES-ARCHIVE
         END-IF.

       LE-DIARIO.
         READ SALES-JOURNAL INTO WRK-LANC
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF JRNL-FILE-STATUS NOT = '00'
            AND JRNL-FILE-STATUS NOT = '10'
            STRING 'READ SALES-JOURNAL FAILED, STATUS '
               JRNL-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-TENDRECN
         END-IF.

       LE-ARQUIVO.
         READ SALES-ARCHIVE INTO WRK-LANC
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF ARQV-FILE-STATUS NOT = '00'
            AND ARQV-FILE-STATUS NOT = '10'
            STRING 'READ SALES-ARCHIVE FAILED, STATUS '
               ARQV-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-TENDRECN
         END-IF.

       SOMA-LANCAMENTO.
      *lancamento anterior a forma de pagamento foi em dinheiro; a
      *forma que a loja nao contou mas teve movimento entra com
      *contado zero
         IF WLC-TIMESTAMP (1:8) NUMERIC
            MOVE WLC-STORE-CODE TO WRK-BUSCA-LOJA
            MOVE WLC-TIMESTAMP (1:8) TO WRK-BUSCA-DATA
            IF WLC-TENDER = SPACE
               MOVE 'D' TO WRK-BUSCA-PAGTO
            ELSE
               MOVE WLC-TENDER TO WRK-BUSCA-PAGTO
            END-IF
            PERFORM PROCURA-DIA-CONTADO
            IF DIA-ACHADO
               PERFORM ACHA-OU-ABRE-CONFERENCIA
               IF WLC-VENDA
                  ADD WLC-AMOUNT TO WC-ESPERADO (CFX)
               ELSE
                  SUBTRACT WLC-AMOUNT FROM WC-ESPERADO (CFX)
               END-IF
            END-IF
         END-IF.

       PROCURA-DIA-CONTADO.
         MOVE 'N' TO WRK-DIA-ACHADO.
         SET CFY TO 1.
         SEARCH WRK-CONF-ENT VARYING CFY
            AT END MOVE 'N' TO WRK-DIA-ACHADO
            WHEN CFY > WRK-CONF-QTD
               MOVE 'N' TO WRK-DIA-ACHADO
            WHEN WC-STORE-CODE (CFY) = WRK-BUSCA-LOJA
               AND WC-BUS-DATE (CFY) = WRK-BUSCA-DATA
               MOVE 'S' TO WRK-DIA-ACHADO
         END-SEARCH.

       MONTA-DIAS.
      *diferenca total de cada loja e dia conferido
         PERFORM SOMA-UMA-FORMA
            VARYING CFX FROM 1 BY 1
            UNTIL CFX > WRK-CONF-QTD.

       SOMA-UMA-FORMA.
         MOVE WC-STORE-CODE (CFX) TO WRK-BUSCA-LOJA.
         MOVE WC-BUS-DATE (CFX)   TO WRK-BUSCA-DATA.
         PERFORM PROCURA-DIA.
         IF NOT DIA-ACHADO
            IF WRK-DIA-QTD = 1000
               STRING 'DAY TABLE FULL AT 1000 ENTRIES'
                  DELIMITED BY SIZE INTO WRK-ABEND-TEXT
               PERFORM ABEND-TENDRECN
            END-IF
            ADD 1 TO WRK-DIA-QTD
            SET DIX TO WRK-DIA-QTD
            MOVE WRK-BUSCA-LOJA TO WD-STORE-CODE (DIX)
            MOVE WRK-BUSCA-DATA TO WD-BUS-DATE (DIX)
            MOVE ZERO TO WD-DIFERENCA (DIX)
            MOVE ZERO TO WD-ANTERIOR (DIX)
            MOVE 'N'  TO WD-RECONTAGEM (DIX)
            MOVE 'N'  TO WD-IMPRESSO (DIX)
         END-IF.
         COMPUTE WD-DIFERENCA (DIX) = WD-DIFERENCA (DIX)
            + WC-CONTADO (CFX) - WC-ESPERADO (CFX).

       PROCURA-DIA.
         MOVE 'N' TO WRK-DIA-ACHADO.
         IF WRK-DIA-QTD > ZERO
            SET DIX TO 1
            SEARCH WRK-DIA-ENT
               AT END MOVE 'N' TO WRK-DIA-ACHADO
               WHEN DIX > WRK-DIA-QTD
                  MOVE 'N' TO WRK-DIA-ACHADO
               WHEN WD-STORE-CODE (DIX) = WRK-BUSCA-LOJA
                  AND WD-BUS-DATE (DIX) = WRK-BUSCA-DATA
                  MOVE 'S' TO WRK-DIA-ACHADO
            END-SEARCH
         END-IF.

       CARREGA-HISTORICO.
      *so interessam os dias ja conferidos das lojas e meses desta
      *conferencia: um dia recontado lanca no LEDGER so o que mudou,
      *e as faltas do mes contam para a loja
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT OVSH-HIST.
         IF OVSH-FILE-STATUS = '05' OR OVSH-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF OVSH-FILE-STATUS NOT = '00'
               STRING 'OPEN OVSH-HIST FAILED, STATUS '
                  OVSH-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-TENDRECN
            END-IF
            PERFORM LE-HISTORICO
            PERFORM UNTIL ARQ-FIM
               PERFORM GUARDA-HISTORICO
               PERFORM LE-HISTORICO
            END-PERFORM
            CLOSE OVSH-HIST
         END-IF.

       LE-HISTORICO.
         READ OVSH-HIST
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF OVSH-FILE-STATUS NOT = '00'
            AND OVSH-FILE-STATUS NOT = '10'
            STRING 'READ OVSH-HIST FAILED, STATUS '
               OVSH-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-TENDRECN
         END-IF.

       GUARDA-HISTORICO.
         MOVE 'N' TO WRK-DIA-ACHADO.
         SET DIX TO 1.
         SEARCH WRK-DIA-ENT
            AT END MOVE 'N' TO WRK-DIA-ACHADO
            WHEN DIX > WRK-DIA-QTD
               MOVE 'N' TO WRK-DIA-ACHADO
            WHEN WD-STORE-CODE (DIX) = OH-STORE-CODE
               AND WD-BUS-DATE (DIX) (1:6) = OH-BUS-DATE (1:6)
               MOVE 'S' TO WRK-DIA-ACHADO
         END-SEARCH.
         IF DIA-ACHADO
            MOVE 'N' TO WRK-HIST-ACHADO
            IF WRK-HIST-QTD > ZERO
               SET HSX TO 1
               SEARCH WRK-HIST-ENT
                  AT END MOVE 'N' TO WRK-HIST-ACHADO
                  WHEN HSX > WRK-HIST-QTD
                     MOVE 'N' TO WRK-HIST-ACHADO
                  WHEN WH-STORE-CODE (HSX) = OH-STORE-CODE
                     AND WH-BUS-DATE (HSX) = OH-BUS-DATE
                     MOVE 'S' TO WRK-HIST-ACHADO
               END-SEARCH
            END-IF
            IF NOT HIST-ACHADO
               IF WRK-HIST-QTD = 3000
                  STRING 'HISTORY TABLE FULL AT 3000 ENTRIES'
                     DELIMITED BY SIZE INTO WRK-ABEND-TEXT
                  PERFORM ABEND-TENDRECN
               END-IF
               ADD 1 TO WRK-HIST-QTD
               SET HSX TO WRK-HIST-QTD
               MOVE OH-STORE-CODE TO WH-STORE-CODE (HSX)
               MOVE OH-BUS-DATE   TO WH-BUS-DATE (HSX)
            END-IF
            MOVE OH-DIFERENCA TO WH-DIFERENCA (HSX)
         END-IF.

       CONTA-FALTAS.
      *o dia desta conferencia vale sobre o historico; as faltas
      *do mes somam os dois
         PERFORM CONFRONTA-HISTORICO
            VARYING DIX FROM 1 BY 1
            UNTIL DIX > WRK-DIA-QTD.
         IF WRK-HIST-QTD > ZERO
            PERFORM CONTA-FALTA-HISTORICO
               VARYING HSX FROM 1 BY 1
               UNTIL HSX > WRK-HIST-QTD
         END-IF.
         PERFORM CONTA-FALTA-DIA
            VARYING DIX FROM 1 BY 1
            UNTIL DIX > WRK-DIA-QTD.

       CONFRONTA-HISTORICO.
         IF WRK-HIST-QTD > ZERO
            SET HSX TO 1
            SEARCH WRK-HIST-ENT
               AT END CONTINUE
               WHEN HSX > WRK-HIST-QTD
                  CONTINUE
               WHEN WH-STORE-CODE (HSX) = WD-STORE-CODE (DIX)
                  AND WH-BUS-DATE (HSX) = WD-BUS-DATE (DIX)
                  MOVE WH-DIFERENCA (HSX) TO WD-ANTERIOR (DIX)
                  MOVE 'S' TO WD-RECONTAGEM (DIX)
                  MOVE SPACES TO WH-STORE-CODE (HSX)
            END-SEARCH
         END-IF.

       CONTA-FALTA-HISTORICO.
         IF WH-STORE-CODE (HSX) NOT = SPACES
            AND WH-DIFERENCA (HSX) < ZERO
            MOVE WH-STORE-CODE (HSX)     TO WRK-BUSCA-LOJA
            MOVE WH-BUS-DATE (HSX) (1:6) TO WRK-BUSCA-MES
            PERFORM SOMA-FALTA
         END-IF.

       CONTA-FALTA-DIA.
         IF WD-DIFERENCA (DIX) < ZERO
            MOVE WD-STORE-CODE (DIX)     TO WRK-BUSCA-LOJA
            MOVE WD-BUS-DATE (DIX) (1:6) TO WRK-BUSCA-MES
            PERFORM SOMA-FALTA
         END-IF.

       SOMA-FALTA.
         MOVE 'N' TO WRK-ALERTA-ACHADO.
         IF WRK-ALERTA-QTD > ZERO
            SET ALX TO 1
            SEARCH WRK-ALERTA-ENT
               AT END MOVE 'N' TO WRK-ALERTA-ACHADO
               WHEN ALX > WRK-ALERTA-QTD
                  MOVE 'N' TO WRK-ALERTA-ACHADO
               WHEN WA-STORE-CODE (ALX) = WRK-BUSCA-LOJA
                  AND WA-MES (ALX) = WRK-BUSCA-MES
                  MOVE 'S' TO WRK-ALERTA-ACHADO
            END-SEARCH
         END-IF.
         IF NOT ALERTA-ACHADO
            IF WRK-ALERTA-QTD = 500
               STRING 'SHORTAGE TABLE FULL AT 500 ENTRIES'
                  DELIMITED BY SIZE INTO WRK-ABEND-TEXT
               PERFORM ABEND-TENDRECN
            END-IF
            ADD 1 TO WRK-ALERTA-QTD
            SET ALX TO WRK-ALERTA-QTD
            MOVE WRK-BUSCA-LOJA TO WA-STORE-CODE (ALX)
            MOVE WRK-BUSCA-MES  TO WA-MES (ALX)
            MOVE ZERO TO WA-FALTAS (ALX)
         END-IF.
         ADD 1 TO WA-FALTAS (ALX).

       GRAVA-RELATORIO.
         OPEN OUTPUT TEND-REPORT.
         IF RPT-FILE-STATUS NOT = '00'
            STRING 'OPEN TEND-REPORT FAILED, STATUS '
               RPT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-TENDRECN
         END-IF.
         MOVE 'CONFERENCIA DE CAIXA DAS LOJAS - SOBRAS E FALTAS'
            TO TEND-REPORT-REC.
         PERFORM GRAVA-LINHA.
         PERFORM RELATORIO-UM-DIA
            VARYING DIX FROM 1 BY 1
            UNTIL DIX > WRK-DIA-QTD.
         PERFORM GRAVA-LINHA.
         MOVE 'LOJAS COM FALTAS REPETIDAS NO MES' TO TEND-REPORT-REC.
         PERFORM GRAVA-LINHA.
         IF WRK-ALERTA-QTD > ZERO
            PERFORM RELATORIO-UM-ALERTA
               VARYING ALX FROM 1 BY 1
               UNTIL ALX > WRK-ALERTA-QTD
         END-IF.
         IF WRK-LOJAS-ALERTA = ZERO
            MOVE 'NENHUMA' TO TEND-REPORT-REC
            PERFORM GRAVA-LINHA
         END-IF.
         CLOSE TEND-REPORT.

       RELATORIO-UM-DIA.
         PERFORM GRAVA-LINHA.
         MOVE WD-STORE-CODE (DIX)     TO CD-STORE-CODE.
         MOVE WD-BUS-DATE (DIX) (7:2) TO CD-DIA.
         MOVE WD-BUS-DATE (DIX) (5:2) TO CD-MES.
         MOVE WD-BUS-DATE (DIX) (1:4) TO CD-ANO.
         MOVE SPACES TO CD-RECONTAGEM.
         IF WD-RECONTAGEM (DIX) = 'S'
            MOVE '  (RECONTAGEM)' TO CD-RECONTAGEM
         END-IF.
         MOVE WRK-CAB-DIA TO TEND-REPORT-REC.
         PERFORM GRAVA-LINHA.
         MOVE WRK-CAB-FORMAS TO TEND-REPORT-REC.
         PERFORM GRAVA-LINHA.
         PERFORM RELATORIO-UMA-FORMA
            VARYING CFX FROM 1 BY 1
            UNTIL CFX > WRK-CONF-QTD.
         MOVE WD-DIFERENCA (DIX) TO LT-DIFERENCA.
         MOVE SPACES TO LT-FLAG.
         IF WD-DIFERENCA (DIX) > WRK-TOLERANCIA
            OR WD-DIFERENCA (DIX) < (ZERO - WRK-TOLERANCIA)
            MOVE '*** ACIMA DA TOLERANCIA' TO LT-FLAG
            ADD 1 TO WRK-FORA-TOL
         END-IF.
         MOVE WRK-LINHA-TOTAL TO TEND-REPORT-REC.
         PERFORM GRAVA-LINHA.

       RELATORIO-UMA-FORMA.
         IF WC-STORE-CODE (CFX) = WD-STORE-CODE (DIX)
            AND WC-BUS-DATE (CFX) = WD-BUS-DATE (DIX)
            EVALUATE WC-TENDER (CFX)
               WHEN 'D'
                  MOVE 'DINHEIRO' TO LF-FORMA
               WHEN 'C'
                  MOVE 'CARTAO' TO LF-FORMA
               WHEN 'Q'
                  MOVE 'CHEQUE' TO LF-FORMA
               WHEN OTHER
                  MOVE 'FORMA DESCONHECIDA' TO LF-FORMA
            END-EVALUATE
            COMPUTE WRK-DIFERENCA =
               WC-CONTADO (CFX) - WC-ESPERADO (CFX)
            MOVE WC-ESPERADO (CFX) TO LF-ESPERADO
            MOVE WC-CONTADO (CFX)  TO LF-CONTADO
            MOVE WRK-DIFERENCA     TO LF-DIFERENCA
            EVALUATE TRUE
               WHEN WRK-DIFERENCA > ZERO
                  MOVE 'SOBRA' TO LF-SITUACAO
               WHEN WRK-DIFERENCA < ZERO
                  MOVE 'FALTA' TO LF-SITUACAO
               WHEN OTHER
                  MOVE SPACES TO LF-SITUACAO
            END-EVALUATE
            MOVE WRK-LINHA-FORMA TO TEND-REPORT-REC
            PERFORM GRAVA-LINHA
         END-IF.

       RELATORIO-UM-ALERTA.
         IF WA-FALTAS (ALX) NOT < WRK-FALTAS-MES
            ADD 1 TO WRK-LOJAS-ALERTA
            MOVE WA-STORE-CODE (ALX) TO LA-STORE-CODE
            MOVE WA-MES (ALX)        TO WRK-BUSCA-MES
            MOVE WRK-BUSCA-MES (5:2) TO LA-MES
            MOVE WRK-BUSCA-MES (1:4) TO LA-ANO
            MOVE WA-FALTAS (ALX)     TO LA-FALTAS
            MOVE WRK-LINHA-ALERTA TO TEND-REPORT-REC
            PERFORM GRAVA-LINHA
         END-IF.

       GRAVA-LINHA.
         WRITE TEND-REPORT-REC.
         IF RPT-FILE-STATUS NOT = '00'
            STRING 'WRITE TEND-REPORT FAILED, STATUS '
               RPT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-TENDRECN
         END-IF.
         MOVE SPACES TO TEND-REPORT-REC.

       LANCA-LEDGER.
      *um lancamento QCXA por loja e dia com a diferenca (sobra
      *positiva, falta negativa); no dia recontado so o que mudou.
      *O saldo continua do ultimo lancamento, como no PROGCOB06
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT LEDGER-FILE.
         IF LEDGER-FILE-STATUS = '05' OR LEDGER-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF LEDGER-FILE-STATUS NOT = '00'
               STRING 'OPEN LEDGER FAILED, STATUS '
                  LEDGER-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-TENDRECN
            END-IF
            PERFORM LE-LEDGER
            PERFORM UNTIL ARQ-FIM
               MOVE LG-SALDO TO WRK-SALDO
               PERFORM LE-LEDGER
            END-PERFORM
            CLOSE LEDGER-FILE
         END-IF.
         OPEN EXTEND LEDGER-FILE.
         IF LEDGER-FILE-STATUS = '05' OR LEDGER-FILE-STATUS = '35'
            OPEN OUTPUT LEDGER-FILE
         END-IF.
         IF LEDGER-FILE-STATUS NOT = '00'
            STRING 'OPEN EXTEND LEDGER FAILED, STATUS '
               LEDGER-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-TENDRECN
         END-IF.
         PERFORM LANCA-UM-DIA
            VARYING DIX FROM 1 BY 1
            UNTIL DIX > WRK-DIA-QTD.
         CLOSE LEDGER-FILE.

       LE-LEDGER.
         READ LEDGER-FILE
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF LEDGER-FILE-STATUS NOT = '00'
            AND LEDGER-FILE-STATUS NOT = '10'
            STRING 'READ LEDGER FAILED, STATUS '
               LEDGER-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-TENDRECN
         END-IF.

       LANCA-UM-DIA.
         COMPUTE WRK-LANCAR =
            WD-DIFERENCA (DIX) - WD-ANTERIOR (DIX).
         IF WRK-LANCAR NOT = ZERO
            ADD WRK-LANCAR TO WRK-SALDO
            ADD WRK-LANCAR TO WRK-TOTAL-LANCADO
            MOVE WD-BUS-DATE (DIX) TO LG-DATE
            MOVE 'QCXA'            TO LG-CATEGORIA
            MOVE WRK-LANCAR        TO LG-VALOR
            MOVE WRK-SALDO         TO LG-SALDO
            WRITE LEDGER-REC
            IF LEDGER-FILE-STATUS NOT = '00'
               STRING 'WRITE LEDGER FAILED, STATUS '
                  LEDGER-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-TENDRECN
            END-IF
         END-IF.

       GRAVA-HISTORICO.
      *o historico e acumulativo; as contagens conferidas saem do
      *TENDCNT para nao lancar de novo no proximo run
         OPEN EXTEND OVSH-HIST.
         IF OVSH-FILE-STATUS = '05' OR OVSH-FILE-STATUS = '35'
            OPEN OUTPUT OVSH-HIST
         END-IF.
         IF OVSH-FILE-STATUS NOT = '00'
            STRING 'OPEN EXTEND OVSH-HIST FAILED, STATUS '
               OVSH-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-TENDRECN
         END-IF.
         PERFORM GRAVA-UM-HISTORICO
            VARYING DIX FROM 1 BY 1
            UNTIL DIX > WRK-DIA-QTD.
         CLOSE OVSH-HIST.
         OPEN OUTPUT TENDER-COUNT.
         IF TCNT-FILE-STATUS NOT = '00'
            STRING 'EMPTY TENDER-COUNT FAILED, STATUS '
               TCNT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-TENDRECN
         END-IF.
         CLOSE TENDER-COUNT.

       GRAVA-UM-HISTORICO.
         MOVE WD-STORE-CODE (DIX) TO OH-STORE-CODE.
         MOVE WD-BUS-DATE (DIX)   TO OH-BUS-DATE.
         MOVE WD-DIFERENCA (DIX)  TO OH-DIFERENCA.
         MOVE WRK-TIMESTAMP       TO OH-TIMESTAMP.
         WRITE OVSH-HIST-REC.
         IF OVSH-FILE-STATUS NOT = '00'
            STRING 'WRITE OVSH-HIST FAILED, STATUS '
               OVSH-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-TENDRECN
         END-IF.

       ENCERRA.
         MOVE WRK-TOTAL-LANCADO TO WRK-TOTAL-LANC-ED.
         DISPLAY 'CONTAGENS LIDAS: ' WRK-CONTAGENS
            '  REJEITADAS: ' WRK-REJEITADAS.
         DISPLAY 'DIAS CONFERIDOS: ' WRK-DIA-QTD
            '  FORA DA TOLERANCIA: ' WRK-FORA-TOL
            '  LOJAS COM FALTAS REPETIDAS: ' WRK-LOJAS-ALERTA.
         DISPLAY 'LANCADO NO LEDGER (QCXA): ' WRK-TOTAL-LANC-ED.
         IF WRK-FORA-TOL > ZERO OR WRK-LOJAS-ALERTA > ZERO
            OR WRK-REJEITADAS > ZERO
            MOVE 4 TO RETURN-CODE
         ELSE
            MOVE ZERO TO RETURN-CODE
         END-IF.
         STOP RUN.

      *erro grave de I/O: mostra a mensagem e interrompe a execucao
       ABEND-TENDRECN.
         DISPLAY 'TENDRECN ABEND: ' WRK-ABEND-TEXT.
         MOVE 8 TO RETURN-CODE.
         STOP RUN.
