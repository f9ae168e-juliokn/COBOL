               FILE STATUS IS TRIAL-FILE-STATUS.
           SELECT BUDGET-FILE ASSIGN TO BUDGMST
               FILE STATUS IS BUDG-FILE-STATUS.
           SELECT DRAFT-FILE ASSIGN TO RECNDRFT
               FILE STATUS IS DRFT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 BG-MONTH        PIC 9(6).
           05 BG-AMOUNT       PIC S9(8)V99.

       FD  DRAFT-FILE RECORDING MODE F.
      *rascunhos da conciliacao bancaria (BANKRECN): tarifas e
      *juros que so estavam no banco, no layout do LEDGER
       01  DRAFT-REC.
           05 DR-DATE         PIC 9(8).
           05 DR-CATEGORIA    PIC X(4).
           05 DR-VALOR        PIC S9(6)V99.
           05 DR-SALDO        PIC S9(8)V99.

       WORKING-STORAGE SECTION.
       77  LEDGER-FILE-STATUS PIC X(2) VALUE '00'.
       77  TRIAL-FILE-STATUS  PIC X(2) VALUE '00'.
       77  WRK-CAT-ACHADA     PIC X VALUE 'N'.
         88 CAT-ACHADA        VALUE 'S'.

      *rascunhos oferecidos no inicio; o lancado sai do RECNDRFT
      *e entra no LEDGER com a data do banco, para casar na
      *proxima conciliacao
       77  DRFT-FILE-STATUS   PIC X(2) VALUE '00'.
       77  WRK-DRFT-FIM       PIC X VALUE 'N'.
         88 DRFT-FIM          VALUE 'S'.
       01  WRK-DRFT-TABELA.
           05 WRK-DRFT-QTD    PIC 9(2) VALUE ZERO.
           05 WRK-DRFT-ENT OCCURS 50 TIMES
                 INDEXED BY DRX.
              10 WD-DATE      PIC 9(8).
              10 WD-CATEGORIA PIC X(4).
              10 WD-VALOR     PIC S9(6)V99.
              10 WD-LANCADO   PIC X(1).
       77  WRK-DRFT-RESTANTES PIC 9(2) VALUE ZERO.
       77  WRK-DATA-RASCUNHO  PIC 9(8) VALUE ZERO.
       77  WRK-RESPOSTA       PIC X(1) VALUE SPACES.

      *totais do balancete de fim de dia
       77  WRK-TOTAL-DEBITOS  PIC S9(8)V99 VALUE ZEROES.
       77  WRK-TOTAL-CREDITOS PIC S9(8)V99 VALUE ZEROES.
         DISPLAY 'SALDO CORRENTE (LANCAMENTOS ATE 0 ENCERRAR)'.
         PERFORM CARREGA-CATEGORIAS-ORCADAS.
         PERFORM CARREGA-SALDO-ABERTURA.
         PERFORM OFERECE-RASCUNHOS.
         PERFORM LE-LANCAMENTO.
         PERFORM UNTIL WRK-LANCAMENTO = ZERO
            PERFORM ACUMULA-LANCAMENTO
            PERFORM ABEND-PROGCOB06
         END-IF.

       OFERECE-RASCUNHOS.
      *sem o RECNDRFT (ou vazio) nada muda na digitacao
         OPEN INPUT DRAFT-FILE.
         IF DRFT-FILE-STATUS = '05' OR DRFT-FILE-STATUS = '35'
            MOVE 'S' TO WRK-DRFT-FIM
         ELSE
            IF DRFT-FILE-STATUS NOT = '00'
               STRING 'OPEN DRAFT-FILE FAILED, STATUS '
                  DRFT-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-PROGCOB06
            END-IF
            PERFORM LE-RASCUNHO-REC
            PERFORM UNTIL DRFT-FIM OR WRK-DRFT-QTD = 50
               ADD 1 TO WRK-DRFT-QTD
               SET DRX TO WRK-DRFT-QTD
               MOVE DR-DATE      TO WD-DATE (DRX)
               MOVE DR-CATEGORIA TO WD-CATEGORIA (DRX)
               MOVE DR-VALOR     TO WD-VALOR (DRX)
               MOVE 'N'          TO WD-LANCADO (DRX)
               PERFORM LE-RASCUNHO-REC
            END-PERFORM
            CLOSE DRAFT-FILE
      *-----os recusados sao regravados a partir da tabela: parar
      *-----antes do fim do arquivo perderia os demais rascunhos
            IF NOT DRFT-FIM
               STRING 'DRAFT TABLE FULL, 50 LOADED WITH RECORDS '
                  'REMAINING' DELIMITED BY SIZE INTO WRK-ABEND-TEXT
               PERFORM ABEND-PROGCOB06
            END-IF
         END-IF.
         IF WRK-DRFT-QTD > ZERO
            DISPLAY 'RASCUNHOS DA CONCILIACAO BANCARIA: '
               WRK-DRFT-QTD
            PERFORM OFERECE-UM-RASCUNHO
               VARYING DRX FROM 1 BY 1
               UNTIL DRX > WRK-DRFT-QTD
            MOVE ZERO TO WRK-DATA-RASCUNHO
            PERFORM REGRAVA-RASCUNHOS
         END-IF.

       LE-RASCUNHO-REC.
         READ DRAFT-FILE
            AT END MOVE 'S' TO WRK-DRFT-FIM
         END-READ.
         IF DRFT-FILE-STATUS NOT = '00'
            AND DRFT-FILE-STATUS NOT = '10'
            STRING 'READ DRAFT-FILE FAILED, STATUS '
               DRFT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-PROGCOB06
         END-IF.

       OFERECE-UM-RASCUNHO.
         MOVE WD-VALOR (DRX) TO WRK-SALDO-ED.
         DISPLAY WD-DATE (DRX) ' ' WD-CATEGORIA (DRX) ' '
            WRK-SALDO-ED.
         DISPLAY 'LANCAR ESTE RASCUNHO? (S/N): '.
         ACCEPT WRK-RESPOSTA FROM CONSOLE.
         IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
            MOVE WD-VALOR (DRX)     TO WRK-LANCAMENTO
            MOVE WD-CATEGORIA (DRX) TO WRK-CATEGORIA
            MOVE WD-DATE (DRX)      TO WRK-DATA-RASCUNHO
            PERFORM ACUMULA-LANCAMENTO
            MOVE 'S' TO WD-LANCADO (DRX)
         END-IF.

       REGRAVA-RASCUNHOS.
      *so os recusados continuam no RECNDRFT
         OPEN OUTPUT DRAFT-FILE.
         IF DRFT-FILE-STATUS NOT = '00'
            STRING 'OPEN OUTPUT DRAFT-FILE FAILED, STATUS '
               DRFT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-PROGCOB06
         END-IF.
         PERFORM GRAVA-UM-RASCUNHO
            VARYING DRX FROM 1 BY 1
            UNTIL DRX > WRK-DRFT-QTD.
         CLOSE DRAFT-FILE.
         DISPLAY 'RASCUNHOS PENDENTES: ' WRK-DRFT-RESTANTES.

       GRAVA-UM-RASCUNHO.
         IF WD-LANCADO (DRX) = 'N'
            MOVE WD-DATE (DRX)      TO DR-DATE
            MOVE WD-CATEGORIA (DRX) TO DR-CATEGORIA
            MOVE WD-VALOR (DRX)     TO DR-VALOR
            MOVE ZERO               TO DR-SALDO
            WRITE DRAFT-REC
            IF DRFT-FILE-STATUS NOT = '00'
               STRING 'WRITE DRAFT-FILE FAILED, STATUS '
                  DRFT-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-PROGCOB06
            END-IF
            ADD 1 TO WRK-DRFT-RESTANTES
         END-IF.

       CARREGA-CATEGORIAS-ORCADAS.
      *sem o BUDGMST alocado a critica fica desligada, como sempre
      *foi
      *cada lancamento vai para o LEDGER na hora, com o saldo
      *resultante - nada mais evapora no fim do run
         MOVE FUNCTION CURRENT-DATE (1:8) TO LG-DATE.
         IF WRK-DATA-RASCUNHO NOT = ZERO
            MOVE WRK-DATA-RASCUNHO TO LG-DATE
         END-IF.
         MOVE WRK-CATEGORIA  TO LG-CATEGORIA.
         MOVE WRK-LANCAMENTO TO LG-VALOR.
         MOVE WRK-SALDO      TO LG-SALDO.
