       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRECN.
      ********************************************************
      * AREA DE COMENTARIOS
      * AUTOR: JULIO BITTENCOURT
      * OBJETIVO: CONCILIACAO BANCARIA DO LIVRO DE SALDO CORRENTE
      * (LEDGER DO PROGCOB06) - A DIFERENCA COM O BANCO SO
      * APARECIA TICANDO O EXTRATO IMPRESSO UMA VEZ POR MES.
      * ESTE PASSO LE O EXTRATO DO BANCO (BANKSTMT: DATA, VALOR,
      * REFERENCIA E SALDO) E CASA CADA LINHA COM UM LANCAMENTO
      * DO LEDGER DE MESMO VALOR E DATA DENTRO DA TOLERANCIA EM
      * DIAS DO RECNPRM. O RECNRPT LISTA OS CONCILIADOS, AS
      * PENDENCIAS SO NO LIVRO E OS ITENS SO NO BANCO (TARIFAS E
      * JUROS NAO LANCADOS) E FECHA COM A CONCILIACAO: SALDO DO
      * EXTRATO MAIS AS PENDENCIAS DO LIVRO MENOS OS ITENS SO NO
      * BANCO TEM DE DAR O LG-SALDO. OS ITENS SO NO BANCO SAEM
      * COMO RASCUNHO DE LANCAMENTO NO RECNDRFT, COM CATEGORIA,
      * QUE O PROGCOB06 OFERECE PARA LANCAR SEM REDIGITAR.
      * PENDENCIAS DOS DOIS LADOS PASSAM PARA A PROXIMA
      * CONCILIACAO (RECNOUT E RECNPEND).
      ********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO LEDGER
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT BANK-STMT ASSIGN TO BANKSTMT
               FILE STATUS IS STMT-FILE-STATUS.
           SELECT BANK-PEND ASSIGN TO RECNPEND
               FILE STATUS IS PEND-FILE-STATUS.
           SELECT LEDGER-OUT ASSIGN TO RECNOUT
               FILE STATUS IS LOUT-FILE-STATUS.
           SELECT RECN-PARM ASSIGN TO RECNPRM
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT DRAFT-FILE ASSIGN TO RECNDRFT
               FILE STATUS IS DRFT-FILE-STATUS.
           SELECT RECN-REPORT ASSIGN TO RECNRPT
               FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE RECORDING MODE F.
      *mesmo layout gravado pelo PROGCOB06
       01  LEDGER-REC.
           05 LG-DATE         PIC 9(8).
           05 LG-CATEGORIA    PIC X(4).
           05 LG-VALOR        PIC S9(6)V99.
           05 LG-SALDO        PIC S9(8)V99.

       FD  BANK-STMT RECORDING MODE F.
      *extrato do banco: valor com sinal (negativo = debito na
      *conta) e o saldo da conta depois da linha
       01  BANK-STMT-REC.
           05 BS-DATE         PIC 9(8).
           05 BS-AMOUNT       PIC S9(8)V99.
           05 BS-REFERENCE    PIC X(16).
           05 BS-BALANCE      PIC S9(10)V99.

       FD  BANK-PEND RECORDING MODE F.
      *linhas de extratos anteriores ainda sem lancamento no livro
       01  BANK-PEND-REC.
           05 BP-DATE         PIC 9(8).
           05 BP-AMOUNT       PIC S9(8)V99.
           05 BP-REFERENCE    PIC X(16).
           05 BP-BALANCE      PIC S9(10)V99.

       FD  LEDGER-OUT RECORDING MODE F.
      *'C' controle com o numero de lancamentos do LEDGER ja
      *examinados; 'O' cada lancamento ainda pendente, pela
      *posicao no LEDGER (o livro so cresce no fim)
       01  LEDGER-OUT-REC.
           05 LO-REC-TYPE     PIC X(1).
           05 LO-LEDGER-SEQ   PIC 9(7).

       FD  RECN-PARM RECORDING MODE F.
      *tolerancia de datas em dias e as categorias dos rascunhos
      *de debito (tarifa) e de credito (juros)
       01  RECN-PARM-REC.
           05 RP-TOLERANCIA   PIC 9(2).
           05 RP-CAT-DEBITO   PIC X(4).
           05 RP-CAT-CREDITO  PIC X(4).

       FD  DRAFT-FILE RECORDING MODE F.
      *rascunho no layout do LEDGER; o saldo e calculado pelo
      *PROGCOB06 na hora do lancamento
       01  DRAFT-REC.
           05 DR-DATE         PIC 9(8).
           05 DR-CATEGORIA    PIC X(4).
           05 DR-VALOR        PIC S9(6)V99.
           05 DR-SALDO        PIC S9(8)V99.

       FD  RECN-REPORT RECORDING MODE F.
       01  RECN-REPORT-REC    PIC X(100).

       WORKING-STORAGE SECTION.
       77  LEDGER-FILE-STATUS PIC X(2) VALUE '00'.
       77  STMT-FILE-STATUS   PIC X(2) VALUE '00'.
       77  PEND-FILE-STATUS   PIC X(2) VALUE '00'.
       77  LOUT-FILE-STATUS   PIC X(2) VALUE '00'.
       77  PARM-FILE-STATUS   PIC X(2) VALUE '00'.
       77  DRFT-FILE-STATUS   PIC X(2) VALUE '00'.
       77  RPT-FILE-STATUS    PIC X(2) VALUE '00'.
       77  WRK-ABEND-TEXT     PIC X(60) VALUE SPACES.
       77  WRK-FIM            PIC X VALUE 'N'.
         88 ARQ-FIM           VALUE 'S'.

      *parametros, com os valores de quando o RECNPRM nao existe
       77  WRK-TOLERANCIA     PIC 9(2) VALUE 3.
       77  WRK-CAT-DEBITO     PIC X(4) VALUE 'TARB'.
       77  WRK-CAT-CREDITO    PIC X(4) VALUE 'JURB'.

      *pendencias do livro da conciliacao anterior, em ordem de
      *posicao no LEDGER
       01  WRK-OUT-TABELA.
           05 WRK-OUT-QTD     PIC 9(4) VALUE ZERO.
           05 WRK-OUT-SEQ     PIC 9(7) OCCURS 2000 TIMES
                 INDEXED BY OPX.
       77  WRK-EXAMINADOS     PIC 9(7) VALUE ZERO.
       77  WRK-LEDGER-SEQ     PIC 9(7) VALUE ZERO.

      *lancamentos do livro candidatos a conciliacao
       01  WRK-LIV-TABELA.
           05 WRK-LIV-QTD     PIC 9(4) VALUE ZERO.
           05 WRK-LIV-ENT OCCURS 2000 TIMES
                 INDEXED BY LVX LVY.
              10 WL-SEQ        PIC 9(7).
              10 WL-DATE       PIC 9(8).
              10 WL-CATEGORIA  PIC X(4).
              10 WL-VALOR      PIC S9(8)V99.
              10 WL-CONCILIADO PIC X(1).

      *linhas do banco: pendentes anteriores e o extrato novo
       01  WRK-BCO-TABELA.
           05 WRK-BCO-QTD     PIC 9(4) VALUE ZERO.
           05 WRK-BCO-ENT OCCURS 2000 TIMES
                 INDEXED BY BCX.
              10 WB-DATE       PIC 9(8).
              10 WB-AMOUNT     PIC S9(8)V99.
              10 WB-REFERENCE  PIC X(16).
              10 WB-BALANCE    PIC S9(10)V99.
              10 WB-LIV-SEQ    PIC 9(7).
              10 WB-CONCILIADO PIC X(1).

      *casamento: menor distancia de datas dentro da tolerancia
       77  WRK-BCO-INTEGER    PIC S9(9) VALUE ZERO.
       77  WRK-DIST           PIC S9(9) VALUE ZERO.
       77  WRK-MELHOR-DIST    PIC S9(9) VALUE ZERO.
       77  WRK-MELHOR-SUB     PIC 9(4) VALUE ZERO.

      *saldos e totais da conciliacao
       77  WRK-DATA-EXTRATO   PIC 9(8) VALUE ZERO.
       77  WRK-SALDO-BANCO    PIC S9(10)V99 VALUE ZEROES.
       77  WRK-SALDO-LIVRO    PIC S9(10)V99 VALUE ZEROES.
       77  WRK-LIVRO-DEPOIS   PIC S9(10)V99 VALUE ZEROES.
       77  WRK-TOT-PEND-LIVRO PIC S9(10)V99 VALUE ZEROES.
       77  WRK-TOT-SO-BANCO   PIC S9(10)V99 VALUE ZEROES.
       77  WRK-SALDO-AJUSTADO PIC S9(10)V99 VALUE ZEROES.
       77  WRK-DIFERENCA      PIC S9(10)V99 VALUE ZEROES.
       77  WRK-QTD-CONC       PIC 9(5) VALUE ZERO.
       77  WRK-QTD-PEND-LIVRO PIC 9(5) VALUE ZERO.
       77  WRK-QTD-SO-BANCO   PIC 9(5) VALUE ZERO.

       01  WRK-LINHA-CONC.
           05 LC-BCO-DATE     PIC 9999/99/99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LC-REFERENCE    PIC X(16).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LC-VALOR        PIC ---.---.--9,99.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 FILLER          PIC X(7) VALUE 'LIVRO: '.
           05 LC-LIV-DATE     PIC 9999/99/99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LC-CATEGORIA    PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 FILLER          PIC X(4) VALUE 'SEQ '.
           05 LC-SEQ          PIC 9(7).
           05 FILLER          PIC X(16) VALUE SPACES.

       01  WRK-LINHA-LIVRO.
           05 LL-DATE         PIC 9999/99/99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LL-CATEGORIA    PIC X(4).
           05 FILLER          PIC X(14) VALUE SPACES.
           05 LL-VALOR        PIC ---.---.--9,99.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 FILLER          PIC X(4) VALUE 'SEQ '.
           05 LL-SEQ          PIC 9(7).
           05 FILLER          PIC X(41) VALUE SPACES.

       01  WRK-LINHA-BANCO.
           05 LB-DATE         PIC 9999/99/99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LB-REFERENCE    PIC X(16).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LB-VALOR        PIC ---.---.--9,99.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 FILLER          PIC X(19) VALUE 'RASCUNHO CATEGORIA '.
           05 LB-CATEGORIA    PIC X(4).
           05 FILLER          PIC X(29) VALUE SPACES.

       01  WRK-LINHA-TOTAL.
           05 LT-TEXTO        PIC X(40).
           05 LT-VALOR        PIC -.---.---.--9,99.
           05 FILLER          PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
         PERFORM LE-PARAMETROS.
         PERFORM CARREGA-PENDENCIAS-LIVRO.
         PERFORM CARREGA-BANCO.
         PERFORM CARREGA-LIVRO.
         IF WRK-BCO-QTD > ZERO
            PERFORM CONCILIA-UMA-LINHA
               VARYING BCX FROM 1 BY 1
               UNTIL BCX > WRK-BCO-QTD
         END-IF.
         PERFORM GRAVA-RELATORIO.
         PERFORM GRAVA-PENDENCIAS.
         PERFORM ENCERRA.

       LE-PARAMETROS.
         OPEN INPUT RECN-PARM.
         IF PARM-FILE-STATUS = '00'
            READ RECN-PARM
            IF PARM-FILE-STATUS = '00'
               IF RP-TOLERANCIA NUMERIC
                  MOVE RP-TOLERANCIA TO WRK-TOLERANCIA
               END-IF
               IF RP-CAT-DEBITO NOT = SPACES
                  MOVE RP-CAT-DEBITO TO WRK-CAT-DEBITO
               END-IF
               IF RP-CAT-CREDITO NOT = SPACES
                  MOVE RP-CAT-CREDITO TO WRK-CAT-CREDITO
               END-IF
            END-IF
            CLOSE RECN-PARM
         END-IF.

       CARREGA-PENDENCIAS-LIVRO.
      *sem o RECNOUT e a primeira conciliacao: todo o LEDGER e
      *candidato
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT LEDGER-OUT.
         IF LOUT-FILE-STATUS = '05' OR LOUT-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF LOUT-FILE-STATUS NOT = '00'
               STRING 'OPEN LEDGER-OUT FAILED, STATUS '
                  LOUT-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-BANKRECN
            END-IF
            PERFORM LE-PENDENCIA-LIVRO
            PERFORM UNTIL ARQ-FIM
               IF LO-REC-TYPE = 'C'
                  MOVE LO-LEDGER-SEQ TO WRK-EXAMINADOS
               ELSE
                  IF WRK-OUT-QTD = 2000
                     STRING 'OUTSTANDING TABLE FULL AT 2000 '
                        'ENTRIES' DELIMITED BY SIZE
                        INTO WRK-ABEND-TEXT
                     PERFORM ABEND-BANKRECN
                  END-IF
                  ADD 1 TO WRK-OUT-QTD
                  SET OPX TO WRK-OUT-QTD
                  MOVE LO-LEDGER-SEQ TO WRK-OUT-SEQ (OPX)
               END-IF
               PERFORM LE-PENDENCIA-LIVRO
            END-PERFORM
            CLOSE LEDGER-OUT
         END-IF.

       LE-PENDENCIA-LIVRO.
         READ LEDGER-OUT
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF LOUT-FILE-STATUS NOT = '00'
            AND LOUT-FILE-STATUS NOT = '10'
            STRING 'READ LEDGER-OUT FAILED, STATUS '
               LOUT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-BANKRECN
         END-IF.

       CARREGA-BANCO.
      *primeiro as linhas pendentes de extratos anteriores, depois
      *o extrato novo; o saldo do extrato e o da ultima linha
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT BANK-PEND.
         IF PEND-FILE-STATUS = '05' OR PEND-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF PEND-FILE-STATUS NOT = '00'
               STRING 'OPEN BANK-PEND FAILED, STATUS '
                  PEND-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-BANKRECN
            END-IF
            PERFORM LE-BANCO-PENDENTE
            PERFORM UNTIL ARQ-FIM
               MOVE BANK-PEND-REC TO BANK-STMT-REC
               PERFORM GUARDA-LINHA-BANCO
               PERFORM LE-BANCO-PENDENTE
            END-PERFORM
            CLOSE BANK-PEND
         END-IF.
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT BANK-STMT.
         IF STMT-FILE-STATUS NOT = '00'
            STRING 'OPEN BANK-STMT FAILED, STATUS '
               STMT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-BANKRECN
         END-IF.
         PERFORM LE-EXTRATO.
         PERFORM UNTIL ARQ-FIM
            PERFORM GUARDA-LINHA-BANCO
            MOVE BS-BALANCE TO WRK-SALDO-BANCO
            IF BS-DATE > WRK-DATA-EXTRATO
               MOVE BS-DATE TO WRK-DATA-EXTRATO
            END-IF
            PERFORM LE-EXTRATO
         END-PERFORM.
         CLOSE BANK-STMT.

       LE-BANCO-PENDENTE.
         READ BANK-PEND
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF PEND-FILE-STATUS NOT = '00'
            AND PEND-FILE-STATUS NOT = '10'
            STRING 'READ BANK-PEND FAILED, STATUS '
               PEND-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-BANKRECN
         END-IF.

       LE-EXTRATO.
         READ BANK-STMT
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF STMT-FILE-STATUS NOT = '00'
            AND STMT-FILE-STATUS NOT = '10'
            STRING 'READ BANK-STMT FAILED, STATUS '
               STMT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-BANKRECN
         END-IF.

       GUARDA-LINHA-BANCO.
         IF WRK-BCO-QTD = 2000
            STRING 'BANK TABLE FULL AT 2000 ENTRIES'
               DELIMITED BY SIZE INTO WRK-ABEND-TEXT
            PERFORM ABEND-BANKRECN
         END-IF.
         ADD 1 TO WRK-BCO-QTD.
         SET BCX TO WRK-BCO-QTD.
         MOVE BS-DATE      TO WB-DATE (BCX).
         MOVE BS-AMOUNT    TO WB-AMOUNT (BCX).
         MOVE BS-REFERENCE TO WB-REFERENCE (BCX).
         MOVE BS-BALANCE   TO WB-BALANCE (BCX).
         MOVE ZERO         TO WB-LIV-SEQ (BCX).
         MOVE 'N'          TO WB-CONCILIADO (BCX).

       CARREGA-LIVRO.
      *candidatos: pendencias da conciliacao anterior e todo
      *lancamento alem dos ja examinados; o saldo do livro na data
      *do extrato e o LG-SALDO final menos o que foi lancado com
      *data posterior ao extrato
         MOVE 'N' TO WRK-FIM.
         MOVE ZERO TO WRK-LEDGER-SEQ.
         SET OPX TO 1.
         OPEN INPUT LEDGER-FILE.
         IF LEDGER-FILE-STATUS = '05' OR LEDGER-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF LEDGER-FILE-STATUS NOT = '00'
               STRING 'OPEN LEDGER FAILED, STATUS '
                  LEDGER-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-BANKRECN
            END-IF
            PERFORM LE-LEDGER
            PERFORM UNTIL ARQ-FIM
               ADD 1 TO WRK-LEDGER-SEQ
               MOVE LG-SALDO TO WRK-SALDO-LIVRO
               IF LG-DATE > WRK-DATA-EXTRATO
                  ADD LG-VALOR TO WRK-LIVRO-DEPOIS
               END-IF
               PERFORM TESTA-CANDIDATO
               PERFORM LE-LEDGER
            END-PERFORM
            CLOSE LEDGER-FILE
         END-IF.
         SUBTRACT WRK-LIVRO-DEPOIS FROM WRK-SALDO-LIVRO.

       LE-LEDGER.
         READ LEDGER-FILE
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF LEDGER-FILE-STATUS NOT = '00'
            AND LEDGER-FILE-STATUS NOT = '10'
            STRING 'READ LEDGER FAILED, STATUS '
               LEDGER-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-BANKRECN
         END-IF.

       TESTA-CANDIDATO.
         PERFORM UNTIL OPX > WRK-OUT-QTD
            OR WRK-OUT-SEQ (OPX) >= WRK-LEDGER-SEQ
            SET OPX UP BY 1
         END-PERFORM.
         IF WRK-LEDGER-SEQ > WRK-EXAMINADOS
            OR (OPX <= WRK-OUT-QTD
            AND WRK-OUT-SEQ (OPX) = WRK-LEDGER-SEQ)
            IF WRK-LIV-QTD = 2000
               STRING 'LEDGER TABLE FULL AT 2000 ENTRIES'
                  DELIMITED BY SIZE INTO WRK-ABEND-TEXT
               PERFORM ABEND-BANKRECN
            END-IF
            ADD 1 TO WRK-LIV-QTD
            SET LVX TO WRK-LIV-QTD
            MOVE WRK-LEDGER-SEQ TO WL-SEQ (LVX)
            MOVE LG-DATE        TO WL-DATE (LVX)
            MOVE LG-CATEGORIA   TO WL-CATEGORIA (LVX)
            MOVE LG-VALOR       TO WL-VALOR (LVX)
            MOVE 'N'            TO WL-CONCILIADO (LVX)
         END-IF.

       CONCILIA-UMA-LINHA.
      *mesmo valor e data a no maximo WRK-TOLERANCIA dias; entre
      *varios candidatos fica o de data mais proxima
         MOVE ZERO TO WRK-MELHOR-SUB.
         COMPUTE WRK-BCO-INTEGER =
            FUNCTION INTEGER-OF-DATE (WB-DATE (BCX)).
         IF WRK-LIV-QTD > ZERO
            PERFORM TESTA-LANCAMENTO
               VARYING LVX FROM 1 BY 1
               UNTIL LVX > WRK-LIV-QTD
         END-IF.
         IF WRK-MELHOR-SUB > ZERO
            SET LVY TO WRK-MELHOR-SUB
            MOVE 'S' TO WL-CONCILIADO (LVY)
            MOVE 'S' TO WB-CONCILIADO (BCX)
            MOVE WL-SEQ (LVY) TO WB-LIV-SEQ (BCX)
            ADD 1 TO WRK-QTD-CONC
         END-IF.

       TESTA-LANCAMENTO.
         IF WL-CONCILIADO (LVX) = 'N'
            AND WL-VALOR (LVX) = WB-AMOUNT (BCX)
            AND WL-DATE (LVX) <= WRK-DATA-EXTRATO
            COMPUTE WRK-DIST =
               FUNCTION INTEGER-OF-DATE (WL-DATE (LVX))
               - WRK-BCO-INTEGER
            IF WRK-DIST < ZERO
               COMPUTE WRK-DIST = ZERO - WRK-DIST
            END-IF
            IF WRK-DIST <= WRK-TOLERANCIA
               AND (WRK-MELHOR-SUB = ZERO
               OR WRK-DIST < WRK-MELHOR-DIST)
               MOVE WRK-DIST TO WRK-MELHOR-DIST
               SET WRK-MELHOR-SUB TO LVX
            END-IF
         END-IF.

       GRAVA-RELATORIO.
         OPEN OUTPUT RECN-REPORT.
         IF RPT-FILE-STATUS NOT = '00'
            STRING 'OPEN RECN-REPORT FAILED, STATUS '
               RPT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-BANKRECN
         END-IF.
         OPEN OUTPUT DRAFT-FILE.
         IF DRFT-FILE-STATUS NOT = '00'
            STRING 'OPEN DRAFT-FILE FAILED, STATUS '
               DRFT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-BANKRECN
         END-IF.
         MOVE SPACES TO RECN-REPORT-REC.
         STRING 'CONCILIACAO BANCARIA DO LEDGER - EXTRATO ATE '
            WRK-DATA-EXTRATO DELIMITED BY SIZE
            INTO RECN-REPORT-REC.
         PERFORM GRAVA-LINHA-RELATORIO.
         PERFORM GRAVA-LINHA-RELATORIO.
         MOVE 'CONCILIADOS (BANCO X LIVRO)' TO RECN-REPORT-REC.
         PERFORM GRAVA-LINHA-RELATORIO.
         IF WRK-BCO-QTD > ZERO
            PERFORM LISTA-CONCILIADO
               VARYING BCX FROM 1 BY 1
               UNTIL BCX > WRK-BCO-QTD
         END-IF.
         PERFORM GRAVA-LINHA-RELATORIO.
         MOVE 'SO NO LIVRO (PENDENCIAS)' TO RECN-REPORT-REC.
         PERFORM GRAVA-LINHA-RELATORIO.
         IF WRK-LIV-QTD > ZERO
            PERFORM LISTA-SO-LIVRO
               VARYING LVX FROM 1 BY 1
               UNTIL LVX > WRK-LIV-QTD
         END-IF.
         PERFORM GRAVA-LINHA-RELATORIO.
         MOVE 'SO NO BANCO (TARIFAS E JUROS NAO LANCADOS)'
            TO RECN-REPORT-REC.
         PERFORM GRAVA-LINHA-RELATORIO.
         IF WRK-BCO-QTD > ZERO
            PERFORM LISTA-SO-BANCO
               VARYING BCX FROM 1 BY 1
               UNTIL BCX > WRK-BCO-QTD
         END-IF.
         CLOSE DRAFT-FILE.
         PERFORM GRAVA-CONCILIACAO.
         CLOSE RECN-REPORT.

       LISTA-CONCILIADO.
         IF WB-CONCILIADO (BCX) = 'S'
            SET LVX TO 1
            SEARCH WRK-LIV-ENT
               WHEN WL-SEQ (LVX) = WB-LIV-SEQ (BCX)
                  MOVE WL-DATE (LVX)      TO LC-LIV-DATE
                  MOVE WL-CATEGORIA (LVX) TO LC-CATEGORIA
            END-SEARCH
            MOVE WB-DATE (BCX)      TO LC-BCO-DATE
            MOVE WB-REFERENCE (BCX) TO LC-REFERENCE
            MOVE WB-AMOUNT (BCX)    TO LC-VALOR
            MOVE WB-LIV-SEQ (BCX)   TO LC-SEQ
            MOVE WRK-LINHA-CONC TO RECN-REPORT-REC
            PERFORM GRAVA-LINHA-RELATORIO
         END-IF.

       LISTA-SO-LIVRO.
      *lancamento com data depois do extrato ainda nao podia estar
      *no banco: passa adiante sem entrar na conciliacao
         IF WL-CONCILIADO (LVX) = 'N'
            AND WL-DATE (LVX) <= WRK-DATA-EXTRATO
            ADD 1 TO WRK-QTD-PEND-LIVRO
            ADD WL-VALOR (LVX) TO WRK-TOT-PEND-LIVRO
            MOVE WL-DATE (LVX)      TO LL-DATE
            MOVE WL-CATEGORIA (LVX) TO LL-CATEGORIA
            MOVE WL-VALOR (LVX)     TO LL-VALOR
            MOVE WL-SEQ (LVX)       TO LL-SEQ
            MOVE WRK-LINHA-LIVRO TO RECN-REPORT-REC
            PERFORM GRAVA-LINHA-RELATORIO
         END-IF.

       LISTA-SO-BANCO.
         IF WB-CONCILIADO (BCX) = 'N'
            ADD 1 TO WRK-QTD-SO-BANCO
            ADD WB-AMOUNT (BCX) TO WRK-TOT-SO-BANCO
            MOVE WB-DATE (BCX)      TO LB-DATE
            MOVE WB-REFERENCE (BCX) TO LB-REFERENCE
            MOVE WB-AMOUNT (BCX)    TO LB-VALOR
            IF WB-AMOUNT (BCX) < ZERO
               MOVE WRK-CAT-DEBITO  TO LB-CATEGORIA
            ELSE
               MOVE WRK-CAT-CREDITO TO LB-CATEGORIA
            END-IF
            MOVE WRK-LINHA-BANCO TO RECN-REPORT-REC
            PERFORM GRAVA-LINHA-RELATORIO
            MOVE WB-DATE (BCX)   TO DR-DATE
            MOVE LB-CATEGORIA    TO DR-CATEGORIA
            MOVE WB-AMOUNT (BCX) TO DR-VALOR
            MOVE ZERO            TO DR-SALDO
            WRITE DRAFT-REC
            IF DRFT-FILE-STATUS NOT = '00'
               STRING 'WRITE DRAFT-FILE FAILED, STATUS '
                  DRFT-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-BANKRECN
            END-IF
         END-IF.

       GRAVA-CONCILIACAO.
      *saldo do extrato + pendencias do livro - itens so no banco
      *= saldo do livro na data do extrato
         COMPUTE WRK-SALDO-AJUSTADO = WRK-SALDO-BANCO
            + WRK-TOT-PEND-LIVRO - WRK-TOT-SO-BANCO.
         COMPUTE WRK-DIFERENCA =
            WRK-SALDO-AJUSTADO - WRK-SALDO-LIVRO.
         PERFORM GRAVA-LINHA-RELATORIO.
         MOVE 'CONCILIACAO' TO RECN-REPORT-REC.
         PERFORM GRAVA-LINHA-RELATORIO.
         MOVE 'SALDO DO EXTRATO' TO LT-TEXTO.
         MOVE WRK-SALDO-BANCO TO LT-VALOR.
         PERFORM GRAVA-LINHA-TOTAL.
         MOVE '(+/-) PENDENCIAS SO NO LIVRO' TO LT-TEXTO.
         MOVE WRK-TOT-PEND-LIVRO TO LT-VALOR.
         PERFORM GRAVA-LINHA-TOTAL.
         MOVE '(-/+) ITENS SO NO BANCO' TO LT-TEXTO.
         MOVE WRK-TOT-SO-BANCO TO LT-VALOR.
         PERFORM GRAVA-LINHA-TOTAL.
         MOVE 'SALDO BANCARIO AJUSTADO' TO LT-TEXTO.
         MOVE WRK-SALDO-AJUSTADO TO LT-VALOR.
         PERFORM GRAVA-LINHA-TOTAL.
         MOVE 'SALDO DO LIVRO (LG-SALDO)' TO LT-TEXTO.
         MOVE WRK-SALDO-LIVRO TO LT-VALOR.
         PERFORM GRAVA-LINHA-TOTAL.
         MOVE 'DIFERENCA' TO LT-TEXTO.
         MOVE WRK-DIFERENCA TO LT-VALOR.
         PERFORM GRAVA-LINHA-TOTAL.
         IF WRK-DIFERENCA = ZERO
            MOVE 'CONCILIACAO FECHADA.' TO RECN-REPORT-REC
         ELSE
            MOVE '*** CONCILIACAO NAO FECHA - CONFERIR ***'
               TO RECN-REPORT-REC
         END-IF.
         PERFORM GRAVA-LINHA-RELATORIO.

       GRAVA-LINHA-TOTAL.
         MOVE WRK-LINHA-TOTAL TO RECN-REPORT-REC.
         PERFORM GRAVA-LINHA-RELATORIO.

       GRAVA-LINHA-RELATORIO.
         WRITE RECN-REPORT-REC.
         IF RPT-FILE-STATUS NOT = '00'
            STRING 'WRITE RECN-REPORT FAILED, STATUS '
               RPT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-BANKRECN
         END-IF.
         MOVE SPACES TO RECN-REPORT-REC.

       GRAVA-PENDENCIAS.
      *o que nao casou dos dois lados volta na proxima conciliacao
         OPEN OUTPUT LEDGER-OUT.
         IF LOUT-FILE-STATUS NOT = '00'
            STRING 'OPEN OUTPUT LEDGER-OUT FAILED, STATUS '
               LOUT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-BANKRECN
         END-IF.
         MOVE 'C'            TO LO-REC-TYPE.
         MOVE WRK-LEDGER-SEQ TO LO-LEDGER-SEQ.
         PERFORM GRAVA-PENDENCIA-LIVRO.
         IF WRK-LIV-QTD > ZERO
            PERFORM GRAVA-UMA-PENDENCIA-LIVRO
               VARYING LVX FROM 1 BY 1
               UNTIL LVX > WRK-LIV-QTD
         END-IF.
         CLOSE LEDGER-OUT.
         OPEN OUTPUT BANK-PEND.
         IF PEND-FILE-STATUS NOT = '00'
            STRING 'OPEN OUTPUT BANK-PEND FAILED, STATUS '
               PEND-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-BANKRECN
         END-IF.
         IF WRK-BCO-QTD > ZERO
            PERFORM GRAVA-UM-BANCO-PENDENTE
               VARYING BCX FROM 1 BY 1
               UNTIL BCX > WRK-BCO-QTD
         END-IF.
         CLOSE BANK-PEND.

       GRAVA-UMA-PENDENCIA-LIVRO.
         IF WL-CONCILIADO (LVX) = 'N'
            MOVE 'O'          TO LO-REC-TYPE
            MOVE WL-SEQ (LVX) TO LO-LEDGER-SEQ
            PERFORM GRAVA-PENDENCIA-LIVRO
         END-IF.

       GRAVA-PENDENCIA-LIVRO.
         WRITE LEDGER-OUT-REC.
         IF LOUT-FILE-STATUS NOT = '00'
            STRING 'WRITE LEDGER-OUT FAILED, STATUS '
               LOUT-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-BANKRECN
         END-IF.

       GRAVA-UM-BANCO-PENDENTE.
         IF WB-CONCILIADO (BCX) = 'N'
            MOVE WB-DATE (BCX)      TO BP-DATE
            MOVE WB-AMOUNT (BCX)    TO BP-AMOUNT
            MOVE WB-REFERENCE (BCX) TO BP-REFERENCE
            MOVE WB-BALANCE (BCX)   TO BP-BALANCE
            WRITE BANK-PEND-REC
            IF PEND-FILE-STATUS NOT = '00'
               STRING 'WRITE BANK-PEND FAILED, STATUS '
                  PEND-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-BANKRECN
            END-IF
         END-IF.

       ENCERRA.
         DISPLAY 'CONCILIADOS: ' WRK-QTD-CONC
            '  SO NO LIVRO: ' WRK-QTD-PEND-LIVRO
            '  SO NO BANCO: ' WRK-QTD-SO-BANCO.
         IF WRK-DIFERENCA NOT = ZERO
            DISPLAY 'CONCILIACAO NAO FECHA - VER RECNRPT'
            MOVE 4 TO RETURN-CODE
         ELSE
            MOVE ZERO TO RETURN-CODE
         END-IF.
         STOP RUN.

      *erro grave de I/O: mostra a mensagem e interrompe a execucao
       ABEND-BANKRECN.
         DISPLAY 'BANKRECN ABEND: ' WRK-ABEND-TEXT.
         MOVE 8 TO RETURN-CODE.
         STOP RUN.
