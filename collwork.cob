      *relatorio: quem trabalha o que fica registrado na fila, e o
      *carry-over do CollQBld preserva o trabalho na remontagem da
      *noite. Arquivo inteiro em memoria, regravado no final, como
      *o TaxXref faz. Conta colocada na agencia externa pelo
      *AgyPlace ('A') fica fora do trabalho da casa.
      *O acordo parcelado ("tanto por mes durante tantos meses") e
      *montado aqui tambem, como plano de pagamento no REPLANS: o
      *item vai para 'P' e o PlanMon acompanha as parcelas toda
      *noite, sem o cobrador redigitar promessa a cada mes.
      *A lista do cobrador mostra o score de bureau mais recente de
      *cada conta (SCOREHST do ScoreIn) e poe na frente, marcadas
      *com '*', as contas com score abaixo do minimo do SCRPARM -
      *quem esta piorando tambem la fora e ligado primeiro.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CollWork IS INITIAL PROGRAM.
       FILE-CONTROL.
           SELECT COLL-QUEUE ASSIGN TO COLLQ
               FILE STATUS IS COLQ-FILE-STATUS.
           SELECT PLAN-FILE ASSIGN TO REPLANS
               FILE STATUS IS PLAN-FILE-STATUS.
           SELECT SCORE-PARM ASSIGN TO SCRPARM
               FILE STATUS IS SPRM-FILE-STATUS.
           SELECT SCORE-HIST ASSIGN TO SCOREHST
               FILE STATUS IS SHST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *layout compartilhado no copybook COLLQUE
           COPY COLLQUE.

       FD  PLAN-FILE RECORDING MODE F.
      *layout compartilhado no copybook REPLAN
           COPY REPLAN.

       FD  SCORE-PARM RECORDING MODE F.
      *mesmo record de regra lido pelo ScoreIn; so o score minimo
      *interessa aqui
       01  SCORE-PARM-REC.
           05 SP-DROP-POINTS    PIC 9(4) .
           05 SP-MIN-SCORE      PIC 9(4) .

       FD  SCORE-HIST RECORDING MODE F.
      *layout compartilhado no copybook SCOREHST
           COPY SCOREHST.

       WORKING-STORAGE SECTION.
       01  COLQ-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PLAN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PLAN-EOF          PIC X(1) VALUE 'N'.
           88 PLAN-EOF          VALUE 'Y'.
       01  SPRM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SHST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-SHST-EOF          PIC X(1) VALUE 'N'.
           88 SHST-EOF          VALUE 'Y'.
       01  WS-MIN-SCORE         PIC 9(4) VALUE 550.
       01  WS-LIST-PASS         PIC X(1) VALUE SPACE.
           88 PASS-LOW-SCORE    VALUE 'L'.
           88 PASS-OTHERS       VALUE 'O'.
       01  WS-ITEM-LOW          PIC X(1) VALUE 'N'.
           88 ITEM-LOW-SCORE    VALUE 'Y'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-COLQ-EOF          PIC X(1) VALUE 'N'.
           88 COLQ-EOF          VALUE 'Y'.
              10 WQ-LAST-ACTION PIC 9(8).
              10 WQ-FIRST-QUEUED PIC 9(8).
              10 WQ-BALANCE     PIC S9(7)V99.
              10 WQ-SCORE       PIC 9(4).

      *planos de pagamento em memoria, regravados no final junto
      *com a fila; o record vai inteiro na tabela, o CollWork so
      *inclui plano novo e nao mexe no acompanhamento do PlanMon
       01  WS-PLAN-TABLE.
           05 WS-PLAN-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PLAN-ENTRY     PIC X(80) OCCURS 1000 TIMES
                 INDEXED BY PLX.
       01  WS-PLAN-CHANGED      PIC X(1) VALUE 'N'.
           88 PLAN-CHANGED      VALUE 'Y'.
       01  WS-PLAN-ACTIVE       PIC X(1) VALUE 'N'.
           88 PLAN-ACTIVE       VALUE 'Y'.
       01  WS-NEW-INST-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-NEW-INST-AMOUNT   PIC 9(7)V99 VALUE ZERO.
       01  WS-NEW-FREQUENCY     PIC X(1) VALUE SPACE.
           88 FREQUENCIA-VALIDA VALUES 'W' 'B' 'M'.
       01  WS-NEW-START-DATE    PIC 9(8) VALUE ZERO.
       01  WS-AMOUNT-ED         PIC $$,$$$,$$9.99.

       01  WS-OPCAO             PIC 9 VALUE ZERO.
           88 OPCAO-LISTA       VALUE 1.
           88 OPCAO-ATUALIZA    VALUE 2.
           88 OPCAO-ASSUME      VALUE 3.
           88 OPCAO-PLANO       VALUE 4.
           88 OPCAO-SAI         VALUE 9.
       01  WS-COLLECTOR-ID      PIC X(8) VALUE SPACES.
       01  WS-ACCT-PEDIDA       PIC X(8) VALUE SPACES.
           ACCEPT WS-COLLECTOR-ID FROM CONSOLE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM CARREGA-FILA.
           PERFORM CARREGA-PLANOS.
           PERFORM LE-PARAMETRO-SCORE.
           PERFORM CARREGA-SCORES.
           PERFORM MENU-FILA UNTIL OPCAO-SAI.
           PERFORM REGRAVA-FILA.
           IF PLAN-CHANGED
              PERFORM REGRAVA-PLANOS
           END-IF.
           GOBACK.

       CARREGA-FILA.
                 MOVE CQ-LAST-ACTION  TO WQ-LAST-ACTION (QX)
                 MOVE CQ-FIRST-QUEUED TO WQ-FIRST-QUEUED (QX)
                 MOVE CQ-BALANCE      TO WQ-BALANCE (QX)
                 MOVE ZERO            TO WQ-SCORE (QX)
                 PERFORM LE-ITEM-FILA
              END-PERFORM
              CLOSE COLL-QUEUE
           DISPLAY '1 LISTAR MEUS ITENS'.
           DISPLAY '2 ATUALIZAR SITUACAO DE UM ITEM'.
           DISPLAY '3 ASSUMIR ITEM DE OUTRO COBRADOR'.
           DISPLAY '4 MONTAR PLANO DE PAGAMENTO'.
           DISPLAY '9 GRAVAR E SAIR'.
           ACCEPT WS-OPCAO FROM CONSOLE.
           EVALUATE TRUE
                 PERFORM ATUALIZA-ITEM
              WHEN OPCAO-ASSUME
                 PERFORM ASSUME-ITEM
              WHEN OPCAO-PLANO
                 PERFORM MONTA-PLANO
              WHEN OPCAO-SAI
                 CONTINUE
              WHEN OTHER
           END-EVALUATE.

       LISTA-MEUS-ITENS.
      *duas passadas: primeiro as contas de score baixo, depois as
      *outras, cada grupo na ordem da fila
           MOVE ZERO TO WS-LIST-COUNT.
           IF WS-QUEUE-COUNT > ZERO
              MOVE 'L' TO WS-LIST-PASS
              PERFORM LISTA-UM-ITEM
                 VARYING QX FROM 1 BY 1
                 UNTIL QX > WS-QUEUE-COUNT
              MOVE 'O' TO WS-LIST-PASS
              PERFORM LISTA-UM-ITEM
                 VARYING QX FROM 1 BY 1
                 UNTIL QX > WS-QUEUE-COUNT
           END-IF.

       LISTA-UM-ITEM.
      *conta colocada na agencia externa ('A') nao e mais
      *trabalhada pela casa e sai da lista do cobrador
           MOVE 'N' TO WS-ITEM-LOW.
           IF WQ-SCORE (QX) > ZERO
              AND WQ-SCORE (QX) < WS-MIN-SCORE
              MOVE 'Y' TO WS-ITEM-LOW
           END-IF.
           IF WQ-COLLECTOR (QX) = WS-COLLECTOR-ID
              AND WQ-STATUS (QX) NOT = 'X'
              AND WQ-STATUS (QX) NOT = 'A'
              AND ((PASS-LOW-SCORE AND ITEM-LOW-SCORE)
                OR (PASS-OTHERS AND NOT ITEM-LOW-SCORE))
              ADD 1 TO WS-LIST-COUNT
              MOVE WQ-BALANCE (QX) TO WS-BALANCE-ED
              IF ITEM-LOW-SCORE
                 DISPLAY '*' WQ-ACCT-NO (QX) ' (' WQ-STATUS (QX) ') '
                    WS-BALANCE-ED ' DESDE ' WQ-FIRST-QUEUED (QX)
                    ' ULT.ACAO ' WQ-LAST-ACTION (QX)
                    ' SCORE ' WQ-SCORE (QX)
              ELSE
                 DISPLAY ' ' WQ-ACCT-NO (QX) ' (' WQ-STATUS (QX) ') '
                    WS-BALANCE-ED ' DESDE ' WQ-FIRST-QUEUED (QX)
                    ' ULT.ACAO ' WQ-LAST-ACTION (QX)
                    ' SCORE ' WQ-SCORE (QX)
              END-IF
           END-IF.

       LE-PARAMETRO-SCORE.
      *record de regra opcional: sem SCRPARM vale o mesmo score
      *minimo default do ScoreIn
           OPEN INPUT SCORE-PARM.
           IF SPRM-FILE-STATUS = '00'
              READ SCORE-PARM
              IF SPRM-FILE-STATUS = '00'
                 AND SP-MIN-SCORE NUMERIC
                 AND SP-MIN-SCORE > ZERO
                 MOVE SP-MIN-SCORE TO WS-MIN-SCORE
              END-IF
              CLOSE SCORE-PARM
           END-IF.

       CARREGA-SCORES.
      *score mais recente de cada conta da fila; sem o SCOREHST a
      *lista sai na ordem da fila, como sempre
           OPEN INPUT SCORE-HIST.
           IF SHST-FILE-STATUS = '05' OR SHST-FILE-STATUS = '35'
              MOVE 'Y' TO WS-SHST-EOF
           ELSE
              IF SHST-FILE-STATUS NOT = '00'
                 STRING 'OPEN SCORE-HIST FAILED, STATUS '
                    SHST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-COLLWORK
              END-IF
              PERFORM LE-SCORE
              PERFORM UNTIL SHST-EOF
                 MOVE SH-ACCT-NO TO WS-ACCT-PEDIDA
                 PERFORM PROCURA-ITEM
                 IF ITEM-FOUND
                    SET QX TO WS-FOUND-SUB
                    MOVE SH-CUR-SCORE TO WQ-SCORE (QX)
                 END-IF
                 PERFORM LE-SCORE
              END-PERFORM
              CLOSE SCORE-HIST
           END-IF.
           MOVE SPACES TO WS-ACCT-PEDIDA.

       LE-SCORE.
           READ SCORE-HIST
              AT END MOVE 'Y' TO WS-SHST-EOF
           END-READ.
           IF SHST-FILE-STATUS NOT = '00'
              AND SHST-FILE-STATUS NOT = '10'
              STRING 'READ SCORE-HIST FAILED, STATUS '
                 SHST-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-COLLWORK
           END-IF.

       PROCURA-ITEM.
              DISPLAY 'CONTA NAO ESTA NA FILA.'
           ELSE
              SET QX TO WS-FOUND-SUB
              EVALUATE TRUE
                 WHEN WQ-STATUS (QX) = 'A'
                    DISPLAY 'CONTA COLOCADA NA AGENCIA EXTERNA.'
                 WHEN WQ-COLLECTOR (QX) NOT = WS-COLLECTOR-ID
                    DISPLAY 'ITEM DE OUTRO COBRADOR ('
                       WQ-COLLECTOR (QX) ') - USE A OPCAO 3.'
                 WHEN OTHER
                    PERFORM PEDE-SITUACAO
              END-EVALUATE
           END-IF.

       PEDE-SITUACAO.
           DISPLAY 'SITUACAO NOVA (C/P/L/U/X): '.
           ACCEPT WS-NOVA-SITUACAO FROM CONSOLE.
           IF SITUACAO-VALIDA
              MOVE WS-NOVA-SITUACAO TO WQ-STATUS (QX)
              MOVE WS-TODAY-DATE    TO WQ-LAST-ACTION (QX)
              DISPLAY 'ITEM ATUALIZADO.'
           ELSE
              DISPLAY 'SITUACAO INVALIDA.'
           END-IF.

       ASSUME-ITEM.
              DISPLAY 'CONTA NAO ESTA NA FILA.'
           ELSE
              SET QX TO WS-FOUND-SUB
              IF WQ-STATUS (QX) = 'A'
                 DISPLAY 'CONTA COLOCADA NA AGENCIA EXTERNA.'
              ELSE
                 DISPLAY 'ITEM ERA DE ' WQ-COLLECTOR (QX) '.'
                 MOVE WS-COLLECTOR-ID TO WQ-COLLECTOR (QX)
                 MOVE WS-TODAY-DATE   TO WQ-LAST-ACTION (QX)
                 DISPLAY 'ITEM ASSUMIDO.'
              END-IF
           END-IF.

       CARREGA-PLANOS.
      *na primeira execucao o REPLANS ainda nao existe: comeca com
      *o arquivo vazio em vez de abortar
           OPEN INPUT PLAN-FILE.
           IF PLAN-FILE-STATUS = '05' OR PLAN-FILE-STATUS = '35'
              MOVE 'Y' TO WS-PLAN-EOF
           ELSE
              IF PLAN-FILE-STATUS NOT = '00'
                 STRING 'OPEN PLAN-FILE FAILED, STATUS '
                    PLAN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-COLLWORK
              END-IF
              PERFORM LE-PLANO
              PERFORM UNTIL PLAN-EOF OR WS-PLAN-COUNT = 1000
                 ADD 1 TO WS-PLAN-COUNT
                 SET PLX TO WS-PLAN-COUNT
                 MOVE REPAY-PLAN-REC TO WS-PLAN-ENTRY (PLX)
                 PERFORM LE-PLANO
              END-PERFORM
              CLOSE PLAN-FILE
      *-------mesma regra da fila: tabela cheia com record sobrando
      *-------perderia planos na regravacao
              IF NOT PLAN-EOF
                 STRING 'PLAN TABLE FULL, 1000 LOADED WITH '
                    'RECORDS REMAINING' DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-COLLWORK
              END-IF
           END-IF.

       LE-PLANO.
           READ PLAN-FILE
              AT END MOVE 'Y' TO WS-PLAN-EOF
           END-READ.
           IF PLAN-FILE-STATUS NOT = '00'
              AND PLAN-FILE-STATUS NOT = '10'
              STRING 'READ PLAN-FILE FAILED, STATUS '
                 PLAN-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-COLLWORK
           END-IF.

       MONTA-PLANO.
      *o plano e fechado pelo cobrador dono do item; a conta fica
      *com um plano em vigor por vez, e a primeira parcela nao
      *pode ser retroativa
           DISPLAY 'NUMERO DA CONTA (ACCT-NO): '.
           ACCEPT WS-ACCT-PEDIDA FROM CONSOLE.
           PERFORM PROCURA-ITEM.
           IF NOT ITEM-FOUND
              DISPLAY 'CONTA NAO ESTA NA FILA.'
           ELSE
              SET QX TO WS-FOUND-SUB
              PERFORM PROCURA-PLANO-ATIVO
              EVALUATE TRUE
                 WHEN WQ-STATUS (QX) = 'A'
                    DISPLAY 'CONTA COLOCADA NA AGENCIA EXTERNA.'
                 WHEN WQ-COLLECTOR (QX) NOT = WS-COLLECTOR-ID
                    DISPLAY 'ITEM DE OUTRO COBRADOR ('
                       WQ-COLLECTOR (QX) ') - USE A OPCAO 3.'
                 WHEN PLAN-ACTIVE
                    DISPLAY 'CONTA JA TEM PLANO EM VIGOR.'
                 WHEN WS-PLAN-COUNT = 1000
                    DISPLAY 'ARQUIVO CHEIO (1000 PLANOS).'
                 WHEN OTHER
                    PERFORM PEDE-DADOS-PLANO
              END-EVALUATE
           END-IF.

       PEDE-DADOS-PLANO.
           DISPLAY 'NUMERO DE PARCELAS: '.
           ACCEPT WS-NEW-INST-COUNT FROM CONSOLE.
           DISPLAY 'VALOR DA PARCELA: '.
           ACCEPT WS-NEW-INST-AMOUNT FROM CONSOLE.
           DISPLAY 'PERIODICIDADE (W SEMANAL/B QUINZENAL/M MENSAL): '.
           ACCEPT WS-NEW-FREQUENCY FROM CONSOLE.
           DISPLAY 'DATA DA PRIMEIRA PARCELA (AAAAMMDD): '.
           ACCEPT WS-NEW-START-DATE FROM CONSOLE.
           EVALUATE TRUE
              WHEN WS-NEW-INST-COUNT = ZERO
                 OR WS-NEW-INST-AMOUNT = ZERO
                 DISPLAY 'PARCELAS E VALOR SAO OBRIGATORIOS.'
              WHEN NOT FREQUENCIA-VALIDA
                 DISPLAY 'PERIODICIDADE INVALIDA.'
              WHEN WS-NEW-START-DATE < WS-TODAY-DATE
                 DISPLAY 'PRIMEIRA PARCELA NAO PODE SER RETROATIVA.'
              WHEN OTHER
                 PERFORM INCLUI-PLANO
           END-EVALUATE.

       INCLUI-PLANO.
      *o item da fila passa a 'P' com a acao de hoje: a conta esta
      *em acordo ate o PlanMon dizer o contrario
           MOVE SPACES             TO REPAY-PLAN-REC.
           MOVE WS-ACCT-PEDIDA     TO RP-ACCT-NO.
           MOVE WS-NEW-INST-COUNT  TO RP-INST-COUNT.
           MOVE WS-NEW-INST-AMOUNT TO RP-INST-AMOUNT.
           MOVE WS-NEW-FREQUENCY   TO RP-FREQUENCY.
           MOVE WS-NEW-START-DATE  TO RP-START-DATE.
           MOVE WS-COLLECTOR-ID    TO RP-OPERATOR-ID.
           MOVE 'A'                TO RP-STATUS.
           MOVE ZERO               TO RP-PAID-COUNT.
           MOVE ZERO               TO RP-MISSED-COUNT.
           MOVE WS-NEW-START-DATE  TO RP-NEXT-DUE-DATE.
           MOVE ZERO               TO RP-PAID-TO-DATE.
           MOVE ZERO               TO RP-BROKEN-DATE.
           ADD 1 TO WS-PLAN-COUNT.
           SET PLX TO WS-PLAN-COUNT.
           MOVE REPAY-PLAN-REC TO WS-PLAN-ENTRY (PLX).
           MOVE 'Y' TO WS-PLAN-CHANGED.
           MOVE 'P'           TO WQ-STATUS (QX).
           MOVE WS-TODAY-DATE TO WQ-LAST-ACTION (QX).
           MOVE WS-NEW-INST-AMOUNT TO WS-AMOUNT-ED.
           DISPLAY 'PLANO MONTADO: ' WS-NEW-INST-COUNT ' X '
              WS-AMOUNT-ED ' A PARTIR DE ' WS-NEW-START-DATE '.'.

       PROCURA-PLANO-ATIVO.
           MOVE 'N' TO WS-PLAN-ACTIVE.
           IF WS-PLAN-COUNT > ZERO
              PERFORM CONFERE-UM-PLANO
                 VARYING PLX FROM 1 BY 1
                 UNTIL PLX > WS-PLAN-COUNT OR PLAN-ACTIVE
           END-IF.

       CONFERE-UM-PLANO.
           MOVE WS-PLAN-ENTRY (PLX) TO REPAY-PLAN-REC.
           IF RP-ACCT-NO = WS-ACCT-PEDIDA
              AND RP-ST-ACTIVE
              MOVE 'Y' TO WS-PLAN-ACTIVE
           END-IF.

       REGRAVA-PLANOS.
           OPEN OUTPUT PLAN-FILE.
           IF PLAN-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT PLAN-FILE FAILED, STATUS '
                 PLAN-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-COLLWORK
           END-IF.
           PERFORM GRAVA-UM-PLANO
              VARYING PLX FROM 1 BY 1
              UNTIL PLX > WS-PLAN-COUNT.
           CLOSE PLAN-FILE.
           DISPLAY 'ARQUIVO REPLANS GRAVADO COM ' WS-PLAN-COUNT
              ' PLANOS.'.

       GRAVA-UM-PLANO.
           MOVE WS-PLAN-ENTRY (PLX) TO REPAY-PLAN-REC.
           WRITE REPAY-PLAN-REC.
           IF PLAN-FILE-STATUS NOT = '00'
              STRING 'WRITE PLAN-FILE FAILED, STATUS '
                 PLAN-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-COLLWORK
           END-IF.

       REGRAVA-FILA.
