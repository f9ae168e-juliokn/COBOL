      *Aprovacao em duplo controle da isencao de tarifa e do credito
      *de cortesia: o WaivEnt poe na fila PENDWAIV o pedido acima do
      *teto da classe do operador em vez de lancar o credito. Aqui
      *um segundo operador - obrigatoriamente um ID diferente de
      *quem pediu - ve cada pedido com a conta, o valor, a tarifa,
      *o motivo e a agencia, e aprova ou rejeita. O aprovado sai no
      *PSTRLSE como movimento 'W', que o AcctPost aplica no proximo
      *ciclo; aprovado e rejeitado entram no historico WAIVHIST com
      *o ID e a data da decisao, e passam pelo AUDITLOG com o ID do
      *aprovador, como no Apprvl.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WaivApr IS INITIAL PROGRAM.
       AUTHOR. Julio Bittencourt
      *IS INITIAL PROGRAM reseta o estado do FD a cada CALL (mesmo
      *motivo documentado em AUDITLOG)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO PENDWAIV
               FILE STATUS IS PEND-FILE-STATUS.
           SELECT WAIV-HIST ASSIGN TO WAIVHIST
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT RELEASED-OUT ASSIGN TO PSTRLSE
               FILE STATUS IS RLSE-FILE-STATUS.
           SELECT OPER-MASTER ASSIGN TO OPERMAST
               FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE RECORDING MODE F.
      *mesmo layout WAIVREQ gravado pelo WaivEnt na fila
       01  PEND-WAIV-REC         PIC X(80).

       FD  WAIV-HIST RECORDING MODE F.
      *layout compartilhado no copybook WAIVREQ
           COPY WAIVREQ.

       FD  RELEASED-OUT RECORDING MODE F.
      *movimentos aprovados, no layout do PSTTXN, que o AcctPost
      *aplica no proximo ciclo e depois esvazia
           COPY PSTTXN.

       FD  OPER-MASTER RECORDING MODE F.
      *mesmo cadastro de operadores conferido no sign-on do
      *MainMenu; layout compartilhado no copybook OPERMAST
           COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01  PEND-FILE-STATUS     PIC X(2) VALUE '00'.
       01  HIST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RLSE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-PEND-EOF          PIC X(1) VALUE 'N'.
           88 PEND-EOF          VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.

      *fila inteira em memoria: o que nao for decidido nesta sessao
      *volta para a fila regravada no final
       01  WS-PEND-TABLE.
           05 WS-PEND-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-PEND-ENTRY OCCURS 200 TIMES
                 INDEXED BY PDX.
              10 WP-REQ-IMAGE   PIC X(80).
              10 WP-DECISION    PIC X(1).
                 88 WP-APPROVED     VALUE 'A'.
                 88 WP-REJECTED     VALUE 'R'.
                 88 WP-STILL-PEND   VALUE 'P'.

       01  WS-AMOUNT-ED         PIC $$,$$$,$$9.99.

       01  OPER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-OPER-EOF          PIC X(1) VALUE 'N'.
           88 OPER-EOF          VALUE 'Y'.
       01  WS-APPROVER-ID       PIC X(8) VALUE SPACES.
       01  WS-TRY-PASSWORD      PIC X(8) VALUE SPACES.
       01  WS-SIGNED-ON         PIC X(1) VALUE 'N'.
           88 SIGNED-ON         VALUE 'Y'.
       01  WS-SIGNON-TRIES      PIC 9(1) VALUE ZERO.
       01  WS-ANSWER            PIC X(1) VALUE SPACE.
       01  WS-APPROVED-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-REJECTED-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-KEPT-COUNT        PIC 9(3) VALUE ZERO.

      *área de parâmetros trocada com o subprograma AUDITLOG
       COPY AUDITPRM.

       PROCEDURE DIVISION.

       INICIO-WAIVAPR.
      *o aprovador faz sign-on de verdade, conferido no mesmo
      *cadastro OPERMAST do MainMenu - um ID digitado de qualquer
      *jeito nao abre a fila
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM FAZ-SIGNON-APROVADOR
              UNTIL SIGNED-ON OR WS-SIGNON-TRIES = 3.
           IF NOT SIGNED-ON
              DISPLAY 'SIGN-ON DO APROVADOR RECUSADO. ENCERRANDO.'
              GOBACK
           END-IF.
           PERFORM CARREGA-PENDENTES.
           IF WS-PEND-COUNT = ZERO
              DISPLAY 'NENHUM PEDIDO DE ISENCAO PENDENTE.'
           ELSE
              PERFORM REVISA-PEDIDO
                 VARYING PDX FROM 1 BY 1
                 UNTIL PDX > WS-PEND-COUNT
              PERFORM GRAVA-DECISOES
           END-IF.
           GOBACK.

       FAZ-SIGNON-APROVADOR.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY 'ID DO OPERADOR APROVADOR: '.
           ACCEPT WS-APPROVER-ID FROM CONSOLE.
           DISPLAY 'SENHA: '.
           ACCEPT WS-TRY-PASSWORD FROM CONSOLE.
           PERFORM VALIDA-APROVADOR.
           IF NOT SIGNED-ON
              DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
           END-IF.

       VALIDA-APROVADOR.
           MOVE 'N' TO WS-OPER-EOF.
           OPEN INPUT OPER-MASTER.
           IF OPER-FILE-STATUS NOT = '00'
              STRING 'OPEN OPER-MASTER FAILED, STATUS '
                 OPER-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-WAIVAPR
           END-IF.
           PERFORM LE-OPERADOR.
      *operador bloqueado ou desabilitado no cadastro nao abre a
      *fila de aprovacao, pelo mesmo controle do MainMenu
           PERFORM UNTIL OPER-EOF
              IF OP-ID = WS-APPROVER-ID
                 AND OP-PASSWORD = WS-TRY-PASSWORD
                 AND OP-ST-ACTIVE
                 MOVE 'Y' TO WS-SIGNED-ON
              END-IF
              PERFORM LE-OPERADOR
           END-PERFORM.
           CLOSE OPER-MASTER.

       LE-OPERADOR.
           READ OPER-MASTER
              AT END MOVE 'Y' TO WS-OPER-EOF
           END-READ.
           IF OPER-FILE-STATUS NOT = '00'
              AND OPER-FILE-STATUS NOT = '10'
              STRING 'READ OPER-MASTER FAILED, STATUS '
                 OPER-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-WAIVAPR
           END-IF.

       CARREGA-PENDENTES.
           OPEN INPUT PEND-FILE.
           IF PEND-FILE-STATUS = '05' OR PEND-FILE-STATUS = '35'
              MOVE 'Y' TO WS-PEND-EOF
           ELSE
              IF PEND-FILE-STATUS NOT = '00'
                 STRING 'OPEN PEND-FILE FAILED, STATUS '
                    PEND-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-WAIVAPR
              END-IF
              PERFORM LE-PENDENTE
              PERFORM UNTIL PEND-EOF OR WS-PEND-COUNT = 200
                 ADD 1 TO WS-PEND-COUNT
                 SET PDX TO WS-PEND-COUNT
                 MOVE PEND-WAIV-REC TO WP-REQ-IMAGE (PDX)
                 MOVE 'P'           TO WP-DECISION (PDX)
                 PERFORM LE-PENDENTE
              END-PERFORM
              CLOSE PEND-FILE
      *-------a fila e regravada a partir da tabela no final: parar
      *-------antes do fim do arquivo destruiria em silencio todo
      *-------pendente alem do 200o - melhor parar aqui
              IF NOT PEND-EOF
                 STRING 'PEND TABLE FULL, 200 LOADED WITH RECORDS '
                    'REMAINING' DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-WAIVAPR
              END-IF
           END-IF.

       LE-PENDENTE.
           READ PEND-FILE
              AT END MOVE 'Y' TO WS-PEND-EOF
           END-READ.
           IF PEND-FILE-STATUS NOT = '00'
              AND PEND-FILE-STATUS NOT = '10'
              STRING 'READ PEND-FILE FAILED, STATUS '
                 PEND-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-WAIVAPR
           END-IF.

       REVISA-PEDIDO.
      *mostra o pedido e colhe a decisao; o aprovador nao pode ser
      *o mesmo ID que pediu a isencao - e o ponto inteiro do duplo
      *controle
           MOVE WP-REQ-IMAGE (PDX) TO WAIVER-REQ-REC.
           MOVE WR-AMOUNT TO WS-AMOUNT-ED.
           DISPLAY '====================================='.
           IF WR-FEE-WAIVER
              DISPLAY 'ISENCAO DE TARIFA: CONTA ' WR-ACCT-NO
                 '  VALOR ' WS-AMOUNT-ED
              DISPLAY 'TARIFA ' WR-FEE-CODE
                 ' COBRADA EM ' WR-ASSESS-DATE
           ELSE
              DISPLAY 'CREDITO DE CORTESIA: CONTA ' WR-ACCT-NO
                 '  VALOR ' WS-AMOUNT-ED
           END-IF.
           DISPLAY 'MOTIVO ' WR-REASON-CODE '  AGENCIA ' WR-BRANCH
              '  PEDIDO POR ' WR-ENTERED-BY ' EM ' WR-ENTRY-DATE.
           IF WR-ENTERED-BY = WS-APPROVER-ID
              DISPLAY 'MESMO OPERADOR QUE PEDIU - NAO PODE'
                 ' APROVAR O PROPRIO PEDIDO. PEDIDO MANTIDO NA FILA.'
           ELSE
              DISPLAY 'A-APROVA  R-REJEITA  S-PULA: '
              ACCEPT WS-ANSWER FROM CONSOLE
              EVALUATE WS-ANSWER
                 WHEN 'A'
                 WHEN 'a'
                    MOVE 'A' TO WP-DECISION (PDX)
                    PERFORM AUDITA-DECISAO
                 WHEN 'R'
                 WHEN 'r'
                    MOVE 'R' TO WP-DECISION (PDX)
                    PERFORM AUDITA-DECISAO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       AUDITA-DECISAO.
      *o aprovador vai no campo de programa da trilha (cabe nos
      *mesmos 8 bytes, como o sign-on do MainMenu ja faz) e o
      *evento distingue aprovacao de rejeicao
           MOVE WS-APPROVER-ID TO AUDIT-PGM-NAME.
           IF WP-APPROVED (PDX)
              MOVE 'APPRV' TO AUDIT-EVENT
           ELSE
              MOVE 'REJCT' TO AUDIT-EVENT
           END-IF.
           MOVE ZERO TO AUDIT-REC-COUNT.
           MOVE ZERO TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       GRAVA-DECISOES.
      *aprovados sao apensados ao PSTRLSE (uma segunda sessao antes
      *da postagem nao pode apagar a primeira), toda decisao vai
      *para o historico, o resto volta para a fila; na primeira vez
      *o OPEN EXTEND vira OUTPUT
           OPEN EXTEND RELEASED-OUT.
           IF RLSE-FILE-STATUS = '05' OR RLSE-FILE-STATUS = '35'
              OPEN OUTPUT RELEASED-OUT
           END-IF.
           IF RLSE-FILE-STATUS NOT = '00'
              STRING 'OPEN RELEASED-OUT FAILED, STATUS '
                 RLSE-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-WAIVAPR
           END-IF.
           OPEN EXTEND WAIV-HIST.
           IF HIST-FILE-STATUS = '05' OR HIST-FILE-STATUS = '35'
              OPEN OUTPUT WAIV-HIST
           END-IF.
           IF HIST-FILE-STATUS NOT = '00'
              STRING 'OPEN WAIV-HIST FAILED, STATUS '
                 HIST-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-WAIVAPR
           END-IF.
           PERFORM GRAVA-UMA-DECISAO
              VARYING PDX FROM 1 BY 1
              UNTIL PDX > WS-PEND-COUNT.
           CLOSE RELEASED-OUT.
           CLOSE WAIV-HIST.
           PERFORM REGRAVA-FILA-PENDENTE.
           DISPLAY 'APROVADOS: ' WS-APPROVED-COUNT
              '  REJEITADOS: ' WS-REJECTED-COUNT
              '  MANTIDOS NA FILA: ' WS-KEPT-COUNT.

       GRAVA-UMA-DECISAO.
           MOVE WP-REQ-IMAGE (PDX) TO WAIVER-REQ-REC.
           EVALUATE TRUE
              WHEN WP-APPROVED (PDX)
                 ADD 1 TO WS-APPROVED-COUNT
                 MOVE SPACES     TO POST-TXN-REC
                 MOVE WR-ACCT-NO TO PT-ACCT-NO
                 MOVE 'W'        TO PT-DC-CODE
                 MOVE WR-AMOUNT  TO PT-AMOUNT
                 MOVE ZERO       TO PT-REF-SEQ
                 MOVE ZERO       TO PT-ORIG-AMOUNT
                 MOVE ZERO       TO PT-EFF-DATE
                 WRITE POST-TXN-REC
                 IF RLSE-FILE-STATUS NOT = '00'
                    STRING 'WRITE RELEASED-OUT FAILED, STATUS '
                       RLSE-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-TEXT
                    PERFORM ABEND-WAIVAPR
                 END-IF
                 MOVE 'A' TO WR-STATUS
                 PERFORM GRAVA-HISTORICO
              WHEN WP-REJECTED (PDX)
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE 'R' TO WR-STATUS
                 PERFORM GRAVA-HISTORICO
              WHEN OTHER
                 ADD 1 TO WS-KEPT-COUNT
           END-EVALUATE.

       GRAVA-HISTORICO.
           MOVE WS-APPROVER-ID TO WR-APPROVED-BY.
           MOVE WS-TODAY-DATE  TO WR-DECISION-DATE.
           WRITE WAIVER-REQ-REC.
           IF HIST-FILE-STATUS NOT = '00'
              STRING 'WRITE WAIV-HIST FAILED, STATUS '
                 HIST-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-WAIVAPR
           END-IF.

       REGRAVA-FILA-PENDENTE.
           OPEN OUTPUT PEND-FILE.
           IF PEND-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT PEND-FILE FAILED, STATUS '
                 PEND-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-WAIVAPR
           END-IF.
           PERFORM REGRAVA-UM-PENDENTE
              VARYING PDX FROM 1 BY 1
              UNTIL PDX > WS-PEND-COUNT.
           CLOSE PEND-FILE.

       REGRAVA-UM-PENDENTE.
           IF WP-STILL-PEND (PDX)
              MOVE WP-REQ-IMAGE (PDX) TO PEND-WAIV-REC
              WRITE PEND-WAIV-REC
              IF PEND-FILE-STATUS NOT = '00'
                 STRING 'WRITE PEND-FILE FAILED, STATUS '
                    PEND-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-WAIVAPR
              END-IF
           END-IF.

       ABEND-WAIVAPR.
      *erro grave de I/O: mostra a mensagem e encerra sem mexer na
      *fila
           DISPLAY 'WAIVAPR ABEND: ' WS-ABEND-TEXT.
           GOBACK.
