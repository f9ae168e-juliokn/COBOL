      *Isencao de tarifa e credito de cortesia pelo console: a
      *agencia estornava multa de atraso e tarifa de estouro com um
      *credito comum no PSTTXN, sem motivo nenhum, e a auditoria
      *achou um operador com centenas de isencoes. Aqui o operador,
      *com sign-on conferido no OPERMAST, pede a isencao de uma
      *tarifa cobrada (conta, codigo e data de cobranca conferidos
      *no FEEJRNL) ou um credito de cortesia, sempre com o codigo
      *de motivo e a agencia. Ate o teto da classe dele no WAIVPARM
      *o movimento 'W' sai direto no PSTRLSE, que o AcctPost aplica
      *no proximo ciclo; acima do teto o pedido vai para a fila
      *PENDWAIV e espera outro operador no WaivApr. Todo pedido
      *fica no historico WAIVHIST e passa pelo AUDITLOG com o ID do
      *operador.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WaivEnt IS INITIAL PROGRAM.
       AUTHOR. Julio Bittencourt
      *IS INITIAL PROGRAM reseta o estado do FD a cada CALL (mesmo
      *motivo documentado em AUDITLOG)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-MASTER ASSIGN TO OPERMAST
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT WAIV-PARM ASSIGN TO WAIVPARM
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT FEE-JOURNAL ASSIGN TO FEEJRNL
               FILE STATUS IS FJRN-FILE-STATUS.
           SELECT WAIV-HIST ASSIGN TO WAIVHIST
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT PEND-FILE ASSIGN TO PENDWAIV
               FILE STATUS IS PEND-FILE-STATUS.
           SELECT RELEASED-OUT ASSIGN TO PSTRLSE
               FILE STATUS IS RLSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-MASTER RECORDING MODE F.
      *mesmo cadastro de operadores conferido no sign-on do
      *MainMenu; layout compartilhado no copybook OPERMAST
           COPY OPERMAST.

       FD  WAIV-PARM RECORDING MODE F.
      *teto de isencao por pedido para cada classe de operador;
      *classe sem linha tem teto zero e todo pedido dela vai para
      *a fila de aprovacao
       01  WAIV-PARM-REC.
           05 WP-CLASS          PIC X(1).
           05 WP-CEILING        PIC 9(7)V99.

       FD  ACCT-REC RECORDING MODE F.
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD  FEE-JOURNAL RECORDING MODE F.
      *mesmo layout gravado pelo FeeAsmt
       01  FEE-JOURNAL-REC.
           05 FJ-ACCT-NO        PIC X(8).
           05 FILLER            PIC X(2).
           05 FJ-FEE-CODE       PIC X(4).
           05 FILLER            PIC X(2).
           05 FJ-AMOUNT         PIC X(13).
           05 FILLER            PIC X(2).
           05 FJ-ASSESS-DATE    PIC 9(8).

       FD  WAIV-HIST RECORDING MODE F.
      *layout compartilhado no copybook WAIVREQ
           COPY WAIVREQ.

       FD  PEND-FILE RECORDING MODE F.
      *mesmo layout WAIVREQ; aqui so a chave da tarifa, para a
      *conferencia de pedido repetido
       01  PEND-WAIV-REC.
           05 PW-REQ-TYPE       PIC X(1).
           05 PW-ACCT-NO        PIC X(8).
           05 FILLER            PIC X(9).
           05 PW-FEE-CODE       PIC X(4).
           05 PW-ASSESS-DATE    PIC 9(8).
           05 FILLER            PIC X(50).

       FD  RELEASED-OUT RECORDING MODE F.
      *movimentos ja aprovados, no layout do PSTTXN, que o AcctPost
      *aplica no proximo ciclo e depois esvazia
           COPY PSTTXN.

       WORKING-STORAGE SECTION.
       01  OPER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  FJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  HIST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PEND-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RLSE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-OPER-EOF          PIC X(1) VALUE 'N'.
           88 OPER-EOF          VALUE 'Y'.
       01  WS-PARM-EOF          PIC X(1) VALUE 'N'.
           88 PARM-EOF          VALUE 'Y'.
       01  WS-FJRN-EOF          PIC X(1) VALUE 'N'.
           88 FJRN-EOF          VALUE 'Y'.
       01  WS-HIST-EOF          PIC X(1) VALUE 'N'.
           88 HIST-EOF          VALUE 'Y'.
       01  WS-PEND-EOF          PIC X(1) VALUE 'N'.
           88 PEND-EOF          VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.

      *sign-on do operador; a classe dele decide o teto
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-TRY-PASSWORD      PIC X(8) VALUE SPACES.
       01  WS-OPER-CLASS        PIC X(1) VALUE SPACE.
       01  WS-SIGNED-ON         PIC X(1) VALUE 'N'.
           88 SIGNED-ON         VALUE 'Y'.
       01  WS-SIGNON-TRIES      PIC 9(1) VALUE ZERO.
       01  WS-BRANCH            PIC X(4) VALUE SPACES.

      *tetos por classe carregados do WAIVPARM
       01  WS-CEIL-TABLE.
           05 WS-CEIL-COUNT     PIC 9(2) VALUE ZERO.
           05 WS-CEIL-ENTRY OCCURS 20 TIMES
                 INDEXED BY CLX.
              10 WC-CLASS       PIC X(1).
              10 WC-CEILING     PIC 9(7)V99.
       01  WS-CEILING           PIC 9(7)V99 VALUE ZERO.

       01  WS-OPCAO             PIC 9 VALUE ZERO.
           88 OPCAO-ISENCAO     VALUE 1.
           88 OPCAO-CORTESIA    VALUE 2.
           88 OPCAO-SAI         VALUE 9.

      *campos digitados do pedido
       01  WS-NEW-TYPE          PIC X(1) VALUE SPACE.
       01  WS-NEW-ACCT-NO       PIC X(8) VALUE SPACES.
       01  WS-NEW-FEE-CODE      PIC X(4) VALUE SPACES.
       01  WS-NEW-ASSESS-DATE   PIC 9(8) VALUE ZERO.
       01  WS-NEW-REASON        PIC X(4) VALUE SPACES.
       01  WS-NEW-AMOUNT        PIC 9(7)V99 VALUE ZERO.

      *resultado das conferencias do pedido
       01  WS-ACCT-FOUND        PIC X(1) VALUE 'N'.
           88 ACCT-FOUND        VALUE 'Y'.
       01  WS-ACCT-CLOSED       PIC X(1) VALUE 'N'.
           88 ACCT-CLOSED       VALUE 'Y'.
       01  WS-FEE-FOUND         PIC X(1) VALUE 'N'.
           88 FEE-FOUND         VALUE 'Y'.
       01  WS-FEE-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       01  WS-DUP-FOUND         PIC X(1) VALUE 'N'.
           88 DUP-FOUND         VALUE 'Y'.

      *pedidos da sessao, gravados no final nos arquivos de saida
       01  WS-REQ-TABLE.
           05 WS-REQ-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-REQ-ENTRY OCCURS 100 TIMES
                 INDEXED BY RQX.
              10 WQ-ACCT-NO     PIC X(8).
              10 WQ-FEE-CODE    PIC X(4).
              10 WQ-ASSESS-DATE PIC 9(8).
              10 WQ-REQ-IMAGE   PIC X(80).
       01  WS-POSTED-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-QUEUED-COUNT      PIC 9(3) VALUE ZERO.

       01  WS-AMOUNT-ED         PIC $$,$$$,$$9.99.

      *área de parâmetros trocada com o subprograma AUDITLOG
       COPY AUDITPRM.

       PROCEDURE DIVISION.

       INICIO-WAIVENT.
      *o operador faz sign-on de verdade, conferido no OPERMAST: e
      *a classe do cadastro, e nao um ID digitado de qualquer
      *jeito, que decide ate onde ele isenta sem segundo operador
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM FAZ-SIGNON-OPERADOR
              UNTIL SIGNED-ON OR WS-SIGNON-TRIES = 3.
           IF NOT SIGNED-ON
              DISPLAY 'SIGN-ON DO OPERADOR RECUSADO. ENCERRANDO.'
              GOBACK
           END-IF.
           PERFORM CARREGA-TETOS.
           PERFORM ACHA-TETO-DA-CLASSE.
           MOVE WS-CEILING TO WS-AMOUNT-ED.
           DISPLAY 'TETO DE ISENCAO SEM APROVACAO: ' WS-AMOUNT-ED.
           DISPLAY 'AGENCIA: '.
           ACCEPT WS-BRANCH FROM CONSOLE.
           OPEN INPUT ACCT-REC.
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS '
                 ACCT-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-WAIVENT
           END-IF.
           PERFORM MENU-ISENCAO UNTIL OPCAO-SAI.
           CLOSE ACCT-REC.
           PERFORM GRAVA-PEDIDOS.
           GOBACK.

       FAZ-SIGNON-OPERADOR.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY 'ID DO OPERADOR: '.
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           DISPLAY 'SENHA: '.
           ACCEPT WS-TRY-PASSWORD FROM CONSOLE.
           PERFORM VALIDA-OPERADOR.
           IF NOT SIGNED-ON
              DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
           END-IF.

       VALIDA-OPERADOR.
           MOVE 'N' TO WS-OPER-EOF.
           OPEN INPUT OPER-MASTER.
           IF OPER-FILE-STATUS NOT = '00'
              STRING 'OPEN OPER-MASTER FAILED, STATUS '
                 OPER-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-WAIVENT
           END-IF.
           PERFORM LE-OPERADOR.
      *operador bloqueado ou desabilitado no cadastro nao isenta,
      *pelo mesmo controle do MainMenu
           PERFORM UNTIL OPER-EOF
              IF OP-ID = WS-OPERATOR-ID
                 AND OP-PASSWORD = WS-TRY-PASSWORD
                 AND OP-ST-ACTIVE
                 MOVE 'Y' TO WS-SIGNED-ON
                 MOVE OP-CLASS TO WS-OPER-CLASS
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
              PERFORM ABEND-WAIVENT
           END-IF.

       CARREGA-TETOS.
      *parametro opcional: sem WAIVPARM todo pedido vai para a fila
           OPEN INPUT WAIV-PARM.
           IF PARM-FILE-STATUS = '00'
              PERFORM LE-TETO
              PERFORM UNTIL PARM-EOF OR WS-CEIL-COUNT = 20
                 IF WP-CEILING NUMERIC
                    ADD 1 TO WS-CEIL-COUNT
                    SET CLX TO WS-CEIL-COUNT
                    MOVE WP-CLASS   TO WC-CLASS (CLX)
                    MOVE WP-CEILING TO WC-CEILING (CLX)
                 END-IF
                 PERFORM LE-TETO
              END-PERFORM
              CLOSE WAIV-PARM
           END-IF.

       LE-TETO.
           READ WAIV-PARM
              AT END MOVE 'Y' TO WS-PARM-EOF
           END-READ.
           IF PARM-FILE-STATUS NOT = '00'
              AND PARM-FILE-STATUS NOT = '10'
              STRING 'READ WAIV-PARM FAILED, STATUS '
                 PARM-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-WAIVENT
           END-IF.

       ACHA-TETO-DA-CLASSE.
           MOVE ZERO TO WS-CEILING.
           IF WS-CEIL-COUNT > ZERO
              SET CLX TO 1
              SEARCH WS-CEIL-ENTRY
                 AT END CONTINUE
                 WHEN CLX > WS-CEIL-COUNT
                    CONTINUE
                 WHEN WC-CLASS (CLX) = WS-OPER-CLASS
                    MOVE WC-CEILING (CLX) TO WS-CEILING
              END-SEARCH
           END-IF.

       MENU-ISENCAO.
           DISPLAY '====================================='.
           DISPLAY 'ISENCAO DE TARIFA / CREDITO DE CORTESIA'.
           DISPLAY '1 ISENTAR TARIFA COBRADA (FEEJRNL)'.
           DISPLAY '2 CREDITO DE CORTESIA'.
           DISPLAY '9 GRAVAR E SAIR'.
           ACCEPT WS-OPCAO FROM CONSOLE.
           EVALUATE TRUE
              WHEN OPCAO-ISENCAO
                 PERFORM PEDE-ISENCAO
              WHEN OPCAO-CORTESIA
                 PERFORM PEDE-CORTESIA
              WHEN OPCAO-SAI
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA...'
           END-EVALUATE.

       PEDE-ISENCAO.
      *a isencao aponta a tarifa cobrada: conta, codigo e data de
      *cobranca tem de estar no FEEJRNL, e a mesma tarifa nao pode
      *ser isentada duas vezes
           DISPLAY 'NUMERO DA CONTA (ACCT-NO): '.
           ACCEPT WS-NEW-ACCT-NO FROM CONSOLE.
           DISPLAY 'CODIGO DA TARIFA: '.
           ACCEPT WS-NEW-FEE-CODE FROM CONSOLE.
           DISPLAY 'DATA DA COBRANCA (AAAAMMDD): '.
           ACCEPT WS-NEW-ASSESS-DATE FROM CONSOLE.
           DISPLAY 'VALOR ISENTADO (ZERO = TARIFA TODA): '.
           ACCEPT WS-NEW-AMOUNT FROM CONSOLE.
           DISPLAY 'MOTIVO (BKER FRST RETN HARD SERV GOOD): '.
           ACCEPT WS-NEW-REASON FROM CONSOLE.
           PERFORM CONSULTA-CONTA.
           PERFORM PROCURA-TARIFA.
           PERFORM PROCURA-DUPLICADO.
           MOVE WS-NEW-REASON TO WR-REASON-CODE.
           EVALUATE TRUE
              WHEN WS-NEW-ACCT-NO = SPACES
                 OR WS-NEW-FEE-CODE = SPACES
                 OR WS-NEW-ASSESS-DATE = ZERO
                 DISPLAY 'CONTA, TARIFA E DATA SAO OBRIGATORIAS.'
              WHEN NOT WR-REASON-VALID
                 DISPLAY 'CODIGO DE MOTIVO INVALIDO.'
              WHEN NOT ACCT-FOUND
                 DISPLAY 'CONTA NAO ENCONTRADA.'
              WHEN ACCT-CLOSED
                 DISPLAY 'CONTA ENCERRADA - SEM ISENCAO.'
              WHEN NOT FEE-FOUND
                 DISPLAY 'TARIFA NAO ENCONTRADA NO FEEJRNL.'
              WHEN DUP-FOUND
                 DISPLAY 'TARIFA JA ISENTADA OU COM PEDIDO NA FILA.'
              WHEN WS-NEW-AMOUNT > WS-FEE-AMOUNT
                 DISPLAY 'VALOR ACIMA DA TARIFA COBRADA.'
              WHEN WS-REQ-COUNT = 100
                 DISPLAY 'LIMITE DE 100 PEDIDOS NA SESSAO.'
              WHEN OTHER
                 IF WS-NEW-AMOUNT = ZERO
                    MOVE WS-FEE-AMOUNT TO WS-NEW-AMOUNT
                 END-IF
                 MOVE 'W' TO WS-NEW-TYPE
                 PERFORM INCLUI-PEDIDO
           END-EVALUATE.

       PEDE-CORTESIA.
      *credito de cortesia nao tem tarifa de origem: so conta,
      *valor e motivo
           MOVE SPACES TO WS-NEW-FEE-CODE.
           MOVE ZERO   TO WS-NEW-ASSESS-DATE.
           DISPLAY 'NUMERO DA CONTA (ACCT-NO): '.
           ACCEPT WS-NEW-ACCT-NO FROM CONSOLE.
           DISPLAY 'VALOR DO CREDITO: '.
           ACCEPT WS-NEW-AMOUNT FROM CONSOLE.
           DISPLAY 'MOTIVO (BKER FRST RETN HARD SERV GOOD): '.
           ACCEPT WS-NEW-REASON FROM CONSOLE.
           PERFORM CONSULTA-CONTA.
           MOVE WS-NEW-REASON TO WR-REASON-CODE.
           EVALUATE TRUE
              WHEN WS-NEW-ACCT-NO = SPACES
                 OR WS-NEW-AMOUNT = ZERO
                 DISPLAY 'CONTA E VALOR SAO OBRIGATORIOS.'
              WHEN NOT WR-REASON-VALID
                 DISPLAY 'CODIGO DE MOTIVO INVALIDO.'
              WHEN NOT ACCT-FOUND
                 DISPLAY 'CONTA NAO ENCONTRADA.'
              WHEN ACCT-CLOSED
                 DISPLAY 'CONTA ENCERRADA - SEM CREDITO.'
              WHEN WS-REQ-COUNT = 100
                 DISPLAY 'LIMITE DE 100 PEDIDOS NA SESSAO.'
              WHEN OTHER
                 MOVE 'G' TO WS-NEW-TYPE
                 PERFORM INCLUI-PEDIDO
           END-EVALUATE.

       CONSULTA-CONTA.
      *conta encerrada, em perdas ou remetida ao estado nao recebe
      *credito de isencao
           MOVE 'N' TO WS-ACCT-FOUND.
           MOVE 'N' TO WS-ACCT-CLOSED.
           MOVE WS-NEW-ACCT-NO TO ACCT-NO.
           READ ACCT-REC.
           EVALUATE TRUE
              WHEN ACCT-FILE-STATUS = '23'
                 CONTINUE
              WHEN ACCT-FILE-STATUS NOT = '00'
                 STRING 'READ ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-WAIVENT
              WHEN OTHER
                 MOVE 'Y' TO WS-ACCT-FOUND
                 IF ACCT-ST-CLOSED OR ACCT-ST-CHGOFF
                    OR ACCT-ST-ESCHEAT
                    MOVE 'Y' TO WS-ACCT-CLOSED
                 END-IF
           END-EVALUATE.

       PROCURA-TARIFA.
      *varre o FEEJRNL atras da tarifa cobrada; o valor vem editado
      *e o NUMVAL-C devolve a magnitude
           MOVE 'N' TO WS-FEE-FOUND.
           MOVE ZERO TO WS-FEE-AMOUNT.
           MOVE 'N' TO WS-FJRN-EOF.
           OPEN INPUT FEE-JOURNAL.
           IF FJRN-FILE-STATUS = '05' OR FJRN-FILE-STATUS = '35'
              MOVE 'Y' TO WS-FJRN-EOF
           ELSE
              IF FJRN-FILE-STATUS NOT = '00'
                 STRING 'OPEN FEE-JOURNAL FAILED, STATUS '
                    FJRN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-WAIVENT
              END-IF
              PERFORM LE-TARIFA
              PERFORM UNTIL FJRN-EOF OR FEE-FOUND
                 IF FJ-ACCT-NO = WS-NEW-ACCT-NO
                    AND FJ-FEE-CODE = WS-NEW-FEE-CODE
                    AND FJ-ASSESS-DATE = WS-NEW-ASSESS-DATE
                    MOVE 'Y' TO WS-FEE-FOUND
                    COMPUTE WS-FEE-AMOUNT =
                       FUNCTION NUMVAL-C (FJ-AMOUNT)
                 ELSE
                    PERFORM LE-TARIFA
                 END-IF
              END-PERFORM
              CLOSE FEE-JOURNAL
           END-IF.

       LE-TARIFA.
           READ FEE-JOURNAL
              AT END MOVE 'Y' TO WS-FJRN-EOF
           END-READ.
           IF FJRN-FILE-STATUS NOT = '00'
              AND FJRN-FILE-STATUS NOT = '10'
              STRING 'READ FEE-JOURNAL FAILED, STATUS '
                 FJRN-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-WAIVENT
           END-IF.

       PROCURA-DUPLICADO.
      *a tarifa ja isentada (postada direto ou aprovada no
      *historico), com pedido na fila ou pedida nesta sessao nao
      *aceita outro pedido
           MOVE 'N' TO WS-DUP-FOUND.
           MOVE 'N' TO WS-HIST-EOF.
           OPEN INPUT WAIV-HIST.
           IF HIST-FILE-STATUS = '05' OR HIST-FILE-STATUS = '35'
              MOVE 'Y' TO WS-HIST-EOF
           ELSE
              IF HIST-FILE-STATUS NOT = '00'
                 STRING 'OPEN WAIV-HIST FAILED, STATUS '
                    HIST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-WAIVENT
              END-IF
              PERFORM LE-HISTORICO
              PERFORM UNTIL HIST-EOF OR DUP-FOUND
                 IF WR-FEE-WAIVER
                    AND WR-ACCT-NO = WS-NEW-ACCT-NO
                    AND WR-FEE-CODE = WS-NEW-FEE-CODE
                    AND WR-ASSESS-DATE = WS-NEW-ASSESS-DATE
                    AND (WR-ST-POSTED OR WR-ST-APPROVED)
                    MOVE 'Y' TO WS-DUP-FOUND
                 ELSE
                    PERFORM LE-HISTORICO
                 END-IF
              END-PERFORM
              CLOSE WAIV-HIST
           END-IF.
           MOVE 'N' TO WS-PEND-EOF.
           OPEN INPUT PEND-FILE.
           IF PEND-FILE-STATUS = '05' OR PEND-FILE-STATUS = '35'
              MOVE 'Y' TO WS-PEND-EOF
           ELSE
              IF PEND-FILE-STATUS NOT = '00'
                 STRING 'OPEN PEND-FILE FAILED, STATUS '
                    PEND-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-WAIVENT
              END-IF
              PERFORM LE-PENDENTE
              PERFORM UNTIL PEND-EOF OR DUP-FOUND
                 IF PW-REQ-TYPE = 'W'
                    AND PW-ACCT-NO = WS-NEW-ACCT-NO
                    AND PW-FEE-CODE = WS-NEW-FEE-CODE
                    AND PW-ASSESS-DATE = WS-NEW-ASSESS-DATE
                    MOVE 'Y' TO WS-DUP-FOUND
                 ELSE
                    PERFORM LE-PENDENTE
                 END-IF
              END-PERFORM
              CLOSE PEND-FILE
           END-IF.
           IF WS-REQ-COUNT > ZERO AND NOT DUP-FOUND
              SET RQX TO 1
              SEARCH WS-REQ-ENTRY
                 AT END CONTINUE
                 WHEN RQX > WS-REQ-COUNT
                    CONTINUE
                 WHEN WQ-ACCT-NO (RQX) = WS-NEW-ACCT-NO
                    AND WQ-FEE-CODE (RQX) = WS-NEW-FEE-CODE
                    AND WQ-ASSESS-DATE (RQX) = WS-NEW-ASSESS-DATE
                    MOVE 'Y' TO WS-DUP-FOUND
              END-SEARCH
           END-IF.

       LE-HISTORICO.
           READ WAIV-HIST
              AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ.
           IF HIST-FILE-STATUS NOT = '00'
              AND HIST-FILE-STATUS NOT = '10'
              STRING 'READ WAIV-HIST FAILED, STATUS '
                 HIST-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-WAIVENT
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
              PERFORM ABEND-WAIVENT
           END-IF.

       INCLUI-PEDIDO.
      *ate o teto da classe o credito sai nesta noite; acima dele
      *o pedido espera outro operador no WaivApr
           MOVE SPACES             TO WAIVER-REQ-REC.
           MOVE WS-NEW-TYPE        TO WR-REQ-TYPE.
           MOVE WS-NEW-ACCT-NO     TO WR-ACCT-NO.
           MOVE WS-NEW-AMOUNT      TO WR-AMOUNT.
           MOVE WS-NEW-FEE-CODE    TO WR-FEE-CODE.
           MOVE WS-NEW-ASSESS-DATE TO WR-ASSESS-DATE.
           MOVE WS-NEW-REASON      TO WR-REASON-CODE.
           MOVE WS-BRANCH          TO WR-BRANCH.
           MOVE WS-OPERATOR-ID     TO WR-ENTERED-BY.
           MOVE WS-TODAY-DATE      TO WR-ENTRY-DATE.
           MOVE SPACES             TO WR-APPROVED-BY.
           MOVE WS-NEW-AMOUNT      TO WS-AMOUNT-ED.
           IF WS-NEW-AMOUNT > WS-CEILING
              MOVE ZERO            TO WR-DECISION-DATE
              MOVE 'Q'             TO WR-STATUS
              ADD 1 TO WS-QUEUED-COUNT
              DISPLAY 'ACIMA DO TETO DA CLASSE - ' WS-AMOUNT-ED
                 ' AGUARDA APROVACAO DE OUTRO OPERADOR.'
           ELSE
              MOVE WS-TODAY-DATE   TO WR-DECISION-DATE
              MOVE 'P'             TO WR-STATUS
              ADD 1 TO WS-POSTED-COUNT
              DISPLAY 'CREDITO DE ' WS-AMOUNT-ED ' SAI NESTA NOITE.'
           END-IF.
           ADD 1 TO WS-REQ-COUNT.
           SET RQX TO WS-REQ-COUNT.
           MOVE WS-NEW-ACCT-NO     TO WQ-ACCT-NO (RQX).
           MOVE WS-NEW-FEE-CODE    TO WQ-FEE-CODE (RQX).
           MOVE WS-NEW-ASSESS-DATE TO WQ-ASSESS-DATE (RQX).
           MOVE WAIVER-REQ-REC     TO WQ-REQ-IMAGE (RQX).
           PERFORM AUDITA-PEDIDO.

       AUDITA-PEDIDO.
      *o operador vai no campo de programa da trilha (cabe nos
      *mesmos 8 bytes, como o sign-on do MainMenu ja faz) e o
      *evento distingue o credito direto do pedido para a fila
           MOVE WS-OPERATOR-ID TO AUDIT-PGM-NAME.
           IF WR-ST-POSTED
              MOVE 'WAIVP' TO AUDIT-EVENT
           ELSE
              MOVE 'WAIVQ' TO AUDIT-EVENT
           END-IF.
           MOVE ZERO TO AUDIT-REC-COUNT.
           MOVE ZERO TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       GRAVA-PEDIDOS.
      *todo pedido vai para o historico; o direto sai tambem no
      *PSTRLSE e o acima do teto na fila. Os tres acumulam (outra
      *sessao antes da postagem nao pode apagar esta); na primeira
      *vez o OPEN EXTEND vira OUTPUT
           IF WS-REQ-COUNT > ZERO
              OPEN EXTEND WAIV-HIST
              IF HIST-FILE-STATUS = '05' OR HIST-FILE-STATUS = '35'
                 OPEN OUTPUT WAIV-HIST
              END-IF
              IF HIST-FILE-STATUS NOT = '00'
                 STRING 'OPEN WAIV-HIST FAILED, STATUS '
                    HIST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-WAIVENT
              END-IF
              OPEN EXTEND PEND-FILE
              IF PEND-FILE-STATUS = '05' OR PEND-FILE-STATUS = '35'
                 OPEN OUTPUT PEND-FILE
              END-IF
              IF PEND-FILE-STATUS NOT = '00'
                 STRING 'OPEN PEND-FILE FAILED, STATUS '
                    PEND-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-WAIVENT
              END-IF
              OPEN EXTEND RELEASED-OUT
              IF RLSE-FILE-STATUS = '05' OR RLSE-FILE-STATUS = '35'
                 OPEN OUTPUT RELEASED-OUT
              END-IF
              IF RLSE-FILE-STATUS NOT = '00'
                 STRING 'OPEN RELEASED-OUT FAILED, STATUS '
                    RLSE-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-WAIVENT
              END-IF
              PERFORM GRAVA-UM-PEDIDO
                 VARYING RQX FROM 1 BY 1
                 UNTIL RQX > WS-REQ-COUNT
              CLOSE WAIV-HIST
              CLOSE PEND-FILE
              CLOSE RELEASED-OUT
           END-IF.
           DISPLAY 'CREDITOS DIRETOS: ' WS-POSTED-COUNT
              '  PEDIDOS NA FILA: ' WS-QUEUED-COUNT.

       GRAVA-UM-PEDIDO.
           MOVE WQ-REQ-IMAGE (RQX) TO WAIVER-REQ-REC.
           WRITE WAIVER-REQ-REC.
           IF HIST-FILE-STATUS NOT = '00'
              STRING 'WRITE WAIV-HIST FAILED, STATUS '
                 HIST-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-WAIVENT
           END-IF.
           IF WR-ST-QUEUED
              MOVE WAIVER-REQ-REC TO PEND-WAIV-REC
              WRITE PEND-WAIV-REC
              IF PEND-FILE-STATUS NOT = '00'
                 STRING 'WRITE PEND-FILE FAILED, STATUS '
                    PEND-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-WAIVENT
              END-IF
           ELSE
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
                 PERFORM ABEND-WAIVENT
              END-IF
           END-IF.

       ABEND-WAIVENT.
      *erro grave de I/O: mostra a mensagem e volta ao MainMenu em
      *vez de encerrar a sessao toda
           DISPLAY 'WAIVENT ABEND: ' WS-ABEND-TEXT.
           GOBACK.
