      *Revisao em duplo controle da postagem: o AcctPost poe na fila
      *PSTHOLD o movimento que a triagem reteve (valor acima do teto
      *do REVPARM, muitas vezes acima da media da conta, ou conta com
      *itens demais na noite) em vez de aplica-lo. Aqui um segundo
      *operador, com sign-on conferido no OPERMAST, ve cada item com
      *o motivo, a media da conta e a contagem da noite, e libera ou
      *rejeita; os liberados saem no arquivo PSTRLSE, que o AcctPost
      *aplica no proximo ciclo antes do trabalho novo, e os
      *rejeitados na listagem PSTHREJ para devolver a origem. Cada
      *decisao passa pelo AUDITLOG com o ID do revisor.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostRvw IS INITIAL PROGRAM.
       AUTHOR. Julio Bittencourt
      *IS INITIAL PROGRAM reseta o estado do FD a cada CALL (mesmo
      *motivo documentado em AUDITLOG)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO PSTHOLD
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT RELEASED-OUT ASSIGN TO PSTRLSE
               FILE STATUS IS RLSE-FILE-STATUS.
           SELECT REJECT-LIST ASSIGN TO PSTHREJ
               FILE STATUS IS REJL-FILE-STATUS.
           SELECT OPER-MASTER ASSIGN TO OPERMAST
               FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE RECORDING MODE F.
      *mesmo layout gravado pelo AcctPost na fila de revisao
           COPY REVHOLD.

       FD  RELEASED-OUT RECORDING MODE F.
      *movimentos liberados, no layout do PSTTXN, prontos para o
      *AcctPost aplicar; o arquivo acumula ate a proxima postagem,
      *que o esvazia depois de aplicar
       01  RELEASED-OUT-REC      PIC X(53).

       FD  REJECT-LIST RECORDING MODE F.
      *itens rejeitados pelo revisor, para devolver a origem
       01  REJECT-LIST-REC.
           05 RJ-REVIEWED-BY    PIC X(8).
           05 FILLER            PIC X(2).
           05 RJ-REVIEW-DATE    PIC 9(8).
           05 FILLER            PIC X(2).
           05 RJ-HOLD-REASON    PIC X(20).
           05 FILLER            PIC X(2).
           05 RJ-TXN-IMAGE      PIC X(53).

       FD  OPER-MASTER RECORDING MODE F.
      *mesmo cadastro de operadores conferido no sign-on do
      *MainMenu; layout compartilhado no copybook OPERMAST
           COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01  HOLD-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RLSE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  REJL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-HOLD-EOF          PIC X(1) VALUE 'N'.
           88 HOLD-EOF          VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.

      *fila inteira em memoria: o que nao for decidido nesta sessao
      *volta para a fila regravada no final
       01  WS-HOLD-TABLE.
           05 WS-HOLD-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-HOLD-ENTRY OCCURS 200 TIMES
                 INDEXED BY HDX.
              10 WH-HOLD-REC    PIC X(108).
              10 WH-DECISION    PIC X(1).
                 88 WH-RELEASED     VALUE 'L'.
                 88 WH-REJECTED     VALUE 'R'.
                 88 WH-STILL-HELD   VALUE 'P'.

      *visao da imagem do movimento para mostrar ao revisor
       01  WS-TXN-VIEW.
           05 TV-ACCT-NO        PIC X(8).
           05 TV-DC-CODE        PIC X(1).
           05 TV-AMOUNT         PIC S9(7)V99.
           05 TV-REF-SEQ        PIC 9(7).
           05 TV-XFER-ACCT-NO   PIC X(8).
           05 FILLER            PIC X(12).
           05 TV-EFF-DATE       PIC 9(8).
       01  WS-AMOUNT-ED         PIC $$,$$$,$$9.99-.
       01  WS-AVERAGE-ED        PIC $$,$$$,$$9.99.

       01  OPER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-OPER-EOF          PIC X(1) VALUE 'N'.
           88 OPER-EOF          VALUE 'Y'.
       01  WS-REVIEWER-ID       PIC X(8) VALUE SPACES.
       01  WS-TRY-PASSWORD      PIC X(8) VALUE SPACES.
       01  WS-SIGNED-ON         PIC X(1) VALUE 'N'.
           88 SIGNED-ON         VALUE 'Y'.
       01  WS-SIGNON-TRIES      PIC 9(1) VALUE ZERO.
       01  WS-ANSWER            PIC X(1) VALUE SPACE.
       01  WS-RELEASED-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-REJECTED-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-KEPT-COUNT        PIC 9(3) VALUE ZERO.

      *área de parâmetros trocada com o subprograma AUDITLOG
       COPY AUDITPRM.

       PROCEDURE DIVISION.

       INICIO-POSTRVW.
      *o revisor faz sign-on de verdade, conferido no mesmo
      *cadastro OPERMAST do MainMenu - um ID digitado de qualquer
      *jeito nao abre a fila
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM FAZ-SIGNON-REVISOR
              UNTIL SIGNED-ON OR WS-SIGNON-TRIES = 3.
           IF NOT SIGNED-ON
              DISPLAY 'SIGN-ON DO REVISOR RECUSADO. ENCERRANDO.'
              GOBACK
           END-IF.
           PERFORM CARREGA-RETIDOS.
           IF WS-HOLD-COUNT = ZERO
              DISPLAY 'NENHUM MOVIMENTO RETIDO PARA REVISAO.'
           ELSE
              PERFORM REVISA-ITEM
                 VARYING HDX FROM 1 BY 1
                 UNTIL HDX > WS-HOLD-COUNT
              PERFORM GRAVA-DECISOES
           END-IF.
           GOBACK.

       FAZ-SIGNON-REVISOR.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY 'ID DO OPERADOR REVISOR: '.
           ACCEPT WS-REVIEWER-ID FROM CONSOLE.
           DISPLAY 'SENHA: '.
           ACCEPT WS-TRY-PASSWORD FROM CONSOLE.
           PERFORM VALIDA-REVISOR.
           IF NOT SIGNED-ON
              DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
           END-IF.

       VALIDA-REVISOR.
           MOVE 'N' TO WS-OPER-EOF.
           OPEN INPUT OPER-MASTER.
           IF OPER-FILE-STATUS NOT = '00'
              STRING 'OPEN OPER-MASTER FAILED, STATUS '
                 OPER-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-POSTRVW
           END-IF.
           PERFORM LE-OPERADOR.
      *operador bloqueado ou desabilitado no cadastro nao abre a
      *fila de revisao, pelo mesmo controle do MainMenu
           PERFORM UNTIL OPER-EOF
              IF OP-ID = WS-REVIEWER-ID
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
              PERFORM ABEND-POSTRVW
           END-IF.

       CARREGA-RETIDOS.
           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-STATUS = '05' OR HOLD-FILE-STATUS = '35'
              MOVE 'Y' TO WS-HOLD-EOF
           ELSE
              IF HOLD-FILE-STATUS NOT = '00'
                 STRING 'OPEN HOLD-FILE FAILED, STATUS '
                    HOLD-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-POSTRVW
              END-IF
              PERFORM LE-RETIDO
              PERFORM UNTIL HOLD-EOF OR WS-HOLD-COUNT = 200
                 ADD 1 TO WS-HOLD-COUNT
                 SET HDX TO WS-HOLD-COUNT
                 MOVE REVIEW-HOLD-REC TO WH-HOLD-REC (HDX)
                 MOVE 'P'             TO WH-DECISION (HDX)
                 PERFORM LE-RETIDO
              END-PERFORM
              CLOSE HOLD-FILE
      *-------a fila e regravada a partir da tabela no final: parar
      *-------antes do fim do arquivo destruiria em silencio todo
      *-------retido alem do 200o - melhor parar aqui
              IF NOT HOLD-EOF
                 STRING 'HOLD TABLE FULL, 200 LOADED WITH RECORDS '
                    'REMAINING' DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-POSTRVW
              END-IF
           END-IF.

       LE-RETIDO.
           READ HOLD-FILE
              AT END MOVE 'Y' TO WS-HOLD-EOF
           END-READ.
           IF HOLD-FILE-STATUS NOT = '00'
              AND HOLD-FILE-STATUS NOT = '10'
              STRING 'READ HOLD-FILE FAILED, STATUS '
                 HOLD-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-POSTRVW
           END-IF.

       REVISA-ITEM.
      *mostra o item com o que disparou a retencao e colhe a
      *decisao
           MOVE WH-HOLD-REC (HDX) TO REVIEW-HOLD-REC.
           MOVE RV-TXN-IMAGE TO WS-TXN-VIEW.
           MOVE TV-AMOUNT TO WS-AMOUNT-ED.
           MOVE RV-ACCT-AVERAGE TO WS-AVERAGE-ED.
           DISPLAY '====================================='.
           DISPLAY 'RETIDO: CONTA ' TV-ACCT-NO
              '  TIPO ' TV-DC-CODE
              '  VALOR ' WS-AMOUNT-ED.
           IF TV-DC-CODE = 'T'
              DISPLAY 'TRANSFERENCIA PARA A CONTA ' TV-XFER-ACCT-NO
           END-IF.
           IF TV-EFF-DATE NUMERIC AND TV-EFF-DATE > ZERO
              DISPLAY 'VALOR RETROATIVO A ' TV-EFF-DATE
           END-IF.
           DISPLAY 'MOTIVO: ' RV-HOLD-REASON
              '  MEDIA DA CONTA ' WS-AVERAGE-ED
              '  ITENS NA NOITE ' RV-NIGHT-COUNT.
           DISPLAY 'DATA-MOVIMENTO ' RV-BUSINESS-DATE
              '  RETIDO EM ' RV-HOLD-DATE.
           DISPLAY 'L-LIBERA  R-REJEITA  S-PULA: '.
           ACCEPT WS-ANSWER FROM CONSOLE.
           EVALUATE WS-ANSWER
              WHEN 'L'
              WHEN 'l'
                 MOVE 'L' TO WH-DECISION (HDX)
                 PERFORM AUDITA-DECISAO
              WHEN 'R'
              WHEN 'r'
                 MOVE 'R' TO WH-DECISION (HDX)
                 PERFORM AUDITA-DECISAO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       AUDITA-DECISAO.
      *o revisor vai no campo de programa da trilha (cabe nos
      *mesmos 8 bytes, como o Apprvl ja faz) e o evento distingue
      *liberacao de rejeicao
           MOVE WS-REVIEWER-ID TO AUDIT-PGM-NAME.
           IF WH-RELEASED (HDX)
              MOVE 'RLESE' TO AUDIT-EVENT
           ELSE
              MOVE 'REJCT' TO AUDIT-EVENT
           END-IF.
           MOVE ZERO TO AUDIT-REC-COUNT.
           MOVE ZERO TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       GRAVA-DECISOES.
      *liberados sao apensados ao arquivo de liberadas (uma segunda
      *sessao antes da postagem nao pode apagar a primeira),
      *rejeitados vao para a listagem de devolucao, o resto volta
      *para a fila; na primeira vez o OPEN EXTEND vira OUTPUT
           OPEN EXTEND RELEASED-OUT.
           IF RLSE-FILE-STATUS = '05' OR RLSE-FILE-STATUS = '35'
              OPEN OUTPUT RELEASED-OUT
           END-IF.
           IF RLSE-FILE-STATUS NOT = '00'
              STRING 'OPEN RELEASED-OUT FAILED, STATUS '
                 RLSE-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-POSTRVW
           END-IF.
           OPEN OUTPUT REJECT-LIST.
           IF REJL-FILE-STATUS NOT = '00'
              STRING 'OPEN REJECT-LIST FAILED, STATUS '
                 REJL-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-POSTRVW
           END-IF.
           PERFORM GRAVA-UMA-DECISAO
              VARYING HDX FROM 1 BY 1
              UNTIL HDX > WS-HOLD-COUNT.
           CLOSE RELEASED-OUT.
           CLOSE REJECT-LIST.
           PERFORM REGRAVA-FILA-RETIDOS.
           DISPLAY 'LIBERADOS: ' WS-RELEASED-COUNT
              '  REJEITADOS: ' WS-REJECTED-COUNT
              '  MANTIDOS NA FILA: ' WS-KEPT-COUNT.

       GRAVA-UMA-DECISAO.
           MOVE WH-HOLD-REC (HDX) TO REVIEW-HOLD-REC.
           EVALUATE TRUE
              WHEN WH-RELEASED (HDX)
                 ADD 1 TO WS-RELEASED-COUNT
                 MOVE RV-TXN-IMAGE TO RELEASED-OUT-REC
                 WRITE RELEASED-OUT-REC
                 IF RLSE-FILE-STATUS NOT = '00'
                    STRING 'WRITE RELEASED-OUT FAILED, STATUS '
                       RLSE-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-TEXT
                    PERFORM ABEND-POSTRVW
                 END-IF
              WHEN WH-REJECTED (HDX)
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE SPACES TO REJECT-LIST-REC
                 MOVE WS-REVIEWER-ID  TO RJ-REVIEWED-BY
                 MOVE WS-TODAY-DATE   TO RJ-REVIEW-DATE
                 MOVE RV-HOLD-REASON  TO RJ-HOLD-REASON
                 MOVE RV-TXN-IMAGE    TO RJ-TXN-IMAGE
                 WRITE REJECT-LIST-REC
                 IF REJL-FILE-STATUS NOT = '00'
                    STRING 'WRITE REJECT-LIST FAILED, STATUS '
                       REJL-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-TEXT
                    PERFORM ABEND-POSTRVW
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-KEPT-COUNT
           END-EVALUATE.

       REGRAVA-FILA-RETIDOS.
           OPEN OUTPUT HOLD-FILE.
           IF HOLD-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT HOLD-FILE FAILED, STATUS '
                 HOLD-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-POSTRVW
           END-IF.
           PERFORM REGRAVA-UM-RETIDO
              VARYING HDX FROM 1 BY 1
              UNTIL HDX > WS-HOLD-COUNT.
           CLOSE HOLD-FILE.

       REGRAVA-UM-RETIDO.
           IF WH-STILL-HELD (HDX)
              MOVE WH-HOLD-REC (HDX) TO REVIEW-HOLD-REC
              WRITE REVIEW-HOLD-REC
              IF HOLD-FILE-STATUS NOT = '00'
                 STRING 'WRITE HOLD-FILE FAILED, STATUS '
                    HOLD-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-POSTRVW
              END-IF
           END-IF.

       ABEND-POSTRVW.
      *erro grave de I/O: mostra a mensagem e encerra sem mexer na
      *fila
           DISPLAY 'POSTRVW ABEND: ' WS-ABEND-TEXT.
           GOBACK.
