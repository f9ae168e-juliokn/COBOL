      *Console de compliance da triagem de sancoes: o SancScrn, e a
      *triagem de inclusao do AcctMaint e do CoHldMnt, poem na fila
      *SANCHITS todo nome que casou com o WATCHLST. Aqui o analista,
      *com sign-on conferido no OPERMAST, ve cada acerto pendente
      *com o nome do cadastro, o nome da lista e a nota, e decide:
      *falso positivo (o acerto fica liberado e nao volta enquanto a
      *entrada da lista nao mudar de data) ou confirmado. Acerto
      *confirmado de conta existente gera a transacao de manutencao
      *'C' com situacao 'F' (congelada) no SANCTXN, no layout MNTTXN,
      *que o AcctMaint manda para o duplo controle do Apprvl como
      *toda mudanca para congelada; cliente do CUSTMST congela todas
      *as contas ligadas a ele no CUSTLNK. Inclusao parada no
      *SCRNHOLD com todos os acertos decididos volta liberada
      *(MNTSCRN ou COHSCRN) ou, com algum confirmado, sai descartada
      *na listagem SCRNREJ. Cada decisao passa pelo AUDITLOG com o
      *ID do analista.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SancRvw IS INITIAL PROGRAM.
       AUTHOR. Julio Bittencourt
      *IS INITIAL PROGRAM reseta o estado do FD a cada CALL (mesmo
      *motivo documentado em AUDITLOG)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HITS-FILE ASSIGN TO SANCHITS
               FILE STATUS IS HITS-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO SCRNHOLD
               FILE STATUS IS SHLD-FILE-STATUS.
           SELECT ACCT-SCREENED-OUT ASSIGN TO MNTSCRN
               FILE STATUS IS MSCR-FILE-STATUS.
           SELECT COH-SCREENED-OUT ASSIGN TO COHSCRN
               FILE STATUS IS CSCR-FILE-STATUS.
           SELECT REJECT-LIST ASSIGN TO SCRNREJ
               FILE STATUS IS REJL-FILE-STATUS.
           SELECT FREEZE-TXN-OUT ASSIGN TO SANCTXN
               FILE STATUS IS FRZ-FILE-STATUS.
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS.
           SELECT CUST-LINK ASSIGN TO CUSTLNK
               FILE STATUS IS LINK-FILE-STATUS.
           SELECT OPER-MASTER ASSIGN TO OPERMAST
               FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HITS-FILE RECORDING MODE F.
      *fila de acertos; layout compartilhado no copybook SANCHIT
           COPY SANCHIT.

       FD  HOLD-FILE RECORDING MODE F.
      *inclusoes paradas na triagem; layout compartilhado no
      *copybook SCRNHOLD
           COPY SCRNHOLD.

       FD  ACCT-SCREENED-OUT RECORDING MODE F.
      *contas novas liberadas, no layout MNTTXN, para o AcctMaint
      *aplicar; o arquivo acumula ate a proxima execucao dele
       01  ACCT-SCREENED-REC     PIC X(180).

       FD  COH-SCREENED-OUT RECORDING MODE F.
      *co-titulares novos liberados, no layout COHTXN, para o
      *CoHldMnt aplicar; o arquivo acumula ate a proxima execucao
       01  COH-SCREENED-REC      PIC X(52).

       FD  REJECT-LIST RECORDING MODE F.
      *inclusoes descartadas por acerto confirmado, para devolver a
      *origem
       01  REJECT-LIST-REC.
           05 RJ-REVIEWED-BY    PIC X(8).
           05 FILLER            PIC X(2).
           05 RJ-REVIEW-DATE    PIC 9(8).
           05 FILLER            PIC X(2).
           05 RJ-SOURCE         PIC X(1).
           05 FILLER            PIC X(2).
           05 RJ-KEY            PIC X(8).
           05 FILLER            PIC X(2).
           05 RJ-LAST-NAME      PIC X(20).
           05 FILLER            PIC X(1).
           05 RJ-FIRST-NAME     PIC X(15).
           05 FILLER            PIC X(2).
           05 RJ-ENTERED-BY     PIC X(8).

       FD  FREEZE-TXN-OUT RECORDING MODE F.
      *layout compartilhado no copybook MNTTXN
           COPY MNTTXN.

       FD  ACCT-REC RECORDING MODE F.
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD  CUST-LINK RECORDING MODE F.
      *mesmo layout mantido pelo CustMaint: um record por vinculo
      *cliente/conta
       01  CUST-LINK-REC.
           05 CL-CUST-NO        PIC X(8).
           05 CL-ACCT-NO        PIC X(8).

       FD  OPER-MASTER RECORDING MODE F.
      *mesmo cadastro de operadores conferido no sign-on do
      *MainMenu; layout compartilhado no copybook OPERMAST
           COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01  HITS-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SHLD-FILE-STATUS     PIC X(2) VALUE '00'.
       01  MSCR-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CSCR-FILE-STATUS     PIC X(2) VALUE '00'.
       01  REJL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  FRZ-FILE-STATUS      PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  LINK-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.

      *fila de acertos inteira em memoria, regravada no final com
      *as decisoes desta sessao
       01  WS-HIT-TABLE.
           05 WS-HIT-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-HIT-ENTRY OCCURS 5000 TIMES
                 INDEXED BY HTX.
              10 WH-HIT-REC     PIC X(150).
              10 WH-SOURCE      PIC X(1).
              10 WH-KEY         PIC X(8).
              10 WH-LAST-NAME   PIC X(20).
              10 WH-FIRST-NAME  PIC X(15).
              10 WH-HELD-FLAG   PIC X(1).
              10 WH-STATUS      PIC X(1).
              10 WH-DECIDED-NOW PIC X(1).
       01  WS-PENDING-COUNT     PIC 9(4) VALUE ZERO.

      *inclusoes paradas; o que ainda depende de acerto pendente
      *volta para o SCRNHOLD regravado
       01  WS-HOLD-TABLE.
           05 WS-HOLD-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-HOLD-ENTRY OCCURS 200 TIMES
                 INDEXED BY HDX.
              10 WD-HOLD-REC    PIC X(240).
              10 WD-DECISION    PIC X(1).
                 88 WD-RELEASED     VALUE 'L'.
                 88 WD-REJECTED     VALUE 'R'.
                 88 WD-STILL-HELD   VALUE 'P'.
       01  WS-HELD-PENDING      PIC X(1) VALUE 'N'.
           88 HELD-PENDING      VALUE 'Y'.
       01  WS-HELD-CONFIRMED    PIC X(1) VALUE 'N'.
           88 HELD-CONFIRMED    VALUE 'Y'.

      *contas ja congeladas nesta sessao, para cliente com varios
      *acertos nao gerar a mesma transacao duas vezes
       01  WS-FROZEN-TABLE.
           05 WS-FROZEN-COUNT   PIC 9(3) VALUE ZERO.
           05 WS-FROZEN-ENTRY OCCURS 500 TIMES
                 INDEXED BY FZX.
              10 WF-ACCT-NO     PIC X(8).
       01  WS-FROZEN-FOUND      PIC X(1) VALUE 'N'.
           88 FROZEN-FOUND      VALUE 'Y'.
       01  WS-FREEZE-ACCT       PIC X(8) VALUE SPACES.
       01  WS-ACCT-OPEN         PIC X(1) VALUE 'N'.
           88 ACCT-OPEN         VALUE 'Y'.

       01  WS-SOURCE-DESC       PIC X(11) VALUE SPACES.
       01  WS-SCORE-ED          PIC ZZ9.

       01  OPER-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-OPER-EOF          PIC X(1) VALUE 'N'.
           88 OPER-EOF          VALUE 'Y'.
       01  WS-ANALYST-ID        PIC X(8) VALUE SPACES.
       01  WS-TRY-PASSWORD      PIC X(8) VALUE SPACES.
       01  WS-SIGNED-ON         PIC X(1) VALUE 'N'.
           88 SIGNED-ON         VALUE 'Y'.
       01  WS-SIGNON-TRIES      PIC 9(1) VALUE ZERO.
       01  WS-ANSWER            PIC X(1) VALUE SPACE.
       01  WS-CLEARED-COUNT     PIC 9(4) VALUE ZERO.
       01  WS-CONFIRMED-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-FREEZE-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-RELEASED-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-REJECTED-COUNT    PIC 9(3) VALUE ZERO.
       01  WS-KEPT-COUNT        PIC 9(3) VALUE ZERO.

      *área de parâmetros trocada com o subprograma AUDITLOG
       COPY AUDITPRM.

       PROCEDURE DIVISION.

       INICIO-SANCRVW.
      *o analista faz sign-on de verdade, conferido no mesmo
      *cadastro OPERMAST do MainMenu - um ID digitado de qualquer
      *jeito nao abre a fila
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM FAZ-SIGNON-ANALISTA
              UNTIL SIGNED-ON OR WS-SIGNON-TRIES = 3.
           IF NOT SIGNED-ON
              DISPLAY 'SIGN-ON DO ANALISTA RECUSADO. ENCERRANDO.'
              GOBACK
           END-IF.
           PERFORM CARREGA-ACERTOS.
           IF WS-PENDING-COUNT = ZERO
              DISPLAY 'NENHUM ACERTO DE SANCOES PENDENTE.'
           ELSE
              PERFORM REVISA-ACERTO
                 VARYING HTX FROM 1 BY 1
                 UNTIL HTX > WS-HIT-COUNT
              PERFORM GERA-CONGELAMENTOS
           END-IF.
      *as inclusoes paradas sao conferidas mesmo sem acerto novo
      *decidido: a decisao de uma sessao anterior pode ja ter
      *resolvido a inclusao
           PERFORM TRATA-RETIDOS.
           PERFORM REGRAVA-ACERTOS.
           DISPLAY 'FALSOS POSITIVOS: ' WS-CLEARED-COUNT
              '  CONFIRMADOS: ' WS-CONFIRMED-COUNT
              '  CONGELAMENTOS GERADOS: ' WS-FREEZE-COUNT.
           DISPLAY 'INCLUSOES LIBERADAS: ' WS-RELEASED-COUNT
              '  DESCARTADAS: ' WS-REJECTED-COUNT
              '  AINDA PARADAS: ' WS-KEPT-COUNT.
           GOBACK.

       FAZ-SIGNON-ANALISTA.
           ADD 1 TO WS-SIGNON-TRIES.
           DISPLAY 'ID DO ANALISTA DE COMPLIANCE: '.
           ACCEPT WS-ANALYST-ID FROM CONSOLE.
           DISPLAY 'SENHA: '.
           ACCEPT WS-TRY-PASSWORD FROM CONSOLE.
           PERFORM VALIDA-ANALISTA.
           IF NOT SIGNED-ON
              DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
           END-IF.

       VALIDA-ANALISTA.
           MOVE 'N' TO WS-OPER-EOF.
           OPEN INPUT OPER-MASTER.
           IF OPER-FILE-STATUS NOT = '00'
              STRING 'OPEN OPER-MASTER FAILED, STATUS '
                 OPER-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-SANCRVW
           END-IF.
           PERFORM LE-OPERADOR.
      *operador bloqueado ou desabilitado no cadastro nao abre a
      *fila de acertos, pelo mesmo controle do MainMenu
           PERFORM UNTIL OPER-EOF
              IF OP-ID = WS-ANALYST-ID
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
              PERFORM ABEND-SANCRVW
           END-IF.

       CARREGA-ACERTOS.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT HITS-FILE.
           IF HITS-FILE-STATUS = '05' OR HITS-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF HITS-FILE-STATUS NOT = '00'
                 STRING 'OPEN HITS-FILE FAILED, STATUS '
                    HITS-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-SANCRVW
              END-IF
              PERFORM LE-ACERTO
              PERFORM UNTIL GEN-EOF OR WS-HIT-COUNT = 5000
                 ADD 1 TO WS-HIT-COUNT
                 SET HTX TO WS-HIT-COUNT
                 MOVE SANC-HIT-REC  TO WH-HIT-REC (HTX)
                 MOVE SH-SOURCE     TO WH-SOURCE (HTX)
                 MOVE SH-KEY        TO WH-KEY (HTX)
                 MOVE SH-LAST-NAME  TO WH-LAST-NAME (HTX)
                 MOVE SH-FIRST-NAME TO WH-FIRST-NAME (HTX)
                 MOVE SH-HELD-FLAG  TO WH-HELD-FLAG (HTX)
                 MOVE SH-STATUS     TO WH-STATUS (HTX)
                 MOVE 'N'           TO WH-DECIDED-NOW (HTX)
                 IF SH-PENDING
                    ADD 1 TO WS-PENDING-COUNT
                 END-IF
                 PERFORM LE-ACERTO
              END-PERFORM
              CLOSE HITS-FILE
      *-------a fila e regravada a partir da tabela no final: parar
      *-------antes do fim do arquivo destruiria em silencio todo
      *-------acerto alem do 5000o - e o registro da conferencia
              IF NOT GEN-EOF
                 STRING 'HIT TABLE FULL, 5000 LOADED WITH RECORDS '
                    'REMAINING' DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-SANCRVW
              END-IF
           END-IF.

       LE-ACERTO.
           READ HITS-FILE
              AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF HITS-FILE-STATUS NOT = '00'
              AND HITS-FILE-STATUS NOT = '10'
              STRING 'READ HITS-FILE FAILED, STATUS '
                 HITS-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-SANCRVW
           END-IF.

       REVISA-ACERTO.
      *mostra o acerto pendente com os dois nomes e a nota e colhe
      *a decisao; confirmar pede a confirmacao de novo, porque gera
      *o congelamento da conta
           IF WH-STATUS (HTX) = 'P'
              MOVE WH-HIT-REC (HTX) TO SANC-HIT-REC
              EVALUATE TRUE
                 WHEN SH-SRC-ACCOUNT
                    MOVE 'TITULAR'     TO WS-SOURCE-DESC
                 WHEN SH-SRC-COHOLDER
                    MOVE 'CO-TITULAR'  TO WS-SOURCE-DESC
                 WHEN OTHER
                    MOVE 'CLIENTE'     TO WS-SOURCE-DESC
              END-EVALUATE
              MOVE SH-SCORE TO WS-SCORE-ED
              DISPLAY '====================================='
              DISPLAY 'ACERTO: ' WS-SOURCE-DESC ' ' SH-KEY
                 '  NOTA ' WS-SCORE-ED
                 '  LEVANTADO EM ' SH-HIT-DATE
              DISPLAY 'NOME NO CADASTRO: ' SH-LAST-NAME ' '
                 SH-FIRST-NAME
              DISPLAY 'NOME NA LISTA:    ' SH-LIST-LAST-NAME ' '
                 SH-LIST-FIRST-NAME
              DISPLAY 'ENTRADA DA LISTA: ' SH-ENTRY-ID
                 '  PUBLICADA EM ' SH-LIST-DATE
              IF SH-HELD-FLAG = 'Y'
                 DISPLAY 'INCLUSAO PARADA AGUARDANDO ESTA DECISAO'
              END-IF
              DISPLAY 'F-FALSO POSITIVO  C-CONFIRMA  S-PULA: '
              ACCEPT WS-ANSWER FROM CONSOLE
              EVALUATE WS-ANSWER
                 WHEN 'F'
                 WHEN 'f'
                    MOVE 'F' TO SH-STATUS
                    PERFORM REGISTRA-DECISAO
                 WHEN 'C'
                 WHEN 'c'
                    DISPLAY 'CONFIRMA O ACERTO? (S/N): '
                    ACCEPT WS-ANSWER FROM CONSOLE
                    IF WS-ANSWER = 'S' OR WS-ANSWER = 's'
                       MOVE 'C' TO SH-STATUS
                       PERFORM REGISTRA-DECISAO
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       REGISTRA-DECISAO.
      *a decisao fica no proprio record do acerto, com quem e
      *quando, e na trilha de auditoria - o analista vai no campo
      *de programa (cabe nos mesmos 8 bytes, como o Apprvl ja faz)
           MOVE WS-ANALYST-ID TO SH-DECIDED-BY.
           MOVE WS-TODAY-DATE TO SH-DECIDED-DATE.
           MOVE SANC-HIT-REC  TO WH-HIT-REC (HTX).
           MOVE SH-STATUS     TO WH-STATUS (HTX).
           MOVE 'Y'           TO WH-DECIDED-NOW (HTX).
           MOVE WS-ANALYST-ID TO AUDIT-PGM-NAME.
           IF SH-CLEARED
              ADD 1 TO WS-CLEARED-COUNT
              MOVE 'CLEAR' TO AUDIT-EVENT
           ELSE
              ADD 1 TO WS-CONFIRMED-COUNT
              MOVE 'CONFM' TO AUDIT-EVENT
           END-IF.
           MOVE ZERO TO AUDIT-REC-COUNT.
           MOVE ZERO TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       GERA-CONGELAMENTOS.
      *acerto confirmado nesta sessao de nome que ja esta no
      *cadastro congela a conta; o de inclusao parada nao congela
      *nada - a inclusao e descartada em TRATA-RETIDOS
           IF WS-CONFIRMED-COUNT > ZERO
              OPEN INPUT ACCT-REC
              IF ACCT-FILE-STATUS NOT = '00'
                 STRING 'OPEN ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-SANCRVW
              END-IF
              MOVE 'Y' TO WS-ACCT-OPEN
              OPEN EXTEND FREEZE-TXN-OUT
      *-------o arquivo acumula ate a execucao do AcctMaint; na
      *-------primeira vez o OPEN EXTEND precisa virar OUTPUT
              IF FRZ-FILE-STATUS = '05' OR FRZ-FILE-STATUS = '35'
                 OPEN OUTPUT FREEZE-TXN-OUT
              END-IF
              IF FRZ-FILE-STATUS NOT = '00'
                 STRING 'OPEN FREEZE-TXN-OUT FAILED, STATUS '
                    FRZ-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-SANCRVW
              END-IF
              PERFORM CONGELA-POR-ACERTO
                 VARYING HTX FROM 1 BY 1
                 UNTIL HTX > WS-HIT-COUNT
              CLOSE FREEZE-TXN-OUT
              CLOSE ACCT-REC
              MOVE 'N' TO WS-ACCT-OPEN
           END-IF.

       CONGELA-POR-ACERTO.
           IF WH-DECIDED-NOW (HTX) = 'Y'
              AND WH-STATUS (HTX) = 'C'
              AND WH-HELD-FLAG (HTX) NOT = 'Y'
              IF WH-SOURCE (HTX) = 'C'
                 PERFORM CONGELA-CONTAS-CLIENTE
              ELSE
                 MOVE WH-KEY (HTX) TO WS-FREEZE-ACCT
                 PERFORM CONGELA-CONTA
              END-IF
           END-IF.

       CONGELA-CONTAS-CLIENTE.
      *cliente do CUSTMST: todas as contas ligadas a ele no CUSTLNK
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT CUST-LINK.
           IF LINK-FILE-STATUS = '05' OR LINK-FILE-STATUS = '35'
              DISPLAY 'CLIENTE ' WH-KEY (HTX)
                 ' SEM VINCULOS NO CUSTLNK - NADA CONGELADO'
           ELSE
              IF LINK-FILE-STATUS NOT = '00'
                 STRING 'OPEN CUST-LINK FAILED, STATUS '
                    LINK-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-SANCRVW
              END-IF
              PERFORM LE-VINCULO
              PERFORM UNTIL GEN-EOF
                 IF CL-CUST-NO = WH-KEY (HTX)
                    MOVE CL-ACCT-NO TO WS-FREEZE-ACCT
                    PERFORM CONGELA-CONTA
                 END-IF
                 PERFORM LE-VINCULO
              END-PERFORM
              CLOSE CUST-LINK
           END-IF.

       LE-VINCULO.
           READ CUST-LINK
              AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF LINK-FILE-STATUS NOT = '00'
              AND LINK-FILE-STATUS NOT = '10'
              STRING 'READ CUST-LINK FAILED, STATUS '
                 LINK-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-SANCRVW
           END-IF.

       CONGELA-CONTA.
      *a transacao leva a imagem inteira da conta, como toda
      *MNTTXN 'C', so com a situacao trocada para congelada; conta
      *ja congelada ou ja tratada nesta sessao nao gera outra
           MOVE 'N' TO WS-FROZEN-FOUND.
           IF WS-FROZEN-COUNT > ZERO
              SET FZX TO 1
              SEARCH WS-FROZEN-ENTRY
                 AT END MOVE 'N' TO WS-FROZEN-FOUND
                 WHEN FZX > WS-FROZEN-COUNT
                    MOVE 'N' TO WS-FROZEN-FOUND
                 WHEN WF-ACCT-NO (FZX) = WS-FREEZE-ACCT
                    MOVE 'Y' TO WS-FROZEN-FOUND
              END-SEARCH
           END-IF.
           IF NOT FROZEN-FOUND AND WS-FROZEN-COUNT < 500
              ADD 1 TO WS-FROZEN-COUNT
              SET FZX TO WS-FROZEN-COUNT
              MOVE WS-FREEZE-ACCT TO WF-ACCT-NO (FZX)
              MOVE WS-FREEZE-ACCT TO ACCT-NO
              READ ACCT-REC
              EVALUATE TRUE
                 WHEN ACCT-FILE-STATUS = '23'
                    DISPLAY 'CONTA ' WS-FREEZE-ACCT
                       ' NAO ESTA NO CADASTRO - NADA CONGELADO'
                 WHEN ACCT-FILE-STATUS NOT = '00'
                    STRING 'READ ACCT-REC FAILED, STATUS '
                       ACCT-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-TEXT
                    PERFORM ABEND-SANCRVW
                 WHEN ACCT-ST-FROZEN
                    DISPLAY 'CONTA ' WS-FREEZE-ACCT
                       ' JA ESTA CONGELADA'
                 WHEN OTHER
                    PERFORM GRAVA-CONGELAMENTO
              END-EVALUATE
           END-IF.

       GRAVA-CONGELAMENTO.
           MOVE SPACES             TO MNT-TXN-REC.
           MOVE 'C'                TO MT-ACTION.
           MOVE WS-ANALYST-ID      TO MT-OPERATOR-ID.
           MOVE ACCT-NO            TO MT-ACCT-NO.
           MOVE ACCT-LIMIT         TO MT-ACCT-LIMIT.
           MOVE ACCT-BALANCE       TO MT-ACCT-BALANCE.
           MOVE LAST-NAME          TO MT-LAST-NAME.
           MOVE FIRST-NAME         TO MT-FIRST-NAME.
           MOVE STREET-ADDR        TO MT-STREET-ADDR.
           MOVE CITY-COUNTY        TO MT-CITY-COUNTY.
           MOVE USA-STATE          TO MT-USA-STATE.
           MOVE ACCT-CURRENCY-CODE TO MT-CURRENCY-CODE.
           MOVE ACCT-ZIP-CODE      TO MT-ZIP-CODE.
           MOVE COMMENTS           TO MT-COMMENTS.
           MOVE 'F'                TO MT-ACCT-STATUS.
           MOVE ACCT-MAIL-SUPPRESS TO MT-MAIL-SUPPRESS.
           WRITE MNT-TXN-REC.
           IF FRZ-FILE-STATUS NOT = '00'
              STRING 'WRITE FREEZE-TXN-OUT FAILED, STATUS '
                 FRZ-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-SANCRVW
           END-IF.
           ADD 1 TO WS-FREEZE-COUNT.
           DISPLAY 'CONGELAMENTO DA CONTA ' ACCT-NO
              ' ENVIADO AO DUPLO CONTROLE'.

       TRATA-RETIDOS.
           PERFORM CARREGA-RETIDOS.
           IF WS-HOLD-COUNT > ZERO
              PERFORM DECIDE-RETIDO
                 VARYING HDX FROM 1 BY 1
                 UNTIL HDX > WS-HOLD-COUNT
              PERFORM GRAVA-RETIDOS
           END-IF.

       CARREGA-RETIDOS.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT HOLD-FILE.
           IF SHLD-FILE-STATUS = '05' OR SHLD-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF SHLD-FILE-STATUS NOT = '00'
                 STRING 'OPEN HOLD-FILE FAILED, STATUS '
                    SHLD-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-SANCRVW
              END-IF
              PERFORM LE-RETIDO
              PERFORM UNTIL GEN-EOF OR WS-HOLD-COUNT = 200
                 ADD 1 TO WS-HOLD-COUNT
                 SET HDX TO WS-HOLD-COUNT
                 MOVE SCRN-HOLD-REC TO WD-HOLD-REC (HDX)
                 MOVE 'P'           TO WD-DECISION (HDX)
                 PERFORM LE-RETIDO
              END-PERFORM
              CLOSE HOLD-FILE
      *-------o arquivo e regravado a partir da tabela no final:
      *-------parar antes do fim destruiria em silencio toda
      *-------inclusao parada alem da 200a - melhor parar aqui
              IF NOT GEN-EOF
                 STRING 'HOLD TABLE FULL, 200 LOADED WITH RECORDS '
                    'REMAINING' DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-SANCRVW
              END-IF
           END-IF.

       LE-RETIDO.
           READ HOLD-FILE
              AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF SHLD-FILE-STATUS NOT = '00'
              AND SHLD-FILE-STATUS NOT = '10'
              STRING 'READ HOLD-FILE FAILED, STATUS '
                 SHLD-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-SANCRVW
           END-IF.

       DECIDE-RETIDO.
      *a inclusao depende de todos os acertos do mesmo nome na
      *mesma conta: algum pendente segura, algum confirmado
      *descarta, todos liberados devolvem ao programa de origem
           MOVE WD-HOLD-REC (HDX) TO SCRN-HOLD-REC.
           MOVE 'N' TO WS-HELD-PENDING.
           MOVE 'N' TO WS-HELD-CONFIRMED.
           IF WS-HIT-COUNT > ZERO
              PERFORM CONFERE-ACERTO-RETIDO
                 VARYING HTX FROM 1 BY 1
                 UNTIL HTX > WS-HIT-COUNT
           END-IF.
           EVALUATE TRUE
              WHEN HELD-CONFIRMED
                 MOVE 'R' TO WD-DECISION (HDX)
              WHEN HELD-PENDING
                 MOVE 'P' TO WD-DECISION (HDX)
              WHEN OTHER
                 MOVE 'L' TO WD-DECISION (HDX)
           END-EVALUATE.

       CONFERE-ACERTO-RETIDO.
           IF WH-SOURCE (HTX) = SD-SOURCE
              AND WH-KEY (HTX) = SD-KEY
              AND WH-LAST-NAME (HTX) = SD-LAST-NAME
              AND WH-FIRST-NAME (HTX) = SD-FIRST-NAME
              AND WH-HELD-FLAG (HTX) = 'Y'
              EVALUATE WH-STATUS (HTX)
                 WHEN 'P'
                    MOVE 'Y' TO WS-HELD-PENDING
                 WHEN 'C'
                    MOVE 'Y' TO WS-HELD-CONFIRMED
              END-EVALUATE
           END-IF.

       GRAVA-RETIDOS.
      *liberadas sao apensadas ao arquivo do programa de origem
      *(uma segunda sessao antes da execucao dele nao pode apagar a
      *primeira), descartadas vao para a listagem, o resto volta
      *para o SCRNHOLD; na primeira vez o OPEN EXTEND vira OUTPUT
           OPEN EXTEND ACCT-SCREENED-OUT.
           IF MSCR-FILE-STATUS = '05' OR MSCR-FILE-STATUS = '35'
              OPEN OUTPUT ACCT-SCREENED-OUT
           END-IF.
           IF MSCR-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-SCREENED-OUT FAILED, STATUS '
                 MSCR-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-SANCRVW
           END-IF.
           OPEN EXTEND COH-SCREENED-OUT.
           IF CSCR-FILE-STATUS = '05' OR CSCR-FILE-STATUS = '35'
              OPEN OUTPUT COH-SCREENED-OUT
           END-IF.
           IF CSCR-FILE-STATUS NOT = '00'
              STRING 'OPEN COH-SCREENED-OUT FAILED, STATUS '
                 CSCR-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-SANCRVW
           END-IF.
           OPEN OUTPUT REJECT-LIST.
           IF REJL-FILE-STATUS NOT = '00'
              STRING 'OPEN REJECT-LIST FAILED, STATUS '
                 REJL-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-SANCRVW
           END-IF.
           PERFORM GRAVA-UM-RETIDO
              VARYING HDX FROM 1 BY 1
              UNTIL HDX > WS-HOLD-COUNT.
           CLOSE ACCT-SCREENED-OUT.
           CLOSE COH-SCREENED-OUT.
           CLOSE REJECT-LIST.
           PERFORM REGRAVA-FILA-RETIDOS.

       GRAVA-UM-RETIDO.
           MOVE WD-HOLD-REC (HDX) TO SCRN-HOLD-REC.
           EVALUATE TRUE
              WHEN WD-RELEASED (HDX) AND SD-SOURCE = 'J'
                 ADD 1 TO WS-RELEASED-COUNT
                 MOVE SD-TXN-IMAGE (1:52) TO COH-SCREENED-REC
                 WRITE COH-SCREENED-REC
                 IF CSCR-FILE-STATUS NOT = '00'
                    STRING 'WRITE COH-SCREENED-OUT FAILED, STATUS '
                       CSCR-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-TEXT
                    PERFORM ABEND-SANCRVW
                 END-IF
              WHEN WD-RELEASED (HDX)
                 ADD 1 TO WS-RELEASED-COUNT
                 MOVE SD-TXN-IMAGE TO ACCT-SCREENED-REC
                 WRITE ACCT-SCREENED-REC
                 IF MSCR-FILE-STATUS NOT = '00'
                    STRING 'WRITE ACCT-SCREENED-OUT FAILED, STATUS '
                       MSCR-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-TEXT
                    PERFORM ABEND-SANCRVW
                 END-IF
              WHEN WD-REJECTED (HDX)
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE SPACES         TO REJECT-LIST-REC
                 MOVE WS-ANALYST-ID  TO RJ-REVIEWED-BY
                 MOVE WS-TODAY-DATE  TO RJ-REVIEW-DATE
                 MOVE SD-SOURCE      TO RJ-SOURCE
                 MOVE SD-KEY         TO RJ-KEY
                 MOVE SD-LAST-NAME   TO RJ-LAST-NAME
                 MOVE SD-FIRST-NAME  TO RJ-FIRST-NAME
                 MOVE SD-ENTERED-BY  TO RJ-ENTERED-BY
                 WRITE REJECT-LIST-REC
                 IF REJL-FILE-STATUS NOT = '00'
                    STRING 'WRITE REJECT-LIST FAILED, STATUS '
                       REJL-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-TEXT
                    PERFORM ABEND-SANCRVW
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-KEPT-COUNT
           END-EVALUATE.

       REGRAVA-FILA-RETIDOS.
           OPEN OUTPUT HOLD-FILE.
           IF SHLD-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT HOLD-FILE FAILED, STATUS '
                 SHLD-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-SANCRVW
           END-IF.
           PERFORM REGRAVA-UM-RETIDO
              VARYING HDX FROM 1 BY 1
              UNTIL HDX > WS-HOLD-COUNT.
           CLOSE HOLD-FILE.

       REGRAVA-UM-RETIDO.
           IF WD-STILL-HELD (HDX)
              MOVE WD-HOLD-REC (HDX) TO SCRN-HOLD-REC
              WRITE SCRN-HOLD-REC
              IF SHLD-FILE-STATUS NOT = '00'
                 STRING 'WRITE HOLD-FILE FAILED, STATUS '
                    SHLD-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-SANCRVW
              END-IF
           END-IF.

       REGRAVA-ACERTOS.
      *a fila inteira volta ao arquivo, decididos inclusive - o
      *acerto decidido e a prova da conferencia e o que impede o
      *liberado de voltar
           IF WS-HIT-COUNT > ZERO
              OPEN OUTPUT HITS-FILE
              IF HITS-FILE-STATUS NOT = '00'
                 STRING 'OPEN OUTPUT HITS-FILE FAILED, STATUS '
                    HITS-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-SANCRVW
              END-IF
              PERFORM REGRAVA-UM-ACERTO
                 VARYING HTX FROM 1 BY 1
                 UNTIL HTX > WS-HIT-COUNT
              CLOSE HITS-FILE
           END-IF.

       REGRAVA-UM-ACERTO.
           MOVE WH-HIT-REC (HTX) TO SANC-HIT-REC.
           WRITE SANC-HIT-REC.
           IF HITS-FILE-STATUS NOT = '00'
              STRING 'WRITE HITS-FILE FAILED, STATUS '
                 HITS-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-SANCRVW
           END-IF.

       ABEND-SANCRVW.
      *erro grave de I/O: mostra a mensagem e encerra sem regravar
      *a fila
           DISPLAY 'SANCRVW ABEND: ' WS-ABEND-TEXT.
           GOBACK.
