      *Casos de contestacao de transacao pelo console: o cliente
      *liga dizendo que nao fez o debito e o operador abre aqui o
      *caso no DSPCASE, chaveado pela sequencia do movimento no
      *POSTJRNL (conferida no TXNHIST: tem de ser um debito da
      *propria conta), com o codigo de motivo e os prazos de
      *reconhecimento e de solucao contados do DSCPARM. O mesmo
      *console registra o reconhecimento enviado ao cliente e
      *resolve o caso - a favor (o credito provisorio fica) ou
      *contra (o DspCycle re-lanca o valor e manda a carta). O
      *credito provisorio sai na noite da abertura, pelo DspCycle.
      *Mesmo arranjo de manutencao pelo console do PromEnt: arquivo
      *em memoria, regravado no final.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DspEnt IS INITIAL PROGRAM.
       AUTHOR. Julio Bittencourt
      *IS INITIAL PROGRAM reseta o estado do FD a cada CALL (mesmo
      *motivo documentado em AUDITLOG)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO DSPCASE
               FILE STATUS IS CASE-FILE-STATUS.
           SELECT TXN-HISTORY ASSIGN TO TXNHIST
               FILE STATUS IS THIS-FILE-STATUS.
           SELECT CASE-PARM ASSIGN TO DSCPARM
               FILE STATUS IS PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE RECORDING MODE F.
      *layout compartilhado no copybook DSPCASE
           COPY DSPCASE.

       FD  TXN-HISTORY RECORDING MODE F.
      *layout compartilhado no copybook TXNHIST
           COPY TXNHIST.

       FD  CASE-PARM RECORDING MODE F.
      *prazos regulatorios em dias corridos: reconhecimento ao
      *cliente, solucao do caso e a janela de aviso do relatorio
       01  CASE-PARM-REC.
           05 DK-ACK-DAYS       PIC 9(3).
           05 DK-RESOLVE-DAYS   PIC 9(3).
           05 DK-WARN-DAYS      PIC 9(3).

       WORKING-STORAGE SECTION.
       01  CASE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  THIS-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-CASE-EOF          PIC X(1) VALUE 'N'.
           88 CASE-EOF          VALUE 'Y'.
       01  WS-HIST-EOF          PIC X(1) VALUE 'N'.
           88 HIST-EOF          VALUE 'Y'.

      *prazos em vigor (defaults quando o DSCPARM nao esta no job)
       01  WS-ACK-DAYS          PIC 9(3) VALUE 30.
       01  WS-RESOLVE-DAYS      PIC 9(3) VALUE 90.

      *arquivo inteiro em memoria: regravar tudo no final
      *simplifica a manutencao, o volume de casos e pequeno
       01  WS-CASE-TABLE.
           05 WS-CASE-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-CASE-ENTRY OCCURS 2000 TIMES
                 INDEXED BY CSX.
              10 WK-CASE-IMAGE  PIC X(125).
       01  WS-CASE-FOUND        PIC X(1) VALUE 'N'.
           88 CASE-FOUND        VALUE 'Y'.

       01  WS-OPCAO             PIC 9 VALUE ZERO.
           88 OPCAO-LISTA       VALUE 1.
           88 OPCAO-ABRE        VALUE 2.
           88 OPCAO-RECONHECE   VALUE 3.
           88 OPCAO-RESOLVE     VALUE 4.
           88 OPCAO-SAI         VALUE 9.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-NEW-ACCT-NO       PIC X(8) VALUE SPACES.
       01  WS-NEW-SEQ           PIC 9(7) VALUE ZERO.
       01  WS-NEW-REASON        PIC X(4) VALUE SPACES.
       01  WS-NEW-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       01  WS-DECISION          PIC X(1) VALUE SPACE.
           88 DECISION-VALID    VALUES 'F' 'A'.

      *movimento contestado achado no TXNHIST
       01  WS-TXN-FOUND         PIC X(1) VALUE 'N'.
           88 TXN-FOUND         VALUE 'Y'.
       01  WS-TXN-TYPE          PIC X(1) VALUE SPACE.
       01  WS-TXN-XFER          PIC X(1) VALUE SPACE.
       01  WS-TXN-DATE          PIC 9(8) VALUE ZERO.
       01  WS-TXN-AMOUNT        PIC S9(7)V99 VALUE ZERO.

       01  WS-AMOUNT-ED         PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.

       INICIO-DSPENT.
      *o operador se identifica uma vez na entrada; o ID dele vai
      *na abertura e na solucao de cada caso trabalhado na sessao
           DISPLAY 'OPERADOR: '.
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM LE-PARAMETRO.
           PERFORM CARREGA-CASOS.
           PERFORM MENU-CASOS UNTIL OPCAO-SAI.
           PERFORM REGRAVA-CASOS.
           GOBACK.

       LE-PARAMETRO.
      *parametro opcional: sem DSCPARM valem 30 dias para o
      *reconhecimento e 90 para a solucao
           OPEN INPUT CASE-PARM.
           IF PARM-FILE-STATUS = '00'
              READ CASE-PARM
              IF PARM-FILE-STATUS = '00'
                 IF DK-ACK-DAYS NUMERIC AND DK-ACK-DAYS > ZERO
                    MOVE DK-ACK-DAYS TO WS-ACK-DAYS
                 END-IF
                 IF DK-RESOLVE-DAYS NUMERIC
                    AND DK-RESOLVE-DAYS > ZERO
                    MOVE DK-RESOLVE-DAYS TO WS-RESOLVE-DAYS
                 END-IF
              END-IF
              CLOSE CASE-PARM
           END-IF.

       CARREGA-CASOS.
           OPEN INPUT CASE-FILE.
      *na primeira execucao o dataset ainda nao existe: comeca com
      *o arquivo vazio em vez de abortar
           IF CASE-FILE-STATUS = '05' OR CASE-FILE-STATUS = '35'
              MOVE 'Y' TO WS-CASE-EOF
           ELSE
              IF CASE-FILE-STATUS NOT = '00'
                 STRING 'OPEN CASE-FILE FAILED, STATUS '
                    CASE-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-DSPENT
              END-IF
              PERFORM LE-CASO
              PERFORM UNTIL CASE-EOF OR WS-CASE-COUNT = 2000
                 ADD 1 TO WS-CASE-COUNT
                 SET CSX TO WS-CASE-COUNT
                 MOVE DISP-CASE-REC TO WK-CASE-IMAGE (CSX)
                 PERFORM LE-CASO
              END-PERFORM
              CLOSE CASE-FILE
      *-------o arquivo e regravado a partir da tabela no final:
      *-------parar antes do fim destruiria em silencio todo caso
      *-------alem do 2000o - melhor parar aqui
              IF NOT CASE-EOF
                 STRING 'CASE TABLE FULL, 2000 LOADED WITH '
                    'RECORDS REMAINING' DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-DSPENT
              END-IF
           END-IF.

       LE-CASO.
           READ CASE-FILE
              AT END MOVE 'Y' TO WS-CASE-EOF
           END-READ.
           IF CASE-FILE-STATUS NOT = '00'
              AND CASE-FILE-STATUS NOT = '10'
              STRING 'READ CASE-FILE FAILED, STATUS '
                 CASE-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-DSPENT
           END-IF.

       MENU-CASOS.
           DISPLAY '====================================='.
           DISPLAY 'CONTESTACAO DE TRANSACAO (DSPCASE)'.
           DISPLAY '1 LISTAR CASOS'.
           DISPLAY '2 ABRIR CASO'.
           DISPLAY '3 REGISTRAR RECONHECIMENTO AO CLIENTE'.
           DISPLAY '4 RESOLVER CASO'.
           DISPLAY '9 GRAVAR E SAIR'.
           ACCEPT WS-OPCAO FROM CONSOLE.
           EVALUATE TRUE
              WHEN OPCAO-LISTA
                 PERFORM LISTA-CASOS
              WHEN OPCAO-ABRE
                 PERFORM ABRE-CASO
              WHEN OPCAO-RECONHECE
                 PERFORM RECONHECE-CASO
              WHEN OPCAO-RESOLVE
                 PERFORM RESOLVE-CASO
              WHEN OPCAO-SAI
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA...'
           END-EVALUATE.

       LISTA-CASOS.
           IF WS-CASE-COUNT = ZERO
              DISPLAY 'NENHUM CASO ABERTO.'
           ELSE
              PERFORM LISTA-UM-CASO
                 VARYING CSX FROM 1 BY 1
                 UNTIL CSX > WS-CASE-COUNT
           END-IF.

       LISTA-UM-CASO.
           MOVE WK-CASE-IMAGE (CSX) TO DISP-CASE-REC.
           MOVE DC-AMOUNT TO WS-AMOUNT-ED.
           DISPLAY DC-JRNL-SEQ ' ' DC-ACCT-NO ' ' WS-AMOUNT-ED
              ' ' DC-REASON-CODE ' (' DC-STATUS ') ABERTO '
              DC-OPEN-DATE ' POR ' DC-OPEN-OPER.
           DISPLAY '        RECONHECER ATE ' DC-ACK-DUE-DATE
              ' (FEITO ' DC-ACK-DATE ')  RESOLVER ATE '
              DC-RESOLVE-DUE-DATE.

       ABRE-CASO.
           DISPLAY 'NUMERO DA CONTA (ACCT-NO): '.
           ACCEPT WS-NEW-ACCT-NO FROM CONSOLE.
           DISPLAY 'SEQUENCIA DO MOVIMENTO NO DIARIO: '.
           ACCEPT WS-NEW-SEQ FROM CONSOLE.
           DISPLAY 'MOTIVO (FRAU NREC DUPL AMNT CANC QUAL): '.
           ACCEPT WS-NEW-REASON FROM CONSOLE.
           DISPLAY 'VALOR CONTESTADO (ZERO = VALOR TODO): '.
           ACCEPT WS-NEW-AMOUNT FROM CONSOLE.
           MOVE WS-NEW-REASON TO DC-REASON-CODE.
           PERFORM PROCURA-CASO.
           IF CASE-FOUND
              DISPLAY 'JA EXISTE CASO PARA ESTE MOVIMENTO.'
           ELSE
              PERFORM PROCURA-MOVIMENTO
              EVALUATE TRUE
                 WHEN WS-NEW-ACCT-NO = SPACES
                    OR WS-NEW-SEQ = ZERO
                    DISPLAY 'CONTA E SEQUENCIA SAO OBRIGATORIAS.'
                 WHEN NOT DC-REASON-VALID
                    DISPLAY 'CODIGO DE MOTIVO INVALIDO.'
                 WHEN NOT TXN-FOUND
                    DISPLAY 'MOVIMENTO NAO ENCONTRADO NA CONTA.'
                 WHEN WS-TXN-TYPE NOT = 'D'
                    OR WS-TXN-XFER = 'T'
                    DISPLAY 'SO DEBITO DE COMPRA PODE SER CONTESTADO.'
                 WHEN WS-NEW-AMOUNT > WS-TXN-AMOUNT
                    DISPLAY 'VALOR ACIMA DO MOVIMENTO ORIGINAL.'
                 WHEN WS-CASE-COUNT = 2000
                    DISPLAY 'ARQUIVO CHEIO (2000 CASOS).'
                 WHEN OTHER
                    PERFORM INCLUI-CASO
              END-EVALUATE
           END-IF.

       INCLUI-CASO.
      *os prazos contam da abertura; o credito provisorio sai na
      *noite de hoje pelo DspCycle
           MOVE SPACES          TO DISP-CASE-REC.
           MOVE WS-NEW-SEQ      TO DC-JRNL-SEQ.
           MOVE WS-NEW-ACCT-NO  TO DC-ACCT-NO.
           MOVE WS-TXN-DATE     TO DC-TXN-DATE.
           IF WS-NEW-AMOUNT = ZERO
              MOVE WS-TXN-AMOUNT TO DC-AMOUNT
           ELSE
              MOVE WS-NEW-AMOUNT TO DC-AMOUNT
           END-IF.
           MOVE WS-NEW-REASON   TO DC-REASON-CODE.
           MOVE WS-TODAY-DATE   TO DC-OPEN-DATE.
           MOVE WS-OPERATOR-ID  TO DC-OPEN-OPER.
           COMPUTE DC-ACK-DUE-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               + WS-ACK-DAYS).
           COMPUTE DC-RESOLVE-DUE-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               + WS-RESOLVE-DAYS).
           MOVE ZERO            TO DC-ACK-DATE.
           MOVE 'O'             TO DC-STATUS.
           MOVE ZERO            TO DC-RESOLVED-DATE.
           MOVE SPACES          TO DC-RESOLVED-OPER.
           MOVE ZERO            TO DC-CREDIT-DATE.
           MOVE ZERO            TO DC-REBILL-DATE.
           ADD 1 TO WS-CASE-COUNT.
           SET CSX TO WS-CASE-COUNT.
           MOVE DISP-CASE-REC TO WK-CASE-IMAGE (CSX).
           MOVE DC-AMOUNT TO WS-AMOUNT-ED.
           DISPLAY 'CASO ABERTO - CREDITO PROVISORIO DE '
              WS-AMOUNT-ED ' NESTA NOITE.'.

       PROCURA-MOVIMENTO.
      *varre o TXNHIST atras da sequencia na conta informada
           MOVE 'N' TO WS-TXN-FOUND.
           MOVE 'N' TO WS-HIST-EOF.
           OPEN INPUT TXN-HISTORY.
           IF THIS-FILE-STATUS = '05' OR THIS-FILE-STATUS = '35'
              MOVE 'Y' TO WS-HIST-EOF
           ELSE
              IF THIS-FILE-STATUS NOT = '00'
                 STRING 'OPEN TXN-HISTORY FAILED, STATUS '
                    THIS-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-DSPENT
              END-IF
              PERFORM LE-HISTORICO
              PERFORM UNTIL HIST-EOF OR TXN-FOUND
                 IF TH-ACCT-NO = WS-NEW-ACCT-NO
                    AND TH-SEQ = WS-NEW-SEQ
                    MOVE 'Y'          TO WS-TXN-FOUND
                    MOVE TH-TXN-TYPE  TO WS-TXN-TYPE
                    MOVE TH-XFER-FLAG TO WS-TXN-XFER
                    MOVE TH-TXN-DATE  TO WS-TXN-DATE
                    MOVE TH-AMOUNT    TO WS-TXN-AMOUNT
                 ELSE
                    PERFORM LE-HISTORICO
                 END-IF
              END-PERFORM
              CLOSE TXN-HISTORY
           END-IF.

       LE-HISTORICO.
           READ TXN-HISTORY
              AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ.
           IF THIS-FILE-STATUS NOT = '00'
              AND THIS-FILE-STATUS NOT = '10'
              STRING 'READ TXN-HISTORY FAILED, STATUS '
                 THIS-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-DSPENT
           END-IF.

       RECONHECE-CASO.
      *o reconhecimento por escrito ao cliente foi enviado hoje
           PERFORM PEDE-SEQUENCIA.
           IF CASE-FOUND
              MOVE WK-CASE-IMAGE (CSX) TO DISP-CASE-REC
              IF NOT DC-ST-OPEN
                 DISPLAY 'CASO JA RESOLVIDO.'
              ELSE
                 MOVE WS-TODAY-DATE TO DC-ACK-DATE
                 MOVE DISP-CASE-REC TO WK-CASE-IMAGE (CSX)
                 DISPLAY 'RECONHECIMENTO REGISTRADO.'
              END-IF
           END-IF.

       RESOLVE-CASO.
      *'F' a favor do cliente: o credito provisorio fica; 'A'
      *contra o cliente: o DspCycle re-lanca o valor e manda a carta
           PERFORM PEDE-SEQUENCIA.
           IF CASE-FOUND
              MOVE WK-CASE-IMAGE (CSX) TO DISP-CASE-REC
              IF NOT DC-ST-OPEN
                 DISPLAY 'CASO JA RESOLVIDO.'
              ELSE
                 DISPLAY 'DECISAO (F = A FAVOR, A = CONTRA): '
                 ACCEPT WS-DECISION FROM CONSOLE
                 IF NOT DECISION-VALID
                    DISPLAY 'DECISAO INVALIDA.'
                 ELSE
                    MOVE WS-DECISION    TO DC-STATUS
                    MOVE WS-TODAY-DATE  TO DC-RESOLVED-DATE
                    MOVE WS-OPERATOR-ID TO DC-RESOLVED-OPER
                    MOVE DISP-CASE-REC TO WK-CASE-IMAGE (CSX)
                    DISPLAY 'CASO RESOLVIDO.'
                 END-IF
              END-IF
           END-IF.

       PEDE-SEQUENCIA.
           DISPLAY 'SEQUENCIA DO MOVIMENTO CONTESTADO: '.
           ACCEPT WS-NEW-SEQ FROM CONSOLE.
           PERFORM PROCURA-CASO.
           IF NOT CASE-FOUND
              DISPLAY 'CASO NAO CADASTRADO.'
           END-IF.

       PROCURA-CASO.
           MOVE 'N' TO WS-CASE-FOUND.
           IF WS-CASE-COUNT > ZERO
              SET CSX TO 1
              SEARCH WS-CASE-ENTRY
                 AT END MOVE 'N' TO WS-CASE-FOUND
                 WHEN CSX > WS-CASE-COUNT
                    MOVE 'N' TO WS-CASE-FOUND
                 WHEN WK-CASE-IMAGE (CSX) (1:7) = WS-NEW-SEQ
                    MOVE 'Y' TO WS-CASE-FOUND
              END-SEARCH
           END-IF.

       REGRAVA-CASOS.
           OPEN OUTPUT CASE-FILE.
           IF CASE-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT CASE-FILE FAILED, STATUS '
                 CASE-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-DSPENT
           END-IF.
           IF WS-CASE-COUNT > ZERO
              PERFORM GRAVA-UM-CASO
                 VARYING CSX FROM 1 BY 1
                 UNTIL CSX > WS-CASE-COUNT
           END-IF.
           CLOSE CASE-FILE.
           DISPLAY 'ARQUIVO DSPCASE GRAVADO COM ' WS-CASE-COUNT
              ' CASOS.'.

       GRAVA-UM-CASO.
           MOVE WK-CASE-IMAGE (CSX) TO DISP-CASE-REC.
           WRITE DISP-CASE-REC.
           IF CASE-FILE-STATUS NOT = '00'
              STRING 'WRITE CASE-FILE FAILED, STATUS '
                 CASE-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-DSPENT
           END-IF.

       ABEND-DSPENT.
      *erro grave de I/O: mostra a mensagem e volta ao MainMenu em
      *vez de encerrar a sessao toda
           DISPLAY 'DSPENT ABEND: ' WS-ABEND-TEXT.
           GOBACK.
