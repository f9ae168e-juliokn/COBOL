      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. DspCycle.
       AUTHOR. Julio Bittencourt.

      *Ciclo noturno dos casos de contestacao de transacao abertos
      *pelo DspEnt no DSPCASE. Caso aberto hoje ganha o credito
      *provisorio do valor contestado, um credito no layout PSTTXN
      *(dataset DSPPSTO, concatenado no PSTTXN do AcctPost depois do
      *trailer, como o FEETXN): com o valor fora do saldo, o juro
      *do AcctStmt deixa de correr sobre ele e o PmtTrack conta o
      *credito no minimo do ciclo, de modo que a parte contestada
      *nao gera atraso enquanto o caso esta aberto. Caso resolvido
      *a favor do cliente nao gera nada - o credito fica. Caso
      *resolvido contra o cliente tem o valor re-lancado como
      *debito e a carta de aviso em DSPLTRS, no bloco de envelope
      *do CollLtr e respeitando o ACCT-MAIL-SUPPRESS; se o credito
      *provisorio nem chegou a sair, nao ha o que re-lancar. O
      *relatorio DSPAGE lista o que foi lancado na noite e os casos
      *abertos chegando ao prazo de reconhecimento ou de solucao.
      *Roda antes do AcctPost.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO DSPCASE
               FILE STATUS IS CASE-FILE-STATUS .
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT CO-HOLDER-FILE ASSIGN TO COHOLDER
               FILE STATUS IS COH-FILE-STATUS .
           SELECT CASE-PARM ASSIGN TO DSCPARM
               FILE STATUS IS PARM-FILE-STATUS .
           SELECT POST-TXN-OUT ASSIGN TO DSPPSTO
               FILE STATUS IS PTXO-FILE-STATUS .
           SELECT LETTER-OUT ASSIGN TO DSPLTRS
               FILE STATUS IS LTR-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO DSPAGE
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD CASE-FILE RECORDING MODE F .
      *layout compartilhado no copybook DSPCASE
           COPY DSPCASE.

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD CO-HOLDER-FILE RECORDING MODE F .
      *co-titulares para o bloco de envelope; layout compartilhado
      *no copybook COHOLDER
           COPY COHOLDER.

       FD CASE-PARM RECORDING MODE F .
      *mesmo record de prazos lido pelo DspEnt
       01  CASE-PARM-REC.
           05 DK-ACK-DAYS       PIC 9(3) .
           05 DK-RESOLVE-DAYS   PIC 9(3) .
           05 DK-WARN-DAYS      PIC 9(3) .

       FD POST-TXN-OUT RECORDING MODE F .
      *credito provisorio e re-lancamento entram no saldo pela
      *esteira de postagem; layout compartilhado no copybook PSTTXN
           COPY PSTTXN.

       FD LETTER-OUT RECORDING MODE F .
       01  LETTER-REC            PIC X(80) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       WORKING-STORAGE SECTION.
       01  CASE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  COH-FILE-STATUS      PIC X(2) VALUE '00'.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PTXO-FILE-STATUS     PIC X(2) VALUE '00'.
       01  LTR-FILE-STATUS      PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-CASE-EOF          PIC X(1) VALUE 'N'.
           88 CASE-EOF          VALUE 'Y'.

      *janela de aviso em dias (default quando o DSCPARM nao esta
      *no job)
       01  WS-WARN-DAYS         PIC 9(3) VALUE 10.

      *arquivo inteiro em memoria, regravado no final com as datas
      *de credito e re-lancamento da noite
       01  WS-CASE-TABLE.
           05 WS-CASE-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-CASE-ENTRY OCCURS 2000 TIMES
                 INDEXED BY CSX.
              10 WK-CASE-IMAGE  PIC X(125).

       01  WS-COH-EOF           PIC X(1) VALUE 'N'.
           88 COH-EOF           VALUE 'Y'.
       01  WS-COH-TABLE.
           05 WS-COH-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-COH-ENTRY OCCURS 500 TIMES
                 INDEXED BY COX.
              10 WC-ACCT-NO     PIC X(8).
              10 WC-LAST-NAME   PIC X(20).
              10 WC-FIRST-NAME  PIC X(15).

       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INTEGER     PIC S9(9) VALUE ZERO.
       01  WS-DAYS-LEFT         PIC S9(5) VALUE ZERO.
       01  WS-NEAR-DUE-DATE     PIC 9(8) VALUE ZERO.
       01  WS-NEAR-DUE-TYPE     PIC X(8) VALUE SPACES.

      *contadores de controle da execucao
       01  WS-CASE-READ-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-OPEN-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CREDIT-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-CREDIT-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-REBILL-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-REBILL-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-NEAR-DUE-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-OVERDUE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-LETTER-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-MAIL-HELD-COUNT   PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-ATTENTION      VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  DETAIL-LINE.
           05 DT-JRNL-SEQ        PIC 9(7).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-AMOUNT          PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-REASON-CODE     PIC X(4).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-OPEN-DATE       PIC 9999/99/99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-DUE-TYPE        PIC X(8).
           05 DT-DUE-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-DAYS-LEFT       PIC ZZZZ9-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ACTION          PIC X(12).
           05 FILLER             PIC X(8)  VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER             PIC X(16) VALUE 'PROVISIONAL CR: '.
           05 TL-CREDIT-COUNT    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE '  REBILLED: '.
           05 TL-REBILL-COUNT    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(14) VALUE '  OPEN CASES: '.
           05 TL-OPEN-COUNT      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE '  NEAR DUE: '.
           05 TL-NEAR-DUE-COUNT  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(11) VALUE '  OVERDUE: '.
           05 TL-OVERDUE-COUNT   PIC ZZZ,ZZ9.

      *linhas do aviso de re-lancamento; o bloco de endereco segue
      *o posicionamento de janela do CollLtr
       01  NAME-LINE.
           05 NL-FIRST-NAME      PIC X(15).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 NL-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(44) VALUE SPACES.

       01  ADDR-LINE.
           05 AL-STREET-ADDR     PIC X(25).
           05 FILLER             PIC X(55) VALUE SPACES.

       01  CITY-LINE.
           05 CL-CITY-COUNTY     PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CL-USA-STATE       PIC X(15).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CL-ZIP-CODE        PIC X(5).
           05 FILLER             PIC X(36) VALUE SPACES.

       01  NOTICE-TITLE-LINE     PIC X(80)
              VALUE 'NOTICE OF DISPUTE RESOLUTION'.
       01  NOTICE-TEXT-LINE-1    PIC X(80)
              VALUE 'WE HAVE COMPLETED OUR REVIEW OF THE TRANSACTION'.
       01  NOTICE-TEXT-LINE-2    PIC X(80)
              VALUE 'YOU DISPUTED AND FOUND IT TO BE VALID. THE'.
       01  NOTICE-TEXT-LINE-3    PIC X(80)
              VALUE 'PROVISIONAL CREDIT HAS BEEN REVERSED AS SHOWN.'.

       01  NOTICE-ACCT-LINE.
           05 FILLER             PIC X(9)  VALUE 'ACCOUNT: '.
           05 NA-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(15) VALUE '   EFFECTIVE: '.
           05 NA-EFF-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(38) VALUE SPACES.

       01  NOTICE-TXN-LINE.
           05 FILLER             PIC X(18) VALUE 'TRANSACTION DATE: '.
           05 NT-TXN-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(18) VALUE '   AMOUNT REBILLED'.
           05 FILLER             PIC X(2)  VALUE ': '.
           05 NT-AMOUNT          PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(19) VALUE SPACES.

       01  PAGE-BREAK-LINE       PIC X(80) VALUE ALL '='.
       01  BLANK-LINE            PIC X(80) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM READ-CASE-PARM.
           PERFORM LOAD-COHOLDERS.
           PERFORM LOAD-CASES.
           PERFORM PROCESS-CASES.
           PERFORM REWRITE-CASES.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT POST-TXN-OUT .
           IF PTXO-FILE-STATUS NOT = '00'
              STRING 'OPEN POST-TXN-OUT FAILED, STATUS '
                 PTXO-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT LETTER-OUT .
           IF LTR-FILE-STATUS NOT = '00'
              STRING 'OPEN LETTER-OUT FAILED, STATUS ' LTR-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'DISPUTE CASE ACTIVITY AND DEADLINE AGING'
              TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'DSPCYCLE ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-CASE-PARM.
      *record de prazos opcional: sem DSCPARM vale a janela de 10
      *dias
           OPEN INPUT CASE-PARM.
           IF PARM-FILE-STATUS = '00'
              READ CASE-PARM
              IF PARM-FILE-STATUS = '00'
                 AND DK-WARN-DAYS NUMERIC
                 AND DK-WARN-DAYS > ZERO
                 MOVE DK-WARN-DAYS TO WS-WARN-DAYS
              END-IF
              CLOSE CASE-PARM
           END-IF.

       LOAD-COHOLDERS.
      *carrega os co-titulares do COHOLDER para o bloco de envelope
           OPEN INPUT CO-HOLDER-FILE.
           IF COH-FILE-STATUS = '05' OR COH-FILE-STATUS = '35'
              MOVE 'Y' TO WS-COH-EOF
           ELSE
              IF COH-FILE-STATUS NOT = '00'
                 STRING 'OPEN CO-HOLDER-FILE FAILED, STATUS '
                    COH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-COH-REC
              PERFORM UNTIL COH-EOF OR WS-COH-COUNT = 500
                 ADD 1 TO WS-COH-COUNT
                 SET COX TO WS-COH-COUNT
                 MOVE JH-ACCT-NO    TO WC-ACCT-NO (COX)
                 MOVE JH-LAST-NAME  TO WC-LAST-NAME (COX)
                 MOVE JH-FIRST-NAME TO WC-FIRST-NAME (COX)
                 PERFORM READ-COH-REC
              END-PERFORM
              CLOSE CO-HOLDER-FILE
           END-IF.

       READ-COH-REC.
           READ CO-HOLDER-FILE
           AT END MOVE 'Y' TO WS-COH-EOF
           END-READ.
           IF COH-FILE-STATUS NOT = '00'
              AND COH-FILE-STATUS NOT = '10'
              STRING 'READ CO-HOLDER-FILE FAILED, STATUS '
                 COH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-CASES.
      *sem o DSPCASE (nenhum caso aberto ainda) o passo so grava o
      *relatorio vazio
           OPEN INPUT CASE-FILE.
           IF CASE-FILE-STATUS = '05' OR CASE-FILE-STATUS = '35'
              MOVE 'Y' TO WS-CASE-EOF
           ELSE
              IF CASE-FILE-STATUS NOT = '00'
                 STRING 'OPEN CASE-FILE FAILED, STATUS '
                    CASE-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-CASE-REC
              PERFORM UNTIL CASE-EOF OR WS-CASE-COUNT = 2000
                 ADD 1 TO WS-CASE-COUNT
                 SET CSX TO WS-CASE-COUNT
                 MOVE DISP-CASE-REC TO WK-CASE-IMAGE (CSX)
                 PERFORM READ-CASE-REC
              END-PERFORM
              CLOSE CASE-FILE
      *-------o arquivo e regravado a partir da tabela: parar antes
      *-------do fim perderia os casos alem do 2000o
              IF NOT CASE-EOF
                 STRING 'CASE TABLE FULL, 2000 LOADED WITH '
                    'RECORDS REMAINING' DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.
           MOVE WS-CASE-COUNT TO WS-CASE-READ-COUNT.

       READ-CASE-REC.
           READ CASE-FILE
           AT END MOVE 'Y' TO WS-CASE-EOF
           END-READ.
           IF CASE-FILE-STATUS NOT = '00'
              AND CASE-FILE-STATUS NOT = '10'
              STRING 'READ CASE-FILE FAILED, STATUS '
                 CASE-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       PROCESS-CASES.
           IF WS-CASE-COUNT > ZERO
              PERFORM PROCESS-ONE-CASE
                 VARYING CSX FROM 1 BY 1
                 UNTIL CSX > WS-CASE-COUNT
           END-IF.

       PROCESS-ONE-CASE.
      *credito provisorio na primeira noite do caso (mesmo que ja
      *resolvido a favor no dia da abertura); caso perdido com o
      *credito ja lancado volta a debito uma vez so; caso aberto
      *passa pelo controle de prazo
           MOVE WK-CASE-IMAGE (CSX) TO DISP-CASE-REC.
           EVALUATE TRUE
              WHEN DC-CREDIT-DATE = ZERO
                 AND NOT DC-ST-AGAINST
                 PERFORM ISSUE-PROVISIONAL-CREDIT
              WHEN DC-ST-AGAINST
                 AND DC-CREDIT-DATE > ZERO
                 AND DC-REBILL-DATE = ZERO
                 PERFORM REBILL-LOST-CASE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF DC-ST-OPEN
              ADD 1 TO WS-OPEN-COUNT
              PERFORM CHECK-CASE-DEADLINE
           END-IF.
           MOVE DISP-CASE-REC TO WK-CASE-IMAGE (CSX).

       ISSUE-PROVISIONAL-CREDIT.
           MOVE DC-ACCT-NO      TO PT-ACCT-NO.
           MOVE 'C'             TO PT-DC-CODE.
           MOVE DC-AMOUNT       TO PT-AMOUNT.
           PERFORM WRITE-POST-TXN.
           MOVE WS-TODAY-DATE   TO DC-CREDIT-DATE.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD DC-AMOUNT TO WS-CREDIT-TOTAL.
           MOVE SPACES TO DT-DUE-TYPE.
           MOVE ZERO   TO DT-DUE-DATE.
           MOVE ZERO   TO DT-DAYS-LEFT.
           MOVE 'PROV CREDIT' TO DT-ACTION.
           PERFORM WRITE-DETAIL-LINE.

       REBILL-LOST-CASE.
      *o valor volta para a conta como debito e o cliente recebe o
      *aviso; conta fora do cadastro ainda re-lanca (o AcctPost
      *rejeita na excecao dele) mas fica sem carta
           MOVE DC-ACCT-NO      TO PT-ACCT-NO.
           MOVE 'D'             TO PT-DC-CODE.
           MOVE DC-AMOUNT       TO PT-AMOUNT.
           PERFORM WRITE-POST-TXN.
           MOVE WS-TODAY-DATE   TO DC-REBILL-DATE.
           ADD 1 TO WS-REBILL-COUNT.
           ADD DC-AMOUNT TO WS-REBILL-TOTAL.
           MOVE SPACES TO DT-DUE-TYPE.
           MOVE ZERO   TO DT-DUE-DATE.
           MOVE ZERO   TO DT-DAYS-LEFT.
           MOVE DC-ACCT-NO TO ACCT-NO.
           READ ACCT-REC.
           EVALUATE TRUE
              WHEN ACCT-FILE-STATUS = '23'
                 MOVE 'NO ACCOUNT' TO DT-ACTION
              WHEN ACCT-FILE-STATUS NOT = '00'
                 STRING 'READ ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              WHEN MAIL-SUPPRESSED
                 ADD 1 TO WS-MAIL-HELD-COUNT
                 MOVE 'REBILL HELD' TO DT-ACTION
              WHEN OTHER
                 PERFORM WRITE-REBILL-NOTICE
                 MOVE 'REBILLED' TO DT-ACTION
           END-EVALUATE.
           PERFORM WRITE-DETAIL-LINE.

       WRITE-POST-TXN.
           MOVE ZERO            TO PT-REF-SEQ.
           MOVE SPACES          TO PT-XFER-ACCT-NO.
           MOVE SPACES          TO PT-ORIG-CURRENCY.
           MOVE ZERO            TO PT-ORIG-AMOUNT.
           MOVE ZERO            TO PT-EFF-DATE.
           WRITE POST-TXN-REC.
           IF PTXO-FILE-STATUS NOT = '00'
              STRING 'WRITE POST-TXN-OUT FAILED, STATUS '
                 PTXO-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CHECK-CASE-DEADLINE.
      *o prazo que vale e o mais proximo ainda pendente: o de
      *reconhecimento enquanto nao foi enviado, depois o de solucao
           IF DC-ACK-DATE = ZERO
              AND DC-ACK-DUE-DATE < DC-RESOLVE-DUE-DATE
              MOVE DC-ACK-DUE-DATE     TO WS-NEAR-DUE-DATE
              MOVE 'ACK DUE '          TO WS-NEAR-DUE-TYPE
           ELSE
              MOVE DC-RESOLVE-DUE-DATE TO WS-NEAR-DUE-DATE
              MOVE 'RESOLVE '          TO WS-NEAR-DUE-TYPE
           END-IF.
           COMPUTE WS-DAYS-LEFT =
              FUNCTION INTEGER-OF-DATE (WS-NEAR-DUE-DATE)
              - WS-TODAY-INTEGER.
           IF WS-DAYS-LEFT NOT > WS-WARN-DAYS
              MOVE WS-NEAR-DUE-TYPE TO DT-DUE-TYPE
              MOVE WS-NEAR-DUE-DATE TO DT-DUE-DATE
              MOVE WS-DAYS-LEFT     TO DT-DAYS-LEFT
              IF WS-DAYS-LEFT < ZERO
                 ADD 1 TO WS-OVERDUE-COUNT
                 MOVE 'OVERDUE' TO DT-ACTION
              ELSE
                 ADD 1 TO WS-NEAR-DUE-COUNT
                 MOVE 'NEAR DUE' TO DT-ACTION
              END-IF
              PERFORM WRITE-DETAIL-LINE
           END-IF.

       WRITE-REBILL-NOTICE.
           ADD 1 TO WS-LETTER-COUNT.
      *----tres linhas em branco posicionam o bloco de endereco na
      *----janela do envelope, como no CollLtr
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE FIRST-NAME TO NL-FIRST-NAME.
           MOVE LAST-NAME  TO NL-LAST-NAME.
           MOVE NAME-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM WRITE-COHOLDER-LINES.
           MOVE STREET-ADDR TO AL-STREET-ADDR.
           MOVE ADDR-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE CITY-COUNTY   TO CL-CITY-COUNTY.
           MOVE USA-STATE     TO CL-USA-STATE.
           MOVE ACCT-ZIP-CODE TO CL-ZIP-CODE.
           MOVE CITY-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE NOTICE-TITLE-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE NOTICE-TEXT-LINE-1 TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE NOTICE-TEXT-LINE-2 TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE NOTICE-TEXT-LINE-3 TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE DC-ACCT-NO    TO NA-ACCT-NO.
           MOVE WS-TODAY-DATE TO NA-EFF-DATE.
           MOVE NOTICE-ACCT-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE DC-TXN-DATE   TO NT-TXN-DATE.
           MOVE DC-AMOUNT     TO NT-AMOUNT.
           MOVE NOTICE-TXN-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE PAGE-BREAK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.

       WRITE-COHOLDER-LINES.
      *uma linha de nome por co-titular da conta, logo abaixo do
      *titular, para todos sairem na janela do envelope
           IF WS-COH-COUNT > ZERO
              PERFORM WRITE-ONE-COHOLDER-LINE
                 VARYING COX FROM 1 BY 1
                 UNTIL COX > WS-COH-COUNT
           END-IF.

       WRITE-ONE-COHOLDER-LINE.
           IF WC-ACCT-NO (COX) = ACCT-NO
              MOVE WC-FIRST-NAME (COX) TO NL-FIRST-NAME
              MOVE WC-LAST-NAME (COX)  TO NL-LAST-NAME
              MOVE NAME-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
           END-IF.

       WRITE-LETTER-REC.
           WRITE LETTER-REC.
           IF LTR-FILE-STATUS NOT = '00'
              STRING 'WRITE LETTER-OUT FAILED, STATUS '
                 LTR-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE DC-JRNL-SEQ    TO DT-JRNL-SEQ.
           MOVE DC-ACCT-NO     TO DT-ACCT-NO.
           MOVE DC-AMOUNT      TO DT-AMOUNT.
           MOVE DC-REASON-CODE TO DT-REASON-CODE.
           MOVE DC-OPEN-DATE   TO DT-OPEN-DATE.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-REPORT-REC.
           WRITE REPORT-REC.
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'WRITE REPORT-LINE FAILED, STATUS '
                 RPT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.

       REWRITE-CASES.
      *o DSPCASE volta com as datas de credito e re-lancamento
      *desta noite, para nada sair em dobro amanha
           OPEN OUTPUT CASE-FILE.
           IF CASE-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT CASE-FILE FAILED, STATUS '
                 CASE-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-CASE-COUNT > ZERO
              PERFORM WRITE-ONE-CASE
                 VARYING CSX FROM 1 BY 1
                 UNTIL CSX > WS-CASE-COUNT
           END-IF.
           CLOSE CASE-FILE.

       WRITE-ONE-CASE.
           MOVE WK-CASE-IMAGE (CSX) TO DISP-CASE-REC.
           WRITE DISP-CASE-REC.
           IF CASE-FILE-STATUS NOT = '00'
              STRING 'WRITE CASE-FILE FAILED, STATUS '
                 CASE-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CLOSE-STOP.
           MOVE WS-CREDIT-COUNT   TO TL-CREDIT-COUNT.
           MOVE WS-REBILL-COUNT   TO TL-REBILL-COUNT.
           MOVE WS-OPEN-COUNT     TO TL-OPEN-COUNT.
           MOVE WS-NEAR-DUE-COUNT TO TL-NEAR-DUE-COUNT.
           MOVE WS-OVERDUE-COUNT  TO TL-OVERDUE-COUNT.
           MOVE TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           DISPLAY 'PROVISIONAL CREDITS: ' WS-CREDIT-COUNT
              '  REBILLS: ' WS-REBILL-COUNT
              '  NOTICES: ' WS-LETTER-COUNT
              '  HELD FOR RETURNED MAIL: ' WS-MAIL-HELD-COUNT.
           CLOSE ACCT-REC .
           CLOSE POST-TXN-OUT .
           CLOSE LETTER-OUT .
           CLOSE REPORT-LINE .
      *caso aberto alem do prazo regulatorio pede atencao
           IF WS-OVERDUE-COUNT > ZERO
              SET RC-ATTENTION TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'DSPCYCLE'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de casos lidos e o
      *RETURN-CODE devolvido ao scheduler
           MOVE 'DSPCYCLE'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-CASE-READ-COUNT   TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
