      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. GlRecon.
       AUTHOR. Julio Bittencourt.

      *Batimento do GL contra os razoes subsidiarios: o GlExtr manda
      *o GLJRNL e o XmitConf prova que o arquivo chegou, mas nada
      *provava que as contas de controle do GL continuavam batendo
      *com os nossos razoes - lote recusado ou lancamento manual do
      *lado do GL so aparecia no fechamento do trimestre. Este passo
      *le o balancete diario postado que o GL devolve (GLTB) e
      *compara cada conta de controle marcada no GLMAP (linhas de
      *tipo C...) com o seu razao: CRCV contas a receber contra o
      *total de saldos do CTLHIST da data, CSUS suspense contra os
      *itens em aberto do SUSPENSE, CCOR recuperacao de charge-off
      *(conta de resultado, acumulado do ano) contra as recuperacoes
      *liquidas do ano no razao CHGOFF, e CFEE receita de tarifa
      *(movimento do dia) contra o FEEJRNL da data. Diferenca sai
      *com o valor e a idade em dias desde que apareceu, guardada no
      *historico GLBRKHST; diferenca com justificativa no GLEXPL
      *(mesma conta e mesmo valor) sai como explicada. Diferenca sem
      *justificativa com mais de um dia termina com RC 12; diferenca
      *nova ou conta de controle sem mapeamento, RC 4.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-TRIAL-BAL ASSIGN TO GLTB
               FILE STATUS IS GLTB-FILE-STATUS .
           SELECT GL-MAP ASSIGN TO GLMAP
               FILE STATUS IS GMAP-FILE-STATUS .
           SELECT CTL-HIST ASSIGN TO CTLHIST
               FILE STATUS IS CTLH-FILE-STATUS .
           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
               FILE STATUS IS SUSP-FILE-STATUS .
           SELECT CHGOFF-FILE ASSIGN TO CHGOFF
               FILE STATUS IS CHGO-FILE-STATUS .
           SELECT FEE-JOURNAL ASSIGN TO FEEJRNL
               FILE STATUS IS FJRN-FILE-STATUS .
           SELECT BREAK-HIST ASSIGN TO GLBRKHST
               FILE STATUS IS BRKH-FILE-STATUS .
           SELECT BREAK-EXPL ASSIGN TO GLEXPL
               FILE STATUS IS EXPL-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO GLRCNRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD GL-TRIAL-BAL RECORDING MODE F .
      *balancete postado do GL, um record por conta contabil: o
      *movimento do dia a debito e a credito e o saldo final (debito
      *positivo)
       01  GL-TB-REC.
           05 TB-BUSINESS-DATE  PIC 9(8) .
           05 TB-GL-ACCOUNT     PIC 9(8) .
           05 TB-DAY-DEBITS     PIC S9(11)V99 .
           05 TB-DAY-CREDITS    PIC S9(11)V99 .
           05 TB-CLOSING-BAL    PIC S9(11)V99 .

       FD GL-MAP RECORDING MODE F .
      *mesmo layout lido pelo GlExtr; nas linhas de conta de
      *controle a conta vem no campo de debito
       01  GL-MAP-REC.
           05 GM-TXN-TYPE       PIC X(4) .
           05 GM-DEBIT-ACCT     PIC 9(8) .
           05 GM-CREDIT-ACCT    PIC 9(8) .

       FD CTL-HIST RECORDING MODE F .
      *layout compartilhado no copybook CTLHIST
           COPY CTLHIST.

       FD SUSPENSE-FILE RECORDING MODE F .
      *mesmo layout gravado pelo WRITE-SUSPENSE-ITEM do LockBox
       01  SUSPENSE-REC.
           05 SU-CAPTURED-ACCT  PIC X(8) .
           05 SU-PAY-AMOUNT     PIC S9(7)V99 .
           05 SU-REMITTER-NAME  PIC X(20) .
           05 SU-DEPOSIT-DATE   PIC 9(8) .
           05 SU-REASON         PIC X(20) .

       FD CHGOFF-FILE RECORDING MODE F .
      *razao subsidiario de charge-off; layout compartilhado no
      *copybook CHGOFF
           COPY CHGOFF.

       FD FEE-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo FeeAsmt
       01  FEE-JOURNAL-REC.
           05 FJ-ACCT-NO        PIC X(8) .
           05 FILLER            PIC X(2) .
           05 FJ-FEE-CODE       PIC X(4) .
           05 FILLER            PIC X(2) .
           05 FJ-AMOUNT         PIC X(13) .
           05 FILLER            PIC X(2) .
           05 FJ-ASSESS-DATE    PIC 9(8) .

       FD BREAK-HIST RECORDING MODE F .
      *diferenca em aberto por conta de controle, com a data em que
      *apareceu; regravado a cada execucao
       01  BREAK-HIST-REC.
           05 GB-CONTROL-CODE   PIC X(4) .
           05 GB-FIRST-DATE     PIC 9(8) .
           05 GB-AMOUNT         PIC S9(11)V99 .

       FD BREAK-EXPL RECORDING MODE F .
      *justificativa da contabilidade para uma diferenca conhecida
      *(lancamento em transito, ajuste a fazer no GL), opcional
       01  BREAK-EXPL-REC.
           05 GX-CONTROL-CODE   PIC X(4) .
           05 GX-AMOUNT         PIC S9(11)V99 .
           05 GX-OPERATOR-ID    PIC X(8) .
           05 GX-TEXT           PIC X(40) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(132) .

       WORKING-STORAGE SECTION.
       01  GLTB-FILE-STATUS     PIC X(2) VALUE '00'.
       01  GMAP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CTLH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SUSP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CHGO-FILE-STATUS     PIC X(2) VALUE '00'.
       01  FJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  BRKH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  EXPL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.

      *as contas de controle: codigo no GLMAP, nome, natureza (D
      *devedora, C credora) e base da comparacao (S saldo final, M
      *movimento do dia)
       01  WS-CONTROL-VALUES.
           05 FILLER PIC X(26) VALUE 'CRCVRECEIVABLES         DS'.
           05 FILLER PIC X(26) VALUE 'CSUSSUSPENSE            CS'.
           05 FILLER PIC X(26) VALUE 'CCORCHARGE-OFF RECOVERY CS'.
           05 FILLER PIC X(26) VALUE 'CFEEFEE INCOME          CM'.
       01  WS-CONTROL-DEFS REDEFINES WS-CONTROL-VALUES.
           05 WS-CONTROL-DEF OCCURS 4 TIMES.
              10 CD-CODE         PIC X(4).
              10 CD-NAME         PIC X(20).
              10 CD-NATURE       PIC X(1).
                 88 CD-CREDIT-NATURE VALUE 'C'.
              10 CD-BASIS        PIC X(1).
                 88 CD-DAY-MOVEMENT  VALUE 'M'.
       01  WS-CONTROL-COUNT     PIC 9(1) VALUE 4.

      *figuras de cada conta de controle na data do balancete
       01  WS-CONTROL-TABLE.
           05 WS-CONTROL-ENTRY OCCURS 4 TIMES
                 INDEXED BY CCX.
              10 WC-GL-ACCOUNT   PIC 9(8).
              10 WC-MAPPED       PIC X(1).
                 88 WC-IS-MAPPED    VALUE 'Y'.
              10 WC-ON-TB        PIC X(1).
                 88 WC-IS-ON-TB     VALUE 'Y'.
              10 WC-GL-AMOUNT    PIC S9(11)V99 COMP-3.
              10 WC-SUB-AMOUNT   PIC S9(11)V99 COMP-3.
              10 WC-DIFFERENCE   PIC S9(11)V99 COMP-3.
              10 WC-FIRST-DATE   PIC 9(8).
              10 WC-AGE          PIC S9(5).
              10 WC-EXPL-SUB     PIC 9(3).

      *justificativas carregadas do GLEXPL
       01  WS-EXPL-TABLE.
           05 WS-EXPL-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-EXPL-ENTRY OCCURS 50 TIMES
                 INDEXED BY EXX.
              10 WX-CONTROL-CODE PIC X(4).
              10 WX-AMOUNT       PIC S9(11)V99.
              10 WX-OPERATOR-ID  PIC X(8).
              10 WX-TEXT         PIC X(40).

       01  WS-RECON-DATE        PIC 9(8) VALUE ZERO.
       01  WS-RECON-INTEGER     PIC S9(9) VALUE ZERO.
       01  WS-CTLH-FOUND        PIC X(1) VALUE 'N'.
           88 CTLH-FOUND        VALUE 'Y'.
       01  WS-WORK-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TB-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-BREAK-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-AGED-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-EXPLAINED-COUNT   PIC 9(2) VALUE ZERO.
       01  WS-UNMAPPED-COUNT    PIC 9(2) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE; 12 e o codigo distinto da diferenca envelhecida
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-NEW-BREAK      VALUE 4.
           88 RC-IO-ERROR       VALUE 8.
           88 RC-AGED-BREAK     VALUE 12.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  TITLE-LINE.
           05 FILLER             PIC X(41) VALUE
              'GL TO SUBLEDGER RECONCILIATION - GL DATE '.
           05 TL-RECON-DATE      PIC 9999/99/99.
           05 FILLER             PIC X(81) VALUE SPACES.

       01  COLUMN-LINE.
           05 FILLER             PIC X(22) VALUE 'CONTROL ACCOUNT'.
           05 FILLER             PIC X(10) VALUE 'GL ACCT'.
           05 FILLER             PIC X(18) VALUE '      GL FIGURE'.
           05 FILLER             PIC X(18) VALUE '      SUBLEDGER'.
           05 FILLER             PIC X(18) VALUE '     DIFFERENCE'.
           05 FILLER             PIC X(7)  VALUE '  AGE'.
           05 FILLER             PIC X(39) VALUE 'STATUS'.

       01  RECON-LINE.
           05 RL-NAME            PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RL-GL-ACCOUNT      PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RL-GL-AMOUNT       PIC -,---,---,--9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RL-SUB-AMOUNT      PIC -,---,---,--9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RL-DIFFERENCE      PIC -,---,---,--9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RL-AGE             PIC ZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RL-STATUS          PIC X(24).
           05 FILLER             PIC X(15) VALUE SPACES.

       01  EXPL-LINE.
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 FILLER             PIC X(13) VALUE 'EXPLAINED BY '.
           05 EL-OPERATOR-ID     PIC X(8).
           05 FILLER             PIC X(2)  VALUE ': '.
           05 EL-TEXT            PIC X(40).
           05 FILLER             PIC X(63) VALUE SPACES.

       01  SUMMARY-LINE.
           05 FILLER             PIC X(8)  VALUE 'BREAKS: '.
           05 SM-BREAKS          PIC Z9.
           05 FILLER             PIC X(13) VALUE '  EXPLAINED: '.
           05 SM-EXPLAINED       PIC Z9.
           05 FILLER             PIC X(28) VALUE
              '  UNEXPLAINED OVER ONE DAY: '.
           05 SM-AGED            PIC Z9.
           05 FILLER             PIC X(14) VALUE '  NOT MAPPED: '.
           05 SM-UNMAPPED        PIC Z9.
           05 FILLER             PIC X(61) VALUE SPACES.

       01  BLANK-LINE            PIC X(132) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-CONTROL-ACCOUNTS.
           PERFORM READ-TRIAL-BALANCE.
           PERFORM SUM-CTLHIST-BALANCE.
           PERFORM SUM-OPEN-SUSPENSE.
           PERFORM SUM-CHGOFF-RECOVERIES.
           PERFORM SUM-FEE-JOURNAL.
           PERFORM LOAD-BREAK-HISTORY.
           PERFORM LOAD-EXPLANATIONS.
           PERFORM REPORT-ONE-CONTROL
              VARYING CCX FROM 1 BY 1
              UNTIL CCX > WS-CONTROL-COUNT.
           PERFORM REWRITE-BREAK-HISTORY.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           INITIALIZE WS-CONTROL-TABLE.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'GLRECON ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-CONTROL-ACCOUNTS.
      *as linhas de conta de controle do GLMAP dao a conta contabil
      *de cada razao; as linhas de tipo de movimento sao do GlExtr
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT GL-MAP.
           IF GMAP-FILE-STATUS NOT = '00'
              STRING 'OPEN GL-MAP FAILED, STATUS ' GMAP-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-MAP-REC.
           PERFORM UNTIL GEN-EOF
              PERFORM VARYING CCX FROM 1 BY 1
                 UNTIL CCX > WS-CONTROL-COUNT
                 IF GM-TXN-TYPE = CD-CODE (CCX)
                    MOVE GM-DEBIT-ACCT TO WC-GL-ACCOUNT (CCX)
                    MOVE 'Y'           TO WC-MAPPED (CCX)
                 END-IF
              END-PERFORM
              PERFORM READ-MAP-REC
           END-PERFORM.
           CLOSE GL-MAP.

       READ-MAP-REC.
           READ GL-MAP
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF GMAP-FILE-STATUS NOT = '00'
              AND GMAP-FILE-STATUS NOT = '10'
              STRING 'READ GL-MAP FAILED, STATUS ' GMAP-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-TRIAL-BALANCE.
      *a data do balancete e a data do batimento; balancete vazio
      *ou com mais de uma data nao serve
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT GL-TRIAL-BAL.
           IF GLTB-FILE-STATUS NOT = '00'
              STRING 'OPEN GL-TRIAL-BAL FAILED, STATUS '
                 GLTB-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-TB-REC.
           PERFORM UNTIL GEN-EOF
              ADD 1 TO WS-TB-COUNT
              IF WS-RECON-DATE = ZERO
                 MOVE TB-BUSINESS-DATE TO WS-RECON-DATE
              END-IF
              IF TB-BUSINESS-DATE NOT = WS-RECON-DATE
                 STRING 'GLTB HOLDS MORE THAN ONE DATE: '
                    WS-RECON-DATE ' AND ' TB-BUSINESS-DATE
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM VARYING CCX FROM 1 BY 1
                 UNTIL CCX > WS-CONTROL-COUNT
                 IF WC-IS-MAPPED (CCX)
                    AND TB-GL-ACCOUNT = WC-GL-ACCOUNT (CCX)
                    PERFORM TAKE-GL-FIGURE
                 END-IF
              END-PERFORM
              PERFORM READ-TB-REC
           END-PERFORM.
           CLOSE GL-TRIAL-BAL.
           IF WS-TB-COUNT = ZERO
              MOVE 'GL TRIAL BALANCE GLTB IS EMPTY' TO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           COMPUTE WS-RECON-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-RECON-DATE).
           MOVE WS-RECON-DATE TO TL-RECON-DATE.
           MOVE TITLE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE COLUMN-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       TAKE-GL-FIGURE.
      *a figura do GL no sentido do razao: conta credora inverte o
      *sinal do saldo; receita de tarifa compara o movimento do dia
           MOVE 'Y' TO WC-ON-TB (CCX).
           EVALUATE TRUE
              WHEN CD-DAY-MOVEMENT (CCX) AND CD-CREDIT-NATURE (CCX)
                 COMPUTE WC-GL-AMOUNT (CCX) =
                    TB-DAY-CREDITS - TB-DAY-DEBITS
              WHEN CD-DAY-MOVEMENT (CCX)
                 COMPUTE WC-GL-AMOUNT (CCX) =
                    TB-DAY-DEBITS - TB-DAY-CREDITS
              WHEN CD-CREDIT-NATURE (CCX)
                 COMPUTE WC-GL-AMOUNT (CCX) = 0 - TB-CLOSING-BAL
              WHEN OTHER
                 MOVE TB-CLOSING-BAL TO WC-GL-AMOUNT (CCX)
           END-EVALUATE.

       READ-TB-REC.
           READ GL-TRIAL-BAL
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF GLTB-FILE-STATUS NOT = '00'
              AND GLTB-FILE-STATUS NOT = '10'
              STRING 'READ GL-TRIAL-BAL FAILED, STATUS '
                 GLTB-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SUM-CTLHIST-BALANCE.
      *contas a receber: o total de saldos do ultimo run do
      *FileHandling na data do balancete
           SET CCX TO 1.
           MOVE 'N' TO WS-CTLH-FOUND.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT CTL-HIST.
           IF CTLH-FILE-STATUS = '05' OR CTLH-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF CTLH-FILE-STATUS NOT = '00'
                 STRING 'OPEN CTL-HIST FAILED, STATUS '
                    CTLH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-CTLH-REC
              PERFORM UNTIL GEN-EOF
                 IF CT-RUN-DATE = WS-RECON-DATE
                    MOVE 'Y' TO WS-CTLH-FOUND
                    MOVE CT-BALANCE-TOTAL TO WC-SUB-AMOUNT (CCX)
                 END-IF
                 PERFORM READ-CTLH-REC
              END-PERFORM
              CLOSE CTL-HIST
           END-IF.

       READ-CTLH-REC.
           READ CTL-HIST
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF CTLH-FILE-STATUS NOT = '00'
              AND CTLH-FILE-STATUS NOT = '10'
              STRING 'READ CTL-HIST FAILED, STATUS '
                 CTLH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SUM-OPEN-SUSPENSE.
      *suspense: todo item ainda no arquivo esta em aberto (o
      *resolvido e o devolvido saem dele), ate a data do balancete
           SET CCX TO 2.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSP-FILE-STATUS = '05' OR SUSP-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF SUSP-FILE-STATUS NOT = '00'
                 STRING 'OPEN SUSPENSE-FILE FAILED, STATUS '
                    SUSP-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-SUSP-REC
              PERFORM UNTIL GEN-EOF
                 IF SU-DEPOSIT-DATE NOT > WS-RECON-DATE
                    ADD SU-PAY-AMOUNT TO WC-SUB-AMOUNT (CCX)
                 END-IF
                 PERFORM READ-SUSP-REC
              END-PERFORM
              CLOSE SUSPENSE-FILE
           END-IF.

       READ-SUSP-REC.
           READ SUSPENSE-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF SUSP-FILE-STATUS NOT = '00'
              AND SUSP-FILE-STATUS NOT = '10'
              STRING 'READ SUSPENSE-FILE FAILED, STATUS '
                 SUSP-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SUM-CHGOFF-RECOVERIES.
      *recuperacao de charge-off: recuperacoes menos as desfeitas
      *pelo ChkRet, do ano do balancete ate a data dele
           SET CCX TO 3.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT CHGOFF-FILE.
           IF CHGO-FILE-STATUS = '05' OR CHGO-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF CHGO-FILE-STATUS NOT = '00'
                 STRING 'OPEN CHGOFF-FILE FAILED, STATUS '
                    CHGO-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-CHGO-REC
              PERFORM UNTIL GEN-EOF
                 IF CO-DATE (1:4) = WS-RECON-DATE (1:4)
                    AND CO-DATE NOT > WS-RECON-DATE
                    EVALUATE TRUE
                       WHEN CO-RECOVERY
                          ADD CO-AMOUNT TO WC-SUB-AMOUNT (CCX)
                       WHEN CO-RECOVERY-REVERSED
                          SUBTRACT CO-AMOUNT FROM WC-SUB-AMOUNT (CCX)
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
                 PERFORM READ-CHGO-REC
              END-PERFORM
              CLOSE CHGOFF-FILE
           END-IF.

       READ-CHGO-REC.
           READ CHGOFF-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF CHGO-FILE-STATUS NOT = '00'
              AND CHGO-FILE-STATUS NOT = '10'
              STRING 'READ CHGOFF-FILE FAILED, STATUS '
                 CHGO-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SUM-FEE-JOURNAL.
      *receita de tarifa: as tarifas lancadas pelo FeeAsmt na data;
      *o valor vem editado e o NUMVAL-C devolve a magnitude (mesmo
      *tratamento do GlExtr)
           SET CCX TO 4.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT FEE-JOURNAL.
           IF FJRN-FILE-STATUS = '05' OR FJRN-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF FJRN-FILE-STATUS NOT = '00'
                 STRING 'OPEN FEE-JOURNAL FAILED, STATUS '
                    FJRN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-FEE-REC
              PERFORM UNTIL GEN-EOF
                 IF FJ-ASSESS-DATE = WS-RECON-DATE
                    COMPUTE WS-WORK-AMOUNT =
                       FUNCTION NUMVAL-C (FJ-AMOUNT)
                    ADD WS-WORK-AMOUNT TO WC-SUB-AMOUNT (CCX)
                 END-IF
                 PERFORM READ-FEE-REC
              END-PERFORM
              CLOSE FEE-JOURNAL
           END-IF.

       READ-FEE-REC.
           READ FEE-JOURNAL
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF FJRN-FILE-STATUS NOT = '00'
              AND FJRN-FILE-STATUS NOT = '10'
              STRING 'READ FEE-JOURNAL FAILED, STATUS '
                 FJRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-BREAK-HISTORY.
      *data em que cada diferenca ainda aberta apareceu
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT BREAK-HIST.
           IF BRKH-FILE-STATUS = '05' OR BRKH-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF BRKH-FILE-STATUS NOT = '00'
                 STRING 'OPEN BREAK-HIST FAILED, STATUS '
                    BRKH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-BRKH-REC
              PERFORM UNTIL GEN-EOF
                 PERFORM VARYING CCX FROM 1 BY 1
                    UNTIL CCX > WS-CONTROL-COUNT
                    IF GB-CONTROL-CODE = CD-CODE (CCX)
                       MOVE GB-FIRST-DATE TO WC-FIRST-DATE (CCX)
                    END-IF
                 END-PERFORM
                 PERFORM READ-BRKH-REC
              END-PERFORM
              CLOSE BREAK-HIST
           END-IF.

       READ-BRKH-REC.
           READ BREAK-HIST
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF BRKH-FILE-STATUS NOT = '00'
              AND BRKH-FILE-STATUS NOT = '10'
              STRING 'READ BREAK-HIST FAILED, STATUS '
                 BRKH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-EXPLANATIONS.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT BREAK-EXPL.
           IF EXPL-FILE-STATUS = '05' OR EXPL-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF EXPL-FILE-STATUS NOT = '00'
                 STRING 'OPEN BREAK-EXPL FAILED, STATUS '
                    EXPL-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-EXPL-REC
              PERFORM UNTIL GEN-EOF OR WS-EXPL-COUNT = 50
                 ADD 1 TO WS-EXPL-COUNT
                 SET EXX TO WS-EXPL-COUNT
                 MOVE GX-CONTROL-CODE TO WX-CONTROL-CODE (EXX)
                 MOVE GX-AMOUNT       TO WX-AMOUNT (EXX)
                 MOVE GX-OPERATOR-ID  TO WX-OPERATOR-ID (EXX)
                 MOVE GX-TEXT         TO WX-TEXT (EXX)
                 PERFORM READ-EXPL-REC
              END-PERFORM
              CLOSE BREAK-EXPL
           END-IF.

       READ-EXPL-REC.
           READ BREAK-EXPL
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF EXPL-FILE-STATUS NOT = '00'
              AND EXPL-FILE-STATUS NOT = '10'
              STRING 'READ BREAK-EXPL FAILED, STATUS '
                 EXPL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REPORT-ONE-CONTROL.
      *diferenca aberta guarda a data em que apareceu; batida, sai do
      *historico
           MOVE SPACES TO RECON-LINE.
           MOVE CD-NAME (CCX) TO RL-NAME.
           IF NOT WC-IS-MAPPED (CCX)
              ADD 1 TO WS-UNMAPPED-COUNT
              MOVE 'NOT MAPPED IN GLMAP' TO RL-STATUS
              MOVE RECON-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           ELSE
              PERFORM COMPARE-ONE-CONTROL
           END-IF.

       COMPARE-ONE-CONTROL.
           COMPUTE WC-DIFFERENCE (CCX) =
              WC-GL-AMOUNT (CCX) - WC-SUB-AMOUNT (CCX).
           MOVE WC-GL-ACCOUNT (CCX) TO RL-GL-ACCOUNT.
           MOVE WC-GL-AMOUNT (CCX)  TO RL-GL-AMOUNT.
           MOVE WC-SUB-AMOUNT (CCX) TO RL-SUB-AMOUNT.
           MOVE WC-DIFFERENCE (CCX) TO RL-DIFFERENCE.
           MOVE ZERO TO WC-EXPL-SUB (CCX).
           IF WC-DIFFERENCE (CCX) = ZERO
              MOVE ZERO TO WC-FIRST-DATE (CCX)
              MOVE ZERO TO RL-AGE
              MOVE 'IN BALANCE' TO RL-STATUS
           ELSE
              ADD 1 TO WS-BREAK-COUNT
              IF WC-FIRST-DATE (CCX) = ZERO
                 OR WC-FIRST-DATE (CCX) > WS-RECON-DATE
                 MOVE WS-RECON-DATE TO WC-FIRST-DATE (CCX)
              END-IF
              COMPUTE WC-AGE (CCX) = WS-RECON-INTEGER -
                 FUNCTION INTEGER-OF-DATE (WC-FIRST-DATE (CCX))
              MOVE WC-AGE (CCX) TO RL-AGE
              PERFORM FIND-EXPLANATION
              EVALUATE TRUE
                 WHEN WC-EXPL-SUB (CCX) > ZERO
                    ADD 1 TO WS-EXPLAINED-COUNT
                    MOVE 'BREAK - EXPLAINED' TO RL-STATUS
                 WHEN WC-AGE (CCX) > 1
                    ADD 1 TO WS-AGED-COUNT
                    MOVE '*BREAK - UNEXPLAINED' TO RL-STATUS
                 WHEN OTHER
                    MOVE 'BREAK - NEW' TO RL-STATUS
              END-EVALUATE
           END-IF.
           IF NOT WC-IS-ON-TB (CCX)
              MOVE 'NOT ON GLTB' TO RL-STATUS (14:11)
           END-IF.
           MOVE RECON-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           IF WC-EXPL-SUB (CCX) > ZERO
              SET EXX TO WC-EXPL-SUB (CCX)
              MOVE WX-OPERATOR-ID (EXX) TO EL-OPERATOR-ID
              MOVE WX-TEXT (EXX)        TO EL-TEXT
              MOVE EXPL-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       FIND-EXPLANATION.
      *a justificativa vale para a conta e o valor exato da diferenca
           SET EXX TO 1.
           SEARCH WS-EXPL-ENTRY
              AT END CONTINUE
              WHEN EXX > WS-EXPL-COUNT
                 CONTINUE
              WHEN WX-CONTROL-CODE (EXX) = CD-CODE (CCX)
                 AND WX-AMOUNT (EXX) = WC-DIFFERENCE (CCX)
                 SET WC-EXPL-SUB (CCX) TO EXX
           END-SEARCH.

       REWRITE-BREAK-HISTORY.
           OPEN OUTPUT BREAK-HIST.
           IF BRKH-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT BREAK-HIST FAILED, STATUS '
                 BRKH-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM WRITE-ONE-BREAK
              VARYING CCX FROM 1 BY 1
              UNTIL CCX > WS-CONTROL-COUNT.
           CLOSE BREAK-HIST.

       WRITE-ONE-BREAK.
           IF WC-IS-MAPPED (CCX) AND WC-DIFFERENCE (CCX) NOT = ZERO
              MOVE CD-CODE (CCX)       TO GB-CONTROL-CODE
              MOVE WC-FIRST-DATE (CCX) TO GB-FIRST-DATE
              MOVE WC-DIFFERENCE (CCX) TO GB-AMOUNT
              WRITE BREAK-HIST-REC
              IF BRKH-FILE-STATUS NOT = '00'
                 STRING 'WRITE BREAK-HIST FAILED, STATUS '
                    BRKH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       WRITE-REPORT-REC.
           WRITE REPORT-REC.
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'WRITE REPORT-LINE FAILED, STATUS '
                 RPT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.

       CLOSE-STOP.
      *RC 12 para diferenca sem justificativa com mais de um dia; RC
      *4 para diferenca nova ou conta de controle sem mapeamento
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE WS-BREAK-COUNT     TO SM-BREAKS.
           MOVE WS-EXPLAINED-COUNT TO SM-EXPLAINED.
           MOVE WS-AGED-COUNT      TO SM-AGED.
           MOVE WS-UNMAPPED-COUNT  TO SM-UNMAPPED.
           MOVE SUMMARY-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           CLOSE REPORT-LINE.
           DISPLAY 'GLRECON GL DATE ' WS-RECON-DATE ' ' SUMMARY-LINE.
           EVALUATE TRUE
              WHEN WS-AGED-COUNT > ZERO
                 SET RC-AGED-BREAK TO TRUE
              WHEN WS-BREAK-COUNT > WS-EXPLAINED-COUNT
                 OR WS-UNMAPPED-COUNT > ZERO
                 SET RC-NEW-BREAK TO TRUE
              WHEN OTHER
                 SET RC-NORMAL TO TRUE
           END-EVALUATE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'GLRECON '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de diferencas e o
      *RETURN-CODE devolvido ao scheduler
           MOVE 'GLRECON '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-BREAK-COUNT       TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
