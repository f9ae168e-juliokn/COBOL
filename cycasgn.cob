      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. CycAsgn.
       AUTHOR. Julio Bittencourt.

      *Distribuicao das contas pelos ciclos de faturamento: todo o
      *juro, o MONTHEND e os extratos saiam no ultimo dia util do
      *mes, e a grafica, o atendimento e a janela noturna levavam o
      *pico de uma vez. O PCalGen marca no PROCCAL em que dia util
      *fecha cada ciclo (1 a WS-CYCLE-COUNT); este passo grava o
      *ciclo no ACCT-BILL-CYCLE da conta. Modo do CYCPARM:
      *  'M' migracao, rodada uma vez: toda conta aberta e
      *      redistribuida em rodizio na ordem da chave, o que deixa
      *      os ciclos com a mesma quantidade (mais ou menos uma);
      *      rodar de novo com a mesma carteira nao mexe em ninguem;
      *  outro (noturno): so a conta ainda sem ciclo (a que o
      *      AcctLoad acabou de incluir) ganha o ciclo com menos
      *      contas, para a carteira continuar espalhada.
      *Conta encerrada, baixada ou escheatada fica sem ciclo (nao
      *tem mais extrato). Cada conta que muda de ciclo recebe em
      *CYCLTR o aviso com o ciclo e a data do proximo extrato (o
      *primeiro dia depois de hoje em que o PROCCAL fecha o ciclo
      *dela); o vencimento acompanha o extrato. Conta com correio
      *devolvido tem o ciclo gravado mas o aviso fica retido, como
      *no TermNote. O CYCRPT lista, por ciclo, a data do proximo
      *extrato e as contas antes e depois da rodada. Rodar a
      *migracao logo depois do ultimo dia util do mes: o primeiro
      *extrato no ciclo novo cobre o periodo desde aquele fechamento.
      *Cada troca vai tambem para o CYCHIST acumulativo, com o
      *ultimo fechamento da conta ate hoje (do ciclo antigo, ou o
      *ultimo dia util do mes para quem estava sem ciclo): e de la
      *que o FileHandling conta o saldo medio e o AcctClos o juro
      *corrido ate o primeiro fechamento no ciclo novo.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT PROC-CAL ASSIGN TO PROCCAL
               FILE STATUS IS PCAL-FILE-STATUS .
           SELECT CYC-PARM ASSIGN TO CYCPARM
               FILE STATUS IS PARM-FILE-STATUS .
           SELECT LETTER-OUT ASSIGN TO CYCLTR
               FILE STATUS IS LTR-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO CYCRPT
               FILE STATUS IS RPT-FILE-STATUS .
           SELECT CYC-HIST ASSIGN TO CYCHIST
               FILE STATUS IS CHST-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD PROC-CAL RECORDING MODE F .
      *calendario de processamento gerado pelo PCalGen: a faixa
      *PC-CYCLE-FROM/TO diz quais ciclos fecham na data
       01  PROC-CAL-REC.
           05 PC-DATE           PIC 9(8) .
           05 PC-BUSINESS-DAY   PIC X(1) .
           05 PC-MONTH-END      PIC X(1) .
           05 PC-YEAR-END       PIC X(1) .
           05 PC-CYCLE-FROM     PIC 9(2) .
           05 PC-CYCLE-TO       PIC 9(2) .

       FD CYC-PARM RECORDING MODE F .
      *modo da rodada e quantidade de ciclos (a mesma do PCALPARM)
       01  CYC-PARM-REC.
           05 CP-MODE           PIC X(1) .
           05 CP-CYCLE-COUNT    PIC 9(2) .

       FD LETTER-OUT RECORDING MODE F .
       01  LETTER-REC            PIC X(80) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(132) .

       FD CYC-HIST RECORDING MODE F .
      *trocas de ciclo; layout compartilhado no copybook CYCHIST
           COPY CYCHIST.

       WORKING-STORAGE SECTION.
       01  LASTREC              PIC X(1) VALUE 'N'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PCAL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  LTR-FILE-STATUS      PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  CHST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-PCAL-EOF          PIC X(1) VALUE 'N'.
           88 PCAL-EOF          VALUE 'Y'.

      *modo e quantidade de ciclos em vigor (defaults quando o
      *CYCPARM nao esta presente: rodada noturna, 20 ciclos)
       01  WS-RUN-MODE          PIC X(1) VALUE 'N'.
           88 MIGRATION-RUN     VALUE 'M'.
       01  WS-CYCLE-COUNT       PIC 9(2) VALUE 20.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.

      *por ciclo: data do proximo extrato e contas antes e depois
       01  WS-CYCLE-TABLE.
           05 WS-CYCLE-ENTRY OCCURS 23 TIMES
                 INDEXED BY CYX.
              10 WC-NEXT-DATE   PIC 9(8).
              10 WC-BEFORE      PIC 9(7).
              10 WC-AFTER       PIC 9(7).
              10 WC-ASSIGNED    PIC 9(7).
              10 WC-LAST-DATE   PIC 9(8).
       01  WS-CYC-SUB           PIC 9(2) VALUE ZERO.
      *ultimo fechamento ate hoje das contas sem ciclo, e o da conta
      *que esta trocando de ciclo, gravado no CYCHIST
       01  WS-LAST-ME-DATE      PIC 9(8) VALUE ZERO.
       01  WS-OLD-CYCLE         PIC 9(2) VALUE ZERO.
       01  WS-LAST-CLOSE        PIC 9(8) VALUE ZERO.
       01  WS-NEW-CYCLE         PIC 9(2) VALUE ZERO.
       01  WS-ROTATE-SUB        PIC 9(2) VALUE ZERO.
       01  WS-ELIGIBLE-FLAG     PIC X(1) VALUE 'N'.
           88 ACCT-ELIGIBLE     VALUE 'Y'.

      *contadores de controle da execucao
       01  WS-REC-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-SKIP-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-ASSIGN-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-KEPT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-LETTER-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-MAIL-HELD-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-NO-DATE-COUNT     PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-ATTENTION      VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *area de parametros do subprograma BUSDATE
           COPY BUSDPRM.

       01  HEAD-LINE.
           05 FILLER             PIC X(8)  VALUE 'CYCLE'.
           05 FILLER             PIC X(16) VALUE 'NEXT STATEMENT'.
           05 FILLER             PIC X(10) VALUE '    BEFORE'.
           05 FILLER             PIC X(10) VALUE '  ASSIGNED'.
           05 FILLER             PIC X(10) VALUE '     AFTER'.

       01  DETAIL-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-CYCLE           PIC 9(2).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 DT-NEXT-DATE       PIC 9999/99/99.
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 DT-BEFORE          PIC ZZZ,ZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 DT-ASSIGNED        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 DT-AFTER           PIC ZZZ,ZZ9.
           05 FILLER             PIC X(81) VALUE SPACES.

       01  COUNT-LINE.
           05 CL-LABEL           PIC X(34).
           05 CL-COUNT           PIC ZZZ,ZZ9.
           05 FILLER             PIC X(91) VALUE SPACES.

      *linhas da carta; o bloco de endereco segue o posicionamento
      *de janela do CollLtr
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
              VALUE 'NOTICE OF YOUR NEW STATEMENT DATE'.
       01  NOTICE-TEXT-LINE-1    PIC X(80)
              VALUE 'YOUR MONTHLY STATEMENT WILL NOW BE PRODUCED ON THE
      -       ' SAME BUSINESS DAY'.
       01  NOTICE-TEXT-LINE-2    PIC X(80)
              VALUE 'EACH MONTH, AND YOUR PAYMENT DUE DATE MOVES WITH
      -       ' IT.'.
       01  NOTICE-TEXT-LINE-3    PIC X(80)
              VALUE 'PLEASE CALL US IF YOU HAVE ANY QUESTIONS.'.

       01  CYCLE-NOTICE-LINE.
           05 FILLER             PIC X(8)  VALUE 'ACCOUNT '.
           05 CN-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(17) VALUE ' BILLING CYCLE: '.
           05 CN-CYCLE           PIC 9(2).
           05 FILLER             PIC X(45) VALUE SPACES.

       01  DATE-NOTICE-LINE.
           05 FILLER             PIC X(25)
              VALUE 'YOUR NEXT STATEMENT DATE:'.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DN-NEXT-DATE       PIC 9999/99/99.
           05 FILLER             PIC X(44) VALUE SPACES.

       01  NO-DATE-NOTICE-LINE   PIC X(80)
              VALUE 'YOUR NEXT STATEMENT DATE WILL BE SHOWN ON YOUR NEXT
      -       ' STATEMENT.'.

       01  PAGE-BREAK-LINE       PIC X(80) VALUE ALL '='.
       01  BLANK-LINE            PIC X(80) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-STATEMENT-DATES.
           PERFORM COUNT-CURRENT-CYCLES.
           PERFORM ASSIGN-CYCLES.
           PERFORM REPORT-CYCLES.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-CYC-PARM.
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
      *historico acumulativo: na primeira execucao o OPEN EXTEND
      *precisa virar OUTPUT, mesmo tratamento do AUDITLOG
           OPEN EXTEND CYC-HIST .
           IF CHST-FILE-STATUS = '05' OR CHST-FILE-STATUS = '35'
              OPEN OUTPUT CYC-HIST
           END-IF.
           IF CHST-FILE-STATUS NOT = '00'
              STRING 'OPEN CYC-HIST FAILED, STATUS ' CHST-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           IF MIGRATION-RUN
              MOVE 'BILLING CYCLE ASSIGNMENT - MIGRATION'
                 TO REPORT-REC
           ELSE
              MOVE 'BILLING CYCLE ASSIGNMENT - NEW ACCOUNTS'
                 TO REPORT-REC
           END-IF.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       GET-BUSINESS-DATE.
      *o proximo extrato e contado a partir da data-movimento do
      *controle BUSDTCTL, nao do relogio
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-ERROR
              MOVE BUSD-MESSAGE TO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF BUSD-MESSAGE NOT = SPACES
              DISPLAY 'CYCASGN ' BUSD-MESSAGE
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-TODAY-DATE.

       READ-CYC-PARM.
      *parametro opcional: sem CYCPARM a rodada e a noturna com 20
      *ciclos; a quantidade tem de ser a mesma do PCALPARM
           OPEN INPUT CYC-PARM.
           IF PARM-FILE-STATUS = '00'
              READ CYC-PARM
              IF PARM-FILE-STATUS = '00'
                 MOVE CP-MODE TO WS-RUN-MODE
                 IF CP-CYCLE-COUNT NUMERIC
                    AND CP-CYCLE-COUNT > ZERO
                    AND CP-CYCLE-COUNT NOT > 23
                    MOVE CP-CYCLE-COUNT TO WS-CYCLE-COUNT
                 END-IF
              END-IF
              CLOSE CYC-PARM
           END-IF.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'CYCASGN ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-STATEMENT-DATES.
      *primeira data depois de hoje em que cada ciclo fecha; sem o
      *PROCCAL o aviso sai sem a data. Na mesma leitura fica o
      *ultimo fechamento ate hoje de cada ciclo e do fim de mes
           INITIALIZE WS-CYCLE-TABLE.
           OPEN INPUT PROC-CAL.
           IF PCAL-FILE-STATUS = '05' OR PCAL-FILE-STATUS = '35'
              MOVE 'Y' TO WS-PCAL-EOF
              DISPLAY 'CYCASGN: NO PROCCAL, NOTICES WITHOUT DATES'
           ELSE
              IF PCAL-FILE-STATUS NOT = '00'
                 STRING 'OPEN PROC-CAL FAILED, STATUS '
                    PCAL-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-PCAL-REC
              PERFORM UNTIL PCAL-EOF
                 IF PC-DATE > WS-TODAY-DATE
                    AND PC-CYCLE-FROM NUMERIC
                    AND PC-CYCLE-FROM > ZERO
                    AND PC-CYCLE-FROM NOT > 23
                    PERFORM NOTE-NEXT-DATE
                       VARYING WS-CYC-SUB FROM PC-CYCLE-FROM BY 1
                       UNTIL WS-CYC-SUB > PC-CYCLE-TO
                          OR WS-CYC-SUB > 23
                 END-IF
                 IF PC-DATE NOT > WS-TODAY-DATE
                    PERFORM NOTE-LAST-CLOSE
                 END-IF
                 PERFORM READ-PCAL-REC
              END-PERFORM
              CLOSE PROC-CAL
           END-IF.

       NOTE-NEXT-DATE.
           IF WC-NEXT-DATE (WS-CYC-SUB) = ZERO
              OR PC-DATE < WC-NEXT-DATE (WS-CYC-SUB)
              MOVE PC-DATE TO WC-NEXT-DATE (WS-CYC-SUB)
           END-IF.

       NOTE-LAST-CLOSE.
           IF PC-MONTH-END = 'Y'
              AND PC-DATE > WS-LAST-ME-DATE
              MOVE PC-DATE TO WS-LAST-ME-DATE
           END-IF.
           IF PC-CYCLE-FROM NUMERIC
              AND PC-CYCLE-FROM > ZERO
              AND PC-CYCLE-FROM NOT > 23
              PERFORM NOTE-CYCLE-LAST-DATE
                 VARYING WS-CYC-SUB FROM PC-CYCLE-FROM BY 1
                 UNTIL WS-CYC-SUB > PC-CYCLE-TO
                    OR WS-CYC-SUB > 23
           END-IF.

       NOTE-CYCLE-LAST-DATE.
           IF PC-DATE > WC-LAST-DATE (WS-CYC-SUB)
              MOVE PC-DATE TO WC-LAST-DATE (WS-CYC-SUB)
           END-IF.

       READ-PCAL-REC.
           READ PROC-CAL
           AT END MOVE 'Y' TO WS-PCAL-EOF
           END-READ.
           IF PCAL-FILE-STATUS NOT = '00'
              AND PCAL-FILE-STATUS NOT = '10'
              STRING 'READ PROC-CAL FAILED, STATUS ' PCAL-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       COUNT-CURRENT-CYCLES.
      *primeira passada: quantas contas ja estao em cada ciclo, de
      *onde a rodada noturna escolhe o ciclo com menos contas
           MOVE 'N' TO LASTREC.
           OPEN INPUT ACCT-REC.
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-RECORD
              PERFORM UNTIL LASTREC = 'Y'
              PERFORM TEST-ELIGIBLE
              IF ACCT-ELIGIBLE
                 AND ACCT-BILL-CYCLE NUMERIC
                 AND ACCT-BILL-CYCLE > ZERO
                 AND ACCT-BILL-CYCLE NOT > WS-CYCLE-COUNT
                 ADD 1 TO WC-BEFORE (ACCT-BILL-CYCLE)
              END-IF
              PERFORM READ-RECORD
              END-PERFORM
           .
           CLOSE ACCT-REC.
           IF MIGRATION-RUN
              MOVE ZERO TO WS-ROTATE-SUB
           ELSE
              PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                 UNTIL WS-CYC-SUB > WS-CYCLE-COUNT
                 MOVE WC-BEFORE (WS-CYC-SUB) TO WC-AFTER (WS-CYC-SUB)
              END-PERFORM
           END-IF.

       READ-RECORD.
      *passagem sequencial pelo arquivo indexado, na ordem da chave
      *ACCT-NO, igual ao READ-RECORD do FileHandling
           READ ACCT-REC NEXT RECORD
           AT END MOVE 'Y' TO LASTREC
           END-READ.
           IF ACCT-FILE-STATUS NOT = '00'
              AND ACCT-FILE-STATUS NOT = '10'
              STRING 'READ ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       TEST-ELIGIBLE.
      *so conta que ainda recebe extrato tem ciclo
           IF ACCT-ST-CLOSED
              OR ACCT-ST-CHGOFF
              OR ACCT-ST-ESCHEAT
              MOVE 'N' TO WS-ELIGIBLE-FLAG
           ELSE
              MOVE 'Y' TO WS-ELIGIBLE-FLAG
           END-IF.

       ASSIGN-CYCLES.
      *segunda passada: escolhe o ciclo de cada conta e regrava a
      *que mudou, com o aviso ao titular
           MOVE 'N' TO LASTREC.
           OPEN I-O ACCT-REC.
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-RECORD
              PERFORM UNTIL LASTREC = 'Y'
              ADD 1 TO WS-REC-COUNT
              PERFORM TEST-ELIGIBLE
              IF NOT ACCT-ELIGIBLE
                 ADD 1 TO WS-SKIP-COUNT
              ELSE
                 PERFORM CHOOSE-CYCLE
                 IF WS-NEW-CYCLE = ZERO
                    ADD 1 TO WS-KEPT-COUNT
                 ELSE
                    PERFORM ASSIGN-ONE-ACCOUNT
                 END-IF
              END-IF
              PERFORM READ-RECORD
              END-PERFORM
           .
           CLOSE ACCT-REC.

       CHOOSE-CYCLE.
      *migracao: rodizio 1, 2, ..., n, 1, ... na ordem da chave;
      *noturna: so a conta sem ciclo (ou com ciclo acima da
      *quantidade em vigor) vai para o ciclo com menos contas.
      *Zero = a conta fica onde esta
           MOVE ZERO TO WS-NEW-CYCLE.
           IF MIGRATION-RUN
              ADD 1 TO WS-ROTATE-SUB
              IF WS-ROTATE-SUB > WS-CYCLE-COUNT
                 MOVE 1 TO WS-ROTATE-SUB
              END-IF
              ADD 1 TO WC-AFTER (WS-ROTATE-SUB)
              IF ACCT-BILL-CYCLE NOT NUMERIC
                 OR ACCT-BILL-CYCLE NOT = WS-ROTATE-SUB
                 MOVE WS-ROTATE-SUB TO WS-NEW-CYCLE
              END-IF
           ELSE
              IF ACCT-BILL-CYCLE NOT NUMERIC
                 OR BILL-CYCLE-UNASSIGNED
                 OR ACCT-BILL-CYCLE > WS-CYCLE-COUNT
                 MOVE 1 TO WS-NEW-CYCLE
                 PERFORM FIND-LEAST-LOADED
                    VARYING WS-CYC-SUB FROM 2 BY 1
                    UNTIL WS-CYC-SUB > WS-CYCLE-COUNT
                 ADD 1 TO WC-AFTER (WS-NEW-CYCLE)
              END-IF
           END-IF.

       FIND-LEAST-LOADED.
           IF WC-AFTER (WS-CYC-SUB) < WC-AFTER (WS-NEW-CYCLE)
              MOVE WS-CYC-SUB TO WS-NEW-CYCLE
           END-IF.

       ASSIGN-ONE-ACCOUNT.
           PERFORM SET-LAST-CLOSE.
           MOVE WS-NEW-CYCLE TO ACCT-BILL-CYCLE.
           REWRITE ACCT-FIELDS.
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'REWRITE ACCT-REC FAILED, STATUS '
                 ACCT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM WRITE-CYCLE-HIST.
           ADD 1 TO WS-ASSIGN-COUNT.
           ADD 1 TO WC-ASSIGNED (WS-NEW-CYCLE).
           IF WC-NEXT-DATE (WS-NEW-CYCLE) = ZERO
              ADD 1 TO WS-NO-DATE-COUNT
           END-IF.
      *correio ja devolvendo desta conta: o ciclo muda, mas o aviso
      *nao sai (a agencia esta atras de endereco bom pelo BadAddr)
           IF MAIL-SUPPRESSED
              ADD 1 TO WS-MAIL-HELD-COUNT
           ELSE
              PERFORM WRITE-CYCLE-NOTICE
           END-IF.

       SET-LAST-CLOSE.
      *ultimo fechamento da conta no arranjo que ela esta deixando:
      *sem ciclo, o ultimo dia util do mes; ciclo fora do calendario
      *nao fechou - zero
           IF ACCT-BILL-CYCLE NUMERIC
              MOVE ACCT-BILL-CYCLE TO WS-OLD-CYCLE
           ELSE
              MOVE ZERO TO WS-OLD-CYCLE
           END-IF.
           IF WS-OLD-CYCLE = ZERO
              MOVE WS-LAST-ME-DATE TO WS-LAST-CLOSE
           ELSE
              IF WS-OLD-CYCLE NOT > 23
                 MOVE WC-LAST-DATE (WS-OLD-CYCLE) TO WS-LAST-CLOSE
              ELSE
                 MOVE ZERO TO WS-LAST-CLOSE
              END-IF
           END-IF.

       WRITE-CYCLE-HIST.
           MOVE SPACES         TO CYC-HIST-REC.
           MOVE ACCT-NO        TO CH-ACCT-NO.
           MOVE WS-OLD-CYCLE   TO CH-OLD-CYCLE.
           MOVE WS-NEW-CYCLE   TO CH-NEW-CYCLE.
           MOVE WS-TODAY-DATE  TO CH-ASSIGN-DATE.
           MOVE WS-LAST-CLOSE  TO CH-LAST-CLOSE.
           WRITE CYC-HIST-REC.
           IF CHST-FILE-STATUS NOT = '00'
              STRING 'WRITE CYC-HIST FAILED, STATUS ' CHST-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-CYCLE-NOTICE.
      *----tres linhas em branco posicionam o bloco de endereco na
      *----janela do envelope, igual ao CollLtr
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE FIRST-NAME  TO NL-FIRST-NAME.
           MOVE LAST-NAME   TO NL-LAST-NAME.
           MOVE NAME-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
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
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE ACCT-NO      TO CN-ACCT-NO.
           MOVE WS-NEW-CYCLE TO CN-CYCLE.
           MOVE CYCLE-NOTICE-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           IF WC-NEXT-DATE (WS-NEW-CYCLE) = ZERO
              MOVE NO-DATE-NOTICE-LINE TO LETTER-REC
           ELSE
              MOVE WC-NEXT-DATE (WS-NEW-CYCLE) TO DN-NEXT-DATE
              MOVE DATE-NOTICE-LINE TO LETTER-REC
           END-IF.
           PERFORM WRITE-LETTER-REC.
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE NOTICE-TEXT-LINE-3 TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE PAGE-BREAK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           ADD 1 TO WS-LETTER-COUNT.

       WRITE-LETTER-REC.
           WRITE LETTER-REC.
           IF LTR-FILE-STATUS NOT = '00'
              STRING 'WRITE LETTER-OUT FAILED, STATUS ' LTR-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REPORT-CYCLES.
           MOVE HEAD-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM REPORT-ONE-CYCLE
              VARYING WS-CYC-SUB FROM 1 BY 1
              UNTIL WS-CYC-SUB > WS-CYCLE-COUNT.

       REPORT-ONE-CYCLE.
           MOVE WS-CYC-SUB              TO DT-CYCLE.
           MOVE WC-NEXT-DATE (WS-CYC-SUB) TO DT-NEXT-DATE.
           MOVE WC-BEFORE (WS-CYC-SUB)   TO DT-BEFORE.
           MOVE WC-ASSIGNED (WS-CYC-SUB) TO DT-ASSIGNED.
           MOVE WC-AFTER (WS-CYC-SUB)    TO DT-AFTER.
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

       CLOSE-STOP.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ACCOUNTS READ:                    ' TO CL-LABEL.
           MOVE WS-REC-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'CLOSED/CHARGED-OFF, NO CYCLE:     ' TO CL-LABEL.
           MOVE WS-SKIP-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'CYCLE UNCHANGED:                  ' TO CL-LABEL.
           MOVE WS-KEPT-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'CYCLE ASSIGNED THIS RUN:          ' TO CL-LABEL.
           MOVE WS-ASSIGN-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'NOTICES WRITTEN:                  ' TO CL-LABEL.
           MOVE WS-LETTER-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'HELD FOR RETURNED MAIL:           ' TO CL-LABEL.
           MOVE WS-MAIL-HELD-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ASSIGNED WITH NO DATE ON PROCCAL: ' TO CL-LABEL.
           MOVE WS-NO-DATE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           DISPLAY 'BILLING CYCLES ASSIGNED: ' WS-ASSIGN-COUNT
              '  NOTICES: ' WS-LETTER-COUNT
              '  HELD FOR RETURNED MAIL: ' WS-MAIL-HELD-COUNT.
           CLOSE LETTER-OUT .
           CLOSE CYC-HIST .
           CLOSE REPORT-LINE .
      *----conta com ciclo novo e sem data de extrato no calendario:
      *----o PROCCAL precisa ser gerado adiante
           IF WS-NO-DATE-COUNT > ZERO
              SET RC-ATTENTION TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'CYCASGN '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de contas lidas e
      *o RETURN-CODE devolvido ao scheduler
           MOVE 'CYCASGN '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-REC-COUNT         TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
