      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. AnnSumm.
       AUTHOR. Julio Bittencourt.

      *Resumo anual da conta para o ano fiscal: o cliente pedia na
      *agencia quanto pagou de juros e tarifas no ano e a agencia
      *somava doze extratos na mao. Este passo roda toda noite mas
      *so trabalha na noite marcada com o flag de fim de ano
      *PC-YEAR-END no calendario PROCCAL (o fechamento de dezembro
      *gerado pelo PCalGen) - nas outras noites termina sem gravar
      *nada; ninguem precisa lembrar de submeter. O ano fiscal e o
      *da data do run. Soma por conta, no ano: os juros do snapshot
      *MONTHEND (as geracoes do ano concatenadas num DD so, da mais
      *antiga para a mais recente, trailer *METRLR* pulado), cada
      *tipo de tarifa do FEEJRNL (as geracoes diarias concatenadas
      *do mesmo jeito) e os pagamentos, creditos e estornos do
      *TXNHIST. Mesmo arranjo do DormRpt: o SORT junta por conta os
      *valores das tres fontes e a saida emite uma pagina por conta
      *no ANNSUMM, com o bloco de envelope do AcctStmt (titular e
      *co-titulares do COHOLDER), e o mesmo conteudo no extrato
      *ANNSEXT da grafica, nos layouts do STMTEXT. Conta com
      *supressao de correspondencia fica fora da mala; conta que
      *teve movimento no ano e ja nao esta no ACCTREC sai contada
      *no fim, com RETURN-CODE 4.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROC-CAL ASSIGN TO PROCCAL
               FILE STATUS IS PCAL-FILE-STATUS .
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT TXN-HISTORY ASSIGN TO TXNHIST
               FILE STATUS IS HIST-FILE-STATUS .
           SELECT FEE-JOURNAL ASSIGN TO FEEJRNL
               FILE STATUS IS FJRN-FILE-STATUS .
           SELECT MONTH-END-IN ASSIGN TO MONTHEND
               FILE STATUS IS MEND-FILE-STATUS .
           SELECT CO-HOLDER-FILE ASSIGN TO COHOLDER
               FILE STATUS IS COH-FILE-STATUS .
           SELECT SUMM-LINE ASSIGN TO ANNSUMM
               FILE STATUS IS SUMM-FILE-STATUS .
           SELECT SUMM-EXTRACT ASSIGN TO ANNSEXT
               FILE STATUS IS EXT-FILE-STATUS .
           SELECT SORT-WORK ASSIGN TO SORTWK01 .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD PROC-CAL RECORDING MODE F .
      *mesmo layout gravado pelo PCalGen
       01  PROC-CAL-REC.
           05 PC-DATE           PIC 9(8) .
           05 PC-BUSINESS-DAY   PIC X(1) .
           05 PC-MONTH-END      PIC X(1) .
           05 PC-YEAR-END       PIC X(1) .
           05 PC-CYCLE-FROM     PIC 9(2) .
           05 PC-CYCLE-TO       PIC 9(2) .

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD TXN-HISTORY RECORDING MODE F .
      *historico de transacoes apensado pelo TxnHist; layout
      *compartilhado no copybook TXNHIST
           COPY TXNHIST.

       FD FEE-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo FeeAsmt; o valor vem editado
       01  FEE-JOURNAL-REC.
           05 FJ-ACCT-NO        PIC X(8) .
           05 FILLER            PIC X(2) .
           05 FJ-FEE-CODE       PIC X(4) .
           05 FILLER            PIC X(2) .
           05 FJ-AMOUNT         PIC X(13) .
           05 FILLER            PIC X(2) .
           05 FJ-ASSESS-DATE    PIC 9(8) .

       FD MONTH-END-IN RECORDING MODE F .
      *mesmo layout gravado pelo WRITE-MONTH-END-RECORD do
      *FileHandling
       01  MONTH-END-REC.
           05 ME-ACCT-NO        PIC X(8) .
           05 ME-CYCLE-DATE     PIC 9(8) .
           05 ME-BALANCE        PIC S9(7)V99 COMP-3 .
           05 ME-FIN-CHARGE     PIC S9(7)V99 COMP-3 .
           05 FILLER            PIC X(24) .

       FD CO-HOLDER-FILE RECORDING MODE F .
      *co-titulares da conta conjunta, mantidos pelo CoHldMnt;
      *layout compartilhado no copybook COHOLDER
           COPY COHOLDER.

       FD SUMM-LINE RECORDING MODE F .
       01  SUMM-REC              PIC X(80) .

       FD SUMM-EXTRACT RECORDING MODE F .
      *extrato da grafica no tamanho e nos layouts do STMTEXT do
      *AcctStmt: header 'H' com o endereco em campos separados, 'C'
      *por co-titular, o resumo 'Y' do ano, um 'F' por tipo de
      *tarifa e o trailer 'T' com a contagem e os totais. Documento
      *fiscal vai em envelope proprio: a chave de domicilio e a
      *propria conta.
       01  EXT-HEADER-REC.
           05 XH-REC-TYPE       PIC X(1) .
           05 XH-ACCT-NO        PIC X(8) .
           05 XH-LAST-NAME      PIC X(20) .
           05 XH-FIRST-NAME     PIC X(15) .
           05 XH-STREET-ADDR    PIC X(25) .
           05 XH-CITY-COUNTY    PIC X(20) .
           05 XH-USA-STATE      PIC X(15) .
           05 XH-ZIP-CODE       PIC X(5) .
           05 XH-HOUSE-KEY      PIC X(8) .
           05 FILLER            PIC X(3) .

      *segundo layout da mesma area do FD (os 01 de um FD ja
      *compartilham a area implicitamente)
       01  EXT-COHOLDER-REC.
           05 XC-REC-TYPE       PIC X(1) .
           05 XC-ACCT-NO        PIC X(8) .
           05 XC-LAST-NAME      PIC X(20) .
           05 XC-FIRST-NAME     PIC X(15) .
           05 FILLER            PIC X(76) .

       01  EXT-YEAR-REC.
           05 XY-REC-TYPE       PIC X(1) .
           05 XY-ACCT-NO        PIC X(8) .
           05 XY-TAX-YEAR       PIC 9(4) .
           05 XY-FIN-CHARGE     PIC S9(9)V99 .
           05 XY-FEE-TOTAL      PIC S9(9)V99 .
           05 XY-PAYMENTS       PIC S9(9)V99 .
           05 XY-CREDITS        PIC S9(9)V99 .
           05 XY-REVERSALS      PIC S9(9)V99 .
           05 XY-FEE-TYPES      PIC 9(2) .
           05 FILLER            PIC X(50) .

       01  EXT-FEE-REC.
           05 XF-REC-TYPE       PIC X(1) .
           05 XF-ACCT-NO        PIC X(8) .
           05 XF-FEE-CODE       PIC X(4) .
           05 XF-AMOUNT         PIC S9(9)V99 .
           05 FILLER            PIC X(96) .

       01  EXT-TRAILER-REC.
           05 XT-REC-TYPE       PIC X(1) .
           05 XT-DOC-COUNT      PIC 9(7) .
           05 XT-FINCHG-TOTAL   PIC S9(11)V99 .
           05 XT-FEE-TOTAL      PIC S9(11)V99 .
           05 XT-PMT-TOTAL      PIC S9(11)V99 .
           05 FILLER            PIC X(73) .

       SD SORT-WORK .
      *um valor do ano de uma das tres fontes, classificado por
      *conta, categoria e codigo de tarifa: 'A' juros, 'B' tarifa,
      *'P' pagamento, 'C' credito, 'R' estorno
       01  SORT-REC.
           05 SR-ACCT-NO        PIC X(8) .
           05 SR-CATEGORY       PIC X(1) .
           05 SR-FEE-CODE       PIC X(4) .
           05 SR-AMOUNT         PIC S9(7)V99 .

       WORKING-STORAGE SECTION.
       01  PCAL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  HIST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  FJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  MEND-FILE-STATUS     PIC X(2) VALUE '00'.
       01  COH-FILE-STATUS      PIC X(2) VALUE '00'.
       01  SUMM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  EXT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-PCAL-EOF          PIC X(1) VALUE 'N'.
           88 PCAL-EOF          VALUE 'Y'.
       01  WS-HIST-EOF          PIC X(1) VALUE 'N'.
           88 HIST-EOF          VALUE 'Y'.
       01  WS-FJRN-EOF          PIC X(1) VALUE 'N'.
           88 FJRN-EOF          VALUE 'Y'.
       01  WS-MEND-EOF          PIC X(1) VALUE 'N'.
           88 MEND-EOF          VALUE 'Y'.
       01  WS-COH-EOF           PIC X(1) VALUE 'N'.
           88 COH-EOF           VALUE 'Y'.
       01  WS-SORT-EOF          PIC X(1) VALUE 'N'.
           88 SORT-EOF          VALUE 'Y'.

      *noite do run e o ano fiscal que ela fecha
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-VIEW REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR     PIC 9(4) .
           05 WS-TODAY-MMDD     PIC 9(4) .
       01  WS-YEAR-END-NIGHT    PIC X(1) VALUE 'N'.
           88 YEAR-END-NIGHT    VALUE 'Y'.
       01  WS-TAX-YEAR          PIC 9(4) VALUE ZERO.

      *co-titulares carregados em tabela; sem o dataset alocado o
      *envelope sai so com o titular do cadastro
       01  WS-COH-TABLE.
           05 WS-COH-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-COH-ENTRY OCCURS 500 TIMES
                 INDEXED BY COX.
              10 WC-ACCT-NO     PIC X(8).
              10 WC-LAST-NAME   PIC X(20).
              10 WC-FIRST-NAME  PIC X(15).

      *conta em montagem na saida do SORT e os totais do ano dela;
      *as tarifas por codigo, na ordem do SORT - passando de 12
      *codigos o resto soma na ultima linha como OTHR
       01  WS-CURR-ACCT         PIC X(8) VALUE SPACES.
       01  WS-ACCT-OPEN         PIC X(1) VALUE 'N'.
           88 ACCT-OPEN         VALUE 'Y'.
       01  WS-ACC-FIN-CHARGE    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ACC-FEE-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ACC-PAYMENTS      PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ACC-CREDITS       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-ACC-REVERSALS     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-FEE-TABLE.
           05 WS-FEE-COUNT      PIC 9(2) VALUE ZERO.
           05 WS-FEE-ENTRY OCCURS 12 TIMES
                 INDEXED BY FEX.
              10 WF-FEE-CODE    PIC X(4).
              10 WF-AMOUNT      PIC S9(9)V99 COMP-3.

      *contadores e totais de controle da execucao
       01  WS-RELEASED-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-DOC-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-NOT-ON-FILE-COUNT PIC 9(7) VALUE ZERO.
       01  WS-TOT-FIN-CHARGE    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-FEES          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOT-PAYMENTS      PIC S9(11)V99 COMP-3 VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-NOT-ON-FILE    VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *linhas da pagina do resumo anual
       01  SUMM-TITLE-LINE.
           05 FILLER             PIC X(35)
              VALUE 'ANNUAL ACCOUNT SUMMARY - TAX YEAR '.
           05 ST-TAX-YEAR        PIC 9(4).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 FILLER             PIC X(9)  VALUE 'ACCOUNT: '.
           05 ST-TITLE-ACCT-NO   PIC X(8).
           05 FILLER             PIC X(21) VALUE SPACES.

       01  SUMM-NAME-LINE.
           05 ST-FIRST-NAME      PIC X(15).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 ST-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(44) VALUE SPACES.

       01  SUMM-ADDR-LINE.
           05 ST-STREET-ADDR     PIC X(25).
           05 FILLER             PIC X(55) VALUE SPACES.

       01  SUMM-CITY-LINE.
           05 ST-CITY-COUNTY     PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ST-USA-STATE       PIC X(15).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 ST-ZIP-CODE        PIC X(5).
           05 FILLER             PIC X(36) VALUE SPACES.

      *linha de valor: rotulo e total do ano
       01  SUMM-AMOUNT-LINE.
           05 ST-LABEL           PIC X(32).
           05 ST-AMOUNT          PIC $$$,$$$,$$9.99-.
           05 FILLER             PIC X(33) VALUE SPACES.

       01  SUMM-FEE-HEAD-LINE    PIC X(80)
           VALUE 'FEES CHARGED BY TYPE:'.

       01  SUMM-FOOT-LINE        PIC X(80)
           VALUE 'PLEASE KEEP THIS SUMMARY WITH YOUR TAX RECORDS.'.

       01  SUMM-CUT-LINE.
           05 FILLER             PIC X(80) VALUE ALL '-'.

       01  SUMM-BLANK-LINE       PIC X(80) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           SORT SORT-WORK
              ON ASCENDING KEY SR-ACCT-NO SR-CATEGORY SR-FEE-CODE
              INPUT PROCEDURE IS SELECT-YEAR-AMOUNTS
              OUTPUT PROCEDURE IS EMIT-ANNUAL-SUMMARIES.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM CHECK-YEAR-END.
           IF NOT YEAR-END-NIGHT
              PERFORM NOT-YEAR-END-STOP
           END-IF.
           PERFORM LOAD-COHOLDERS.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT SUMM-LINE .
           IF SUMM-FILE-STATUS NOT = '00'
              STRING 'OPEN SUMM-LINE FAILED, STATUS ' SUMM-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT SUMM-EXTRACT .
           IF EXT-FILE-STATUS NOT = '00'
              STRING 'OPEN SUMM-EXTRACT FAILED, STATUS '
                 EXT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       CHECK-YEAR-END.
      *procura a data do run no calendario de processamento, como o
      *READ-PROC-CALENDAR do FileHandling; so a noite com o flag de
      *fim de ano liga o resumo, e sem PROCCAL no job nao ha resumo
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-YEAR TO WS-TAX-YEAR.
           OPEN INPUT PROC-CAL.
           IF PCAL-FILE-STATUS = '00'
              PERFORM READ-PCAL-REC
              PERFORM UNTIL PCAL-EOF
                 IF PC-DATE = WS-TODAY-DATE
                    AND PC-YEAR-END = 'Y'
                    MOVE 'Y' TO WS-YEAR-END-NIGHT
                 END-IF
                 PERFORM READ-PCAL-REC
              END-PERFORM
              CLOSE PROC-CAL
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

       NOT-YEAR-END-STOP.
      *noite comum: nada a fazer, termina normal
           DISPLAY 'ANNSUMM: NOT THE YEAR-END NIGHT, NO SUMMARIES'.
           SET RC-NORMAL TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'ANNSUMM ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-COHOLDERS.
      *carrega os co-titulares do COHOLDER; sem o dataset alocado o
      *envelope sai so com o titular do cadastro
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

       SELECT-YEAR-AMOUNTS.
      *as tres fontes, so o que caiu no ano fiscal
           PERFORM SELECT-MONTH-END-CHARGES.
           PERFORM SELECT-FEES.
           PERFORM SELECT-HISTORY.

       SELECT-MONTH-END-CHARGES.
      *juros assessados em cada fechamento do ano
           OPEN INPUT MONTH-END-IN.
           IF MEND-FILE-STATUS NOT = '00'
              STRING 'OPEN MONTH-END-IN FAILED, STATUS '
                 MEND-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-MEND-REC.
           PERFORM UNTIL MEND-EOF
              IF ME-ACCT-NO NOT = '*METRLR*'
                 AND ME-CYCLE-DATE (1:4) = WS-TAX-YEAR
                 AND ME-FIN-CHARGE NOT = ZERO
                 MOVE ME-ACCT-NO    TO SR-ACCT-NO
                 MOVE 'A'           TO SR-CATEGORY
                 MOVE SPACES        TO SR-FEE-CODE
                 MOVE ME-FIN-CHARGE TO SR-AMOUNT
                 PERFORM RELEASE-AMOUNT
              END-IF
              PERFORM READ-MEND-REC
           END-PERFORM.
           CLOSE MONTH-END-IN.

       READ-MEND-REC.
           READ MONTH-END-IN
           AT END MOVE 'Y' TO WS-MEND-EOF
           END-READ.
           IF MEND-FILE-STATUS NOT = '00'
              AND MEND-FILE-STATUS NOT = '10'
              STRING 'READ MONTH-END-IN FAILED, STATUS '
                 MEND-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SELECT-FEES.
      *tarifas cobradas no ano, por codigo; o valor vem editado e o
      *NUMVAL-C devolve a magnitude
           OPEN INPUT FEE-JOURNAL.
           IF FJRN-FILE-STATUS NOT = '00'
              STRING 'OPEN FEE-JOURNAL FAILED, STATUS '
                 FJRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-FJRN-REC.
           PERFORM UNTIL FJRN-EOF
              IF FJ-ASSESS-DATE (1:4) = WS-TAX-YEAR
                 MOVE FJ-ACCT-NO    TO SR-ACCT-NO
                 MOVE 'B'           TO SR-CATEGORY
                 MOVE FJ-FEE-CODE   TO SR-FEE-CODE
                 COMPUTE SR-AMOUNT = FUNCTION NUMVAL-C (FJ-AMOUNT)
                 PERFORM RELEASE-AMOUNT
              END-IF
              PERFORM READ-FJRN-REC
           END-PERFORM.
           CLOSE FEE-JOURNAL.

       READ-FJRN-REC.
           READ FEE-JOURNAL
           AT END MOVE 'Y' TO WS-FJRN-EOF
           END-READ.
           IF FJRN-FILE-STATUS NOT = '00'
              AND FJRN-FILE-STATUS NOT = '10'
              STRING 'READ FEE-JOURNAL FAILED, STATUS '
                 FJRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SELECT-HISTORY.
      *pagamentos, creditos e estornos do ano; debito fica de fora
      *e as pernas de transferencia entre contas tambem - nao sao
      *pagamento nem credito do banco. O ajuste de juros do valor
      *retroativo (marca 'I') entra nos juros do ano: o debito
      *soma, o credito abate
           OPEN INPUT TXN-HISTORY.
           IF HIST-FILE-STATUS NOT = '00'
              STRING 'OPEN TXN-HISTORY FAILED, STATUS '
                 HIST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-HIST-REC.
           PERFORM UNTIL HIST-EOF
              IF TH-TXN-DATE (1:4) = WS-TAX-YEAR
                 AND TH-INTEREST-ADJ
                 MOVE TH-ACCT-NO    TO SR-ACCT-NO
                 MOVE 'A'           TO SR-CATEGORY
                 MOVE SPACES        TO SR-FEE-CODE
                 IF TH-TXN-TYPE = 'D'
                    MOVE TH-AMOUNT  TO SR-AMOUNT
                 ELSE
                    COMPUTE SR-AMOUNT = ZERO - TH-AMOUNT
                 END-IF
                 PERFORM RELEASE-AMOUNT
              END-IF
              IF TH-TXN-DATE (1:4) = WS-TAX-YEAR
                 AND NOT TH-XFER-LEG
                 AND NOT TH-INTEREST-ADJ
                 AND (TH-TXN-TYPE = 'P' OR TH-TXN-TYPE = 'C'
                    OR TH-TXN-TYPE = 'R')
                 MOVE TH-ACCT-NO    TO SR-ACCT-NO
                 MOVE TH-TXN-TYPE   TO SR-CATEGORY
                 MOVE SPACES        TO SR-FEE-CODE
                 MOVE TH-AMOUNT     TO SR-AMOUNT
                 PERFORM RELEASE-AMOUNT
              END-IF
              PERFORM READ-HIST-REC
           END-PERFORM.
           CLOSE TXN-HISTORY.

       READ-HIST-REC.
           READ TXN-HISTORY
           AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ.
           IF HIST-FILE-STATUS NOT = '00'
              AND HIST-FILE-STATUS NOT = '10'
              STRING 'READ TXN-HISTORY FAILED, STATUS '
                 HIST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       RELEASE-AMOUNT.
           ADD 1 TO WS-RELEASED-COUNT.
           RELEASE SORT-REC.

       EMIT-ANNUAL-SUMMARIES.
      *quebra de conta fecha o resumo da conta anterior; dentro da
      *conta cada categoria soma no seu total
           MOVE 'N' TO WS-SORT-EOF.
           PERFORM RETURN-SORT-REC.
           PERFORM UNTIL SORT-EOF
              IF ACCT-OPEN
                 AND SR-ACCT-NO NOT = WS-CURR-ACCT
                 PERFORM FINISH-ACCOUNT
              END-IF
              IF NOT ACCT-OPEN
                 PERFORM START-ACCOUNT
              END-IF
              EVALUATE SR-CATEGORY
                 WHEN 'A'
                    ADD SR-AMOUNT TO WS-ACC-FIN-CHARGE
                 WHEN 'B'
                    PERFORM ADD-FEE-AMOUNT
                 WHEN 'P'
                    ADD SR-AMOUNT TO WS-ACC-PAYMENTS
                 WHEN 'C'
                    ADD SR-AMOUNT TO WS-ACC-CREDITS
                 WHEN 'R'
                    ADD SR-AMOUNT TO WS-ACC-REVERSALS
              END-EVALUATE
              PERFORM RETURN-SORT-REC
           END-PERFORM.
           IF ACCT-OPEN
              PERFORM FINISH-ACCOUNT
           END-IF.
           PERFORM WRITE-EXTRACT-TRAILER.

       RETURN-SORT-REC.
           RETURN SORT-WORK
           AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.

       START-ACCOUNT.
           MOVE SR-ACCT-NO TO WS-CURR-ACCT.
           MOVE ZERO TO WS-ACC-FIN-CHARGE.
           MOVE ZERO TO WS-ACC-FEE-TOTAL.
           MOVE ZERO TO WS-ACC-PAYMENTS.
           MOVE ZERO TO WS-ACC-CREDITS.
           MOVE ZERO TO WS-ACC-REVERSALS.
           MOVE ZERO TO WS-FEE-COUNT.
           MOVE 'Y' TO WS-ACCT-OPEN.

       ADD-FEE-AMOUNT.
      *as tarifas chegam ordenadas por codigo: codigo novo abre
      *linha, o mesmo codigo soma na linha aberta
           ADD SR-AMOUNT TO WS-ACC-FEE-TOTAL.
           IF WS-FEE-COUNT > ZERO
              SET FEX TO WS-FEE-COUNT
              IF WF-FEE-CODE (FEX) = SR-FEE-CODE
                 OR WS-FEE-COUNT = 12
                 ADD SR-AMOUNT TO WF-AMOUNT (FEX)
                 IF WS-FEE-COUNT = 12
                    AND WF-FEE-CODE (FEX) NOT = SR-FEE-CODE
                    MOVE 'OTHR' TO WF-FEE-CODE (FEX)
                 END-IF
              ELSE
                 PERFORM OPEN-FEE-LINE
              END-IF
           ELSE
              PERFORM OPEN-FEE-LINE
           END-IF.

       OPEN-FEE-LINE.
           ADD 1 TO WS-FEE-COUNT.
           SET FEX TO WS-FEE-COUNT.
           MOVE SR-FEE-CODE TO WF-FEE-CODE (FEX).
           MOVE SR-AMOUNT   TO WF-AMOUNT (FEX).

       FINISH-ACCOUNT.
      *o cadastro da conta da o envelope; correio suspenso fica fora
      *da mala, conta que ja saiu do ACCTREC so e contada
           MOVE WS-CURR-ACCT TO ACCT-NO.
           READ ACCT-REC.
           EVALUATE TRUE
              WHEN ACCT-FILE-STATUS = '23'
                 ADD 1 TO WS-NOT-ON-FILE-COUNT
                 DISPLAY 'ANNSUMM: ACCOUNT NOT ON FILE ' WS-CURR-ACCT
              WHEN ACCT-FILE-STATUS NOT = '00'
                 STRING 'READ ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              WHEN MAIL-SUPPRESSED
                 ADD 1 TO WS-SUPPRESSED-COUNT
              WHEN OTHER
                 PERFORM WRITE-SUMMARY-PAGE
                 PERFORM WRITE-EXTRACT-RECORDS
           END-EVALUATE.
           MOVE 'N' TO WS-ACCT-OPEN.

       WRITE-SUMMARY-PAGE.
      *uma pagina por conta: cabecalho, bloco de envelope e os
      *totais do ano
           MOVE WS-TAX-YEAR   TO ST-TAX-YEAR.
           MOVE ACCT-NO       TO ST-TITLE-ACCT-NO.
           MOVE SUMM-TITLE-LINE TO SUMM-REC.
           PERFORM WRITE-SUMM-REC.
           MOVE RUN-HEADER-LINE TO SUMM-REC.
           PERFORM WRITE-SUMM-REC.
           MOVE SUMM-BLANK-LINE TO SUMM-REC.
           PERFORM WRITE-SUMM-REC.
           MOVE FIRST-NAME    TO ST-FIRST-NAME.
           MOVE LAST-NAME     TO ST-LAST-NAME.
           MOVE SUMM-NAME-LINE TO SUMM-REC.
           PERFORM WRITE-SUMM-REC.
           PERFORM WRITE-COHOLDER-LINES.
           MOVE STREET-ADDR   TO ST-STREET-ADDR.
           MOVE SUMM-ADDR-LINE TO SUMM-REC.
           PERFORM WRITE-SUMM-REC.
           MOVE CITY-COUNTY   TO ST-CITY-COUNTY.
           MOVE USA-STATE     TO ST-USA-STATE.
           MOVE ACCT-ZIP-CODE TO ST-ZIP-CODE.
           MOVE SUMM-CITY-LINE TO SUMM-REC.
           PERFORM WRITE-SUMM-REC.
           MOVE SUMM-BLANK-LINE TO SUMM-REC.
           PERFORM WRITE-SUMM-REC.
           MOVE 'FINANCE CHARGES:' TO ST-LABEL.
           MOVE WS-ACC-FIN-CHARGE  TO ST-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SUMM-FEE-HEAD-LINE TO SUMM-REC.
           PERFORM WRITE-SUMM-REC.
           IF WS-FEE-COUNT > ZERO
              PERFORM WRITE-FEE-LINE
                 VARYING FEX FROM 1 BY 1
                 UNTIL FEX > WS-FEE-COUNT
           END-IF.
           MOVE 'TOTAL FEES:'      TO ST-LABEL.
           MOVE WS-ACC-FEE-TOTAL   TO ST-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'PAYMENTS:'        TO ST-LABEL.
           MOVE WS-ACC-PAYMENTS    TO ST-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'CREDITS:'         TO ST-LABEL.
           MOVE WS-ACC-CREDITS     TO ST-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'REVERSALS:'       TO ST-LABEL.
           MOVE WS-ACC-REVERSALS   TO ST-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SUMM-BLANK-LINE TO SUMM-REC.
           PERFORM WRITE-SUMM-REC.
           MOVE SUMM-FOOT-LINE TO SUMM-REC.
           PERFORM WRITE-SUMM-REC.
           MOVE SUMM-CUT-LINE TO SUMM-REC.
           PERFORM WRITE-SUMM-REC.
           ADD 1 TO WS-DOC-COUNT.
           ADD WS-ACC-FIN-CHARGE TO WS-TOT-FIN-CHARGE.
           ADD WS-ACC-FEE-TOTAL  TO WS-TOT-FEES.
           ADD WS-ACC-PAYMENTS   TO WS-TOT-PAYMENTS.

       WRITE-COHOLDER-LINES.
      *uma linha de nome por co-titular da conta, logo abaixo do
      *titular do cadastro, para todos sairem na janela do envelope
           IF WS-COH-COUNT > ZERO
              PERFORM WRITE-ONE-COHOLDER-LINE
                 VARYING COX FROM 1 BY 1
                 UNTIL COX > WS-COH-COUNT
           END-IF.

       WRITE-ONE-COHOLDER-LINE.
           IF WC-ACCT-NO (COX) = ACCT-NO
              MOVE WC-FIRST-NAME (COX) TO ST-FIRST-NAME
              MOVE WC-LAST-NAME (COX)  TO ST-LAST-NAME
              MOVE SUMM-NAME-LINE TO SUMM-REC
              PERFORM WRITE-SUMM-REC
           END-IF.

       WRITE-FEE-LINE.
           MOVE SPACES TO ST-LABEL.
           STRING '   FEE ' WF-FEE-CODE (FEX) ':'
              DELIMITED BY SIZE INTO ST-LABEL.
           MOVE WF-AMOUNT (FEX) TO ST-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE SUMM-AMOUNT-LINE TO SUMM-REC.
           PERFORM WRITE-SUMM-REC.

       WRITE-SUMM-REC.
           WRITE SUMM-REC.
           IF SUMM-FILE-STATUS NOT = '00'
              STRING 'WRITE SUMM-LINE FAILED, STATUS '
                 SUMM-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO SUMM-REC.

       WRITE-EXTRACT-RECORDS.
      *mesmo conteudo da pagina impressa, em layout fixo carregavel
      *pela grafica
           MOVE SPACES          TO EXT-HEADER-REC.
           MOVE 'H'             TO XH-REC-TYPE.
           MOVE ACCT-NO         TO XH-ACCT-NO.
           MOVE LAST-NAME       TO XH-LAST-NAME.
           MOVE FIRST-NAME      TO XH-FIRST-NAME.
           MOVE STREET-ADDR     TO XH-STREET-ADDR.
           MOVE CITY-COUNTY     TO XH-CITY-COUNTY.
           MOVE USA-STATE       TO XH-USA-STATE.
           MOVE ACCT-ZIP-CODE   TO XH-ZIP-CODE.
           MOVE ACCT-NO         TO XH-HOUSE-KEY.
           PERFORM WRITE-EXTRACT-REC.
           IF WS-COH-COUNT > ZERO
              PERFORM WRITE-EXTRACT-COHOLDER
                 VARYING COX FROM 1 BY 1
                 UNTIL COX > WS-COH-COUNT
           END-IF.
           MOVE SPACES            TO EXT-YEAR-REC.
           MOVE 'Y'               TO XY-REC-TYPE.
           MOVE ACCT-NO           TO XY-ACCT-NO.
           MOVE WS-TAX-YEAR       TO XY-TAX-YEAR.
           MOVE WS-ACC-FIN-CHARGE TO XY-FIN-CHARGE.
           MOVE WS-ACC-FEE-TOTAL  TO XY-FEE-TOTAL.
           MOVE WS-ACC-PAYMENTS   TO XY-PAYMENTS.
           MOVE WS-ACC-CREDITS    TO XY-CREDITS.
           MOVE WS-ACC-REVERSALS  TO XY-REVERSALS.
           MOVE WS-FEE-COUNT      TO XY-FEE-TYPES.
           PERFORM WRITE-EXTRACT-REC.
           IF WS-FEE-COUNT > ZERO
              PERFORM WRITE-EXTRACT-FEE
                 VARYING FEX FROM 1 BY 1
                 UNTIL FEX > WS-FEE-COUNT
           END-IF.

       WRITE-EXTRACT-COHOLDER.
           IF WC-ACCT-NO (COX) = ACCT-NO
              MOVE SPACES              TO EXT-COHOLDER-REC
              MOVE 'C'                 TO XC-REC-TYPE
              MOVE ACCT-NO             TO XC-ACCT-NO
              MOVE WC-LAST-NAME (COX)  TO XC-LAST-NAME
              MOVE WC-FIRST-NAME (COX) TO XC-FIRST-NAME
              PERFORM WRITE-EXTRACT-REC
           END-IF.

       WRITE-EXTRACT-FEE.
           MOVE SPACES            TO EXT-FEE-REC.
           MOVE 'F'               TO XF-REC-TYPE.
           MOVE ACCT-NO           TO XF-ACCT-NO.
           MOVE WF-FEE-CODE (FEX) TO XF-FEE-CODE.
           MOVE WF-AMOUNT (FEX)   TO XF-AMOUNT.
           PERFORM WRITE-EXTRACT-REC.

       WRITE-EXTRACT-TRAILER.
      *trailer do arquivo: contagem de resumos e totais, para a
      *grafica conferir a carga
           MOVE SPACES            TO EXT-TRAILER-REC.
           MOVE 'T'               TO XT-REC-TYPE.
           MOVE WS-DOC-COUNT      TO XT-DOC-COUNT.
           MOVE WS-TOT-FIN-CHARGE TO XT-FINCHG-TOTAL.
           MOVE WS-TOT-FEES       TO XT-FEE-TOTAL.
           MOVE WS-TOT-PAYMENTS   TO XT-PMT-TOTAL.
           PERFORM WRITE-EXTRACT-REC.

       WRITE-EXTRACT-REC.
           WRITE EXT-HEADER-REC.
           IF EXT-FILE-STATUS NOT = '00'
              STRING 'WRITE SUMM-EXTRACT FAILED, STATUS '
                 EXT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CLOSE-STOP.
           CLOSE ACCT-REC .
           CLOSE SUMM-LINE .
           CLOSE SUMM-EXTRACT .
           DISPLAY 'ANNSUMM TAX YEAR ' WS-TAX-YEAR ': '
              WS-DOC-COUNT ' SUMMARIES, '
              WS-SUPPRESSED-COUNT ' MAIL SUPPRESSED, '
              WS-NOT-ON-FILE-COUNT ' NOT ON FILE'.
           IF WS-NOT-ON-FILE-COUNT > ZERO
              SET RC-NOT-ON-FILE TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'ANNSUMM '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de resumos e o
      *RETURN-CODE que o job esta devolvendo ao scheduler
           MOVE 'ANNSUMM '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-DOC-COUNT         TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
