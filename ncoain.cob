      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. NcoaIn.
       AUTHOR. Julio Bittencourt.

      *Retorno do fornecedor de NCOA: cada mudanca de endereco que
      *o correio confirmou para um nome do NCOAOUT volta no NCOARET
      *com a chave que o NcoaOut mandou. O trailer e conferido
      *contra os detalhes ANTES de aplicar qualquer coisa, como o
      *AgyRemit faz com a remessa da agencia. Mudanca confirmada,
      *individual ou de empresa, de conta que ainda esta no
      *endereco enviado vira uma alteracao 'C' no layout MNTTXN
      *(dataset NCOATXN, para o AcctMaint, como o LIMTXN do
      *LimCycle) com a imagem inteira da conta e o endereco novo -
      *o AcctMaint grava a imagem no CHGHIST e limpa sozinho a
      *supressao de correspondencia quando o STREET-ADDR muda.
      *Mudanca sem endereco novo (mudou e nao deixou endereco) vira
      *a mesma alteracao so com o ACCT-MAIL-SUPPRESS ligado. Casamento
      *ambiguo, mudanca de familia, conta cujo endereco mudou depois
      *do envio e qualquer mudanca de cliente do CUSTMST (que nao
      *passa pela esteira MNTTXN) vao para a lista de revisao
      *NCOARVW, sem aplicar nada. O relatorio NCOARPT lista o que
      *foi gerado para o AcctMaint e fecha com as contagens.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NCOA-IN ASSIGN TO NCOARET
               FILE STATUS IS NCOA-FILE-STATUS .
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT MAINT-TXN-OUT ASSIGN TO NCOATXN
               FILE STATUS IS TXN-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO NCOARPT
               FILE STATUS IS RPT-FILE-STATUS .
           SELECT REVIEW-LINE ASSIGN TO NCOARVW
               FILE STATUS IS RVW-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD NCOA-IN RECORDING MODE F .
      *layout fixo combinado com o fornecedor de NCOA: tipo de
      *record na primeira posicao ('H' header, 'D' mudanca, 'T'
      *trailer com a contagem de detalhes); o detalhe devolve a
      *chave, o nome e o endereco como foram no NCOAOUT, mais o
      *resultado do casamento e o endereco novo
       01  NCOA-HEADER-REC.
           05 NH-REC-TYPE       PIC X(1) .
           05 NH-FILE-ID        PIC X(8) .
           05 NH-FILE-DATE      PIC 9(8) .
           05 FILLER            PIC X(183) .

       01  NCOA-DETAIL-REC.
           05 NR-REC-TYPE       PIC X(1) .
           05 NR-KEY-TYPE       PIC X(1) .
             88 NR-KEY-ACCOUNT      VALUE 'A'.
             88 NR-KEY-CUSTOMER     VALUE 'C'.
           05 NR-KEY            PIC X(8) .
           05 NR-LAST-NAME      PIC X(20) .
           05 NR-FIRST-NAME     PIC X(15) .
           05 NR-OLD-STREET     PIC X(25) .
           05 NR-OLD-ZIP        PIC X(5) .
      *'C' casamento confirmado, 'A' ambiguo (mais de um nome
      *possivel no endereco)
           05 NR-MATCH-CODE     PIC X(1) .
             88 NR-MATCH-CONFIRMED  VALUE 'C'.
      *'I' individuo, 'F' familia, 'B' empresa
           05 NR-MOVE-TYPE      PIC X(1) .
             88 NR-MOVE-FAMILY      VALUE 'F'.
      *'Y' endereco novo informado, 'N' mudou sem deixar endereco
           05 NR-NEW-ADDR-FLAG  PIC X(1) .
             88 NR-NEW-ADDR-GIVEN   VALUE 'Y'.
           05 NR-MOVE-DATE      PIC 9(8) .
           05 NR-NEW-STREET     PIC X(25) .
           05 NR-NEW-CITY       PIC X(20) .
           05 NR-NEW-STATE      PIC X(15) .
           05 NR-NEW-ZIP        PIC X(5) .
           05 FILLER            PIC X(49) .

       01  NCOA-TRAILER-REC.
           05 NT-REC-TYPE       PIC X(1) .
           05 NT-DETAIL-COUNT   PIC 9(7) .
           05 FILLER            PIC X(192) .

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD MAINT-TXN-OUT RECORDING MODE F .
      *layout compartilhado no copybook MNTTXN
           COPY MNTTXN.

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(132) .

       FD REVIEW-LINE RECORDING MODE F .
       01  REVIEW-REC            PIC X(132) .

       WORKING-STORAGE SECTION.
       01  NCOA-FILE-STATUS     PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  TXN-FILE-STATUS      PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  RVW-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-HEADER-SEEN       PIC X(1) VALUE 'N'.
           88 HEADER-SEEN       VALUE 'Y'.
       01  WS-TRAILER-SEEN      PIC X(1) VALUE 'N'.
           88 TRAILER-SEEN      VALUE 'Y'.
       01  WS-TRL-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-ACCT-FOUND        PIC X(1) VALUE 'N'.
           88 ACCT-FOUND        VALUE 'Y'.
       01  WS-REVIEW-REASON     PIC X(30) VALUE SPACES.

      *contas que ja ganharam alteracao nesta rodada: a segunda
      *mudanca para a mesma conta vai para revisao
       01  WS-DONE-TABLE.
           05 WS-DONE-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-DONE-ENTRY OCCURS 5000 TIMES
                 INDEXED BY DNX.
              10 WD-ACCT-NO     PIC X(8).
       01  WS-DONE-FOUND        PIC X(1) VALUE 'N'.
           88 DONE-FOUND        VALUE 'Y'.

      *contadores de controle da execucao
       01  WS-ADDR-CHANGE-COUNT PIC 9(7) VALUE ZERO.
       01  WS-SUPPRESS-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-REVIEW-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-NO-CHANGE-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-INACTIVE-COUNT    PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE; 4 avisa que ha mudanca esperando revisao
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-REVIEW         VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  APPLIED-HEAD-LINE.
           05 FILLER             PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER             PIC X(17) VALUE 'ACTION'.
           05 FILLER             PIC X(26) VALUE 'OLD STREET'.
           05 FILLER             PIC X(26) VALUE 'NEW STREET'.
           05 FILLER             PIC X(21) VALUE 'NEW CITY'.
           05 FILLER             PIC X(16) VALUE 'NEW STATE'.
           05 FILLER             PIC X(16) VALUE 'ZIP'.

       01  APPLIED-LINE.
           05 AP-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AP-ACTION          PIC X(16).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AP-OLD-STREET      PIC X(25).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AP-NEW-STREET      PIC X(25).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AP-NEW-CITY        PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AP-NEW-STATE       PIC X(15).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AP-NEW-ZIP         PIC X(5).
           05 FILLER             PIC X(11) VALUE SPACES.

       01  REVIEW-HEAD-LINE.
           05 FILLER             PIC X(11) VALUE 'T KEY'.
           05 FILLER             PIC X(21) VALUE 'LAST NAME'.
           05 FILLER             PIC X(31) VALUE 'REASON'.
           05 FILLER             PIC X(4)  VALUE 'M T'.
           05 FILLER             PIC X(26) VALUE 'NEW STREET'.
           05 FILLER             PIC X(21) VALUE 'NEW CITY'.
           05 FILLER             PIC X(18) VALUE 'NEW STATE'.

       01  REVIEW-DETAIL-LINE.
           05 RV-KEY-TYPE        PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RV-KEY             PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RV-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RV-REASON          PIC X(30).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RV-MATCH-CODE      PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RV-MOVE-TYPE       PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RV-NEW-STREET      PIC X(25).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RV-NEW-CITY        PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RV-NEW-STATE       PIC X(15).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 RV-NEW-ZIP         PIC X(5).

       01  COUNT-LINE.
           05 CL-LABEL           PIC X(34).
           05 CL-COUNT           PIC ZZZ,ZZ9.
           05 FILLER             PIC X(91) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM COUNT-RETURN-FILE.
           PERFORM CHECK-TRAILER.
           PERFORM OPEN-OUTPUTS.
           PERFORM APPLY-RETURN-FILE.
           PERFORM WRITE-TOTALS.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           OPEN INPUT NCOA-IN .
           IF NCOA-FILE-STATUS NOT = '00'
              STRING 'OPEN NCOA-IN FAILED, STATUS ' NCOA-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'NCOAIN ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       COUNT-RETURN-FILE.
      *primeira passada: so conta os detalhes para a conferencia
      *do trailer; nada e aplicado ainda
           MOVE 'N' TO WS-GEN-EOF.
           PERFORM READ-NCOA-REC.
           PERFORM UNTIL GEN-EOF
              EVALUATE NH-REC-TYPE
                 WHEN 'H'
                    MOVE 'Y' TO WS-HEADER-SEEN
                 WHEN 'T'
                    MOVE 'Y' TO WS-TRAILER-SEEN
                    MOVE NT-DETAIL-COUNT TO WS-TRL-COUNT
                 WHEN 'D'
                    ADD 1 TO WS-READ-COUNT
                 WHEN OTHER
                    STRING 'INVALID NCOA RECORD TYPE '
                       NH-REC-TYPE DELIMITED BY SIZE
                       INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
              END-EVALUATE
              PERFORM READ-NCOA-REC
           END-PERFORM.
           CLOSE NCOA-IN.

       READ-NCOA-REC.
           READ NCOA-IN
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF NCOA-FILE-STATUS NOT = '00'
              AND NCOA-FILE-STATUS NOT = '10'
              STRING 'READ NCOA-IN FAILED, STATUS '
                 NCOA-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CHECK-TRAILER.
      *retorno sem header/trailer ou com contagem diferente dos
      *detalhes e recusado inteiro antes de gerar qualquer
      *alteracao
           IF NOT HEADER-SEEN OR NOT TRAILER-SEEN
              STRING 'NCOA RETURN WITHOUT HEADER OR TRAILER'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-TRL-COUNT NOT = WS-READ-COUNT
              STRING 'NCOA RETURN TRAILER OUT OF BALANCE - FILE '
                 'REJECTED' DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       OPEN-OUTPUTS.
           OPEN OUTPUT MAINT-TXN-OUT .
           IF TXN-FILE-STATUS NOT = '00'
              STRING 'OPEN MAINT-TXN-OUT FAILED, STATUS '
                 TXN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT REVIEW-LINE .
           IF RVW-FILE-STATUS NOT = '00'
              STRING 'OPEN REVIEW-LINE FAILED, STATUS ' RVW-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'NCOA CHANGE OF ADDRESS - CHANGES SENT TO ACCTMAINT'
              TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE APPLIED-HEAD-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'NCOA CHANGE OF ADDRESS - REVIEW LIST' TO REVIEW-REC.
           PERFORM WRITE-REVIEW-REC.
           MOVE RUN-HEADER-LINE TO REVIEW-REC.
           PERFORM WRITE-REVIEW-REC.
           PERFORM WRITE-REVIEW-REC.
           MOVE REVIEW-HEAD-LINE TO REVIEW-REC.
           PERFORM WRITE-REVIEW-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       APPLY-RETURN-FILE.
      *segunda passada, com o trailer ja conferido
           OPEN INPUT NCOA-IN .
           IF NCOA-FILE-STATUS NOT = '00'
              STRING 'OPEN NCOA-IN FAILED, STATUS ' NCOA-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE 'N' TO WS-GEN-EOF.
           PERFORM READ-NCOA-REC.
           PERFORM UNTIL GEN-EOF
              IF NR-REC-TYPE = 'D'
                 PERFORM APPLY-ONE-MOVE
              END-IF
              PERFORM READ-NCOA-REC
           END-PERFORM.
           CLOSE NCOA-IN.

       APPLY-ONE-MOVE.
      *o cliente do CUSTMST e mantido so pelo console CustMaint: a
      *mudanca dele vai para a revisao com o endereco novo
           IF NR-KEY-ACCOUNT
              PERFORM READ-MOVE-ACCOUNT
              PERFORM FIND-DONE-ACCOUNT
           END-IF.
           MOVE SPACES TO WS-REVIEW-REASON.
           EVALUATE TRUE
              WHEN NR-KEY-CUSTOMER AND NR-NEW-ADDR-GIVEN
                 MOVE 'CUSTOMER MOVE - USE CUSTMAINT'
                    TO WS-REVIEW-REASON
              WHEN NR-KEY-CUSTOMER
                 MOVE 'CUSTOMER MOVED, NO NEW ADDRESS'
                    TO WS-REVIEW-REASON
              WHEN NOT NR-KEY-ACCOUNT
                 MOVE 'INVALID KEY TYPE'  TO WS-REVIEW-REASON
              WHEN NOT ACCT-FOUND
                 MOVE 'ACCOUNT NOT ON FILE' TO WS-REVIEW-REASON
              WHEN NOT NR-MATCH-CONFIRMED
                 MOVE 'AMBIGUOUS MATCH'   TO WS-REVIEW-REASON
              WHEN NR-MOVE-FAMILY
                 MOVE 'FAMILY MOVE'       TO WS-REVIEW-REASON
              WHEN DONE-FOUND
                 MOVE 'SECOND MOVE FOR ACCOUNT' TO WS-REVIEW-REASON
              WHEN STREET-ADDR NOT = NR-OLD-STREET
                 MOVE 'ADDRESS CHANGED SINCE SENT'
                    TO WS-REVIEW-REASON
              WHEN NR-NEW-ADDR-GIVEN AND NR-NEW-STREET = SPACES
                 MOVE 'NEW ADDRESS INCOMPLETE' TO WS-REVIEW-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           EVALUATE TRUE
              WHEN WS-REVIEW-REASON NOT = SPACES
                 PERFORM WRITE-REVIEW-DETAIL
              WHEN ACCT-ST-CLOSED OR ACCT-ST-CHGOFF
                 OR ACCT-ST-ESCHEAT
      *-------conta que nao recebe mais correspondencia
                 ADD 1 TO WS-INACTIVE-COUNT
              WHEN NR-NEW-ADDR-GIVEN
                 PERFORM APPLY-NEW-ADDRESS
              WHEN OTHER
                 PERFORM APPLY-MAIL-SUPPRESS
           END-EVALUATE.

       READ-MOVE-ACCOUNT.
           MOVE NR-KEY TO ACCT-NO.
           READ ACCT-REC.
           EVALUATE ACCT-FILE-STATUS
              WHEN '00'
                 MOVE 'Y' TO WS-ACCT-FOUND
              WHEN '23'
                 MOVE 'N' TO WS-ACCT-FOUND
              WHEN OTHER
                 STRING 'READ ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
           END-EVALUATE.

       FIND-DONE-ACCOUNT.
           MOVE 'N' TO WS-DONE-FOUND.
           IF WS-DONE-COUNT > ZERO
              SET DNX TO 1
              SEARCH WS-DONE-ENTRY
                 AT END MOVE 'N' TO WS-DONE-FOUND
                 WHEN DNX > WS-DONE-COUNT
                    MOVE 'N' TO WS-DONE-FOUND
                 WHEN WD-ACCT-NO (DNX) = NR-KEY
                    MOVE 'Y' TO WS-DONE-FOUND
              END-SEARCH
           END-IF.

       APPLY-NEW-ADDRESS.
      *endereco novo igual ao do cadastro nao gera alteracao
           IF NR-NEW-STREET = STREET-ADDR
              AND NR-NEW-CITY = CITY-COUNTY
              AND NR-NEW-STATE = USA-STATE
              AND NR-NEW-ZIP = ACCT-ZIP-CODE
              ADD 1 TO WS-NO-CHANGE-COUNT
           ELSE
              PERFORM BUILD-MAINT-TXN
              MOVE NR-NEW-STREET TO MT-STREET-ADDR
              MOVE NR-NEW-CITY   TO MT-CITY-COUNTY
              MOVE NR-NEW-STATE  TO MT-USA-STATE
              MOVE NR-NEW-ZIP    TO MT-ZIP-CODE
              PERFORM WRITE-MAINT-TXN
              ADD 1 TO WS-ADDR-CHANGE-COUNT
              MOVE 'ADDRESS CHANGE' TO AP-ACTION
              PERFORM WRITE-APPLIED-LINE
           END-IF.

       APPLY-MAIL-SUPPRESS.
      *mudou sem deixar endereco: a mala para de sair ate a
      *agencia conseguir o endereco novo (lista do BadAddr)
           IF MAIL-SUPPRESSED
              ADD 1 TO WS-NO-CHANGE-COUNT
           ELSE
              PERFORM BUILD-MAINT-TXN
              MOVE 'Y' TO MT-MAIL-SUPPRESS
              PERFORM WRITE-MAINT-TXN
              ADD 1 TO WS-SUPPRESS-COUNT
              MOVE 'MAIL SUPPRESSED' TO AP-ACTION
              PERFORM WRITE-APPLIED-LINE
           END-IF.

       BUILD-MAINT-TXN.
      *alteracao 'C' com a imagem inteira da conta - o AcctMaint
      *grava o campo a campo do MNTTXN - como o LimCycle faz
           MOVE SPACES             TO MNT-TXN-REC.
           MOVE 'C'                TO MT-ACTION.
           MOVE 'NCOAIN  '         TO MT-OPERATOR-ID.
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
           MOVE ACCT-STATUS        TO MT-ACCT-STATUS.
           MOVE ACCT-MAIL-SUPPRESS TO MT-MAIL-SUPPRESS.

       WRITE-MAINT-TXN.
           WRITE MNT-TXN-REC.
           IF TXN-FILE-STATUS NOT = '00'
              STRING 'WRITE MAINT-TXN-OUT FAILED, STATUS '
                 TXN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-DONE-COUNT = 5000
              STRING 'APPLIED ACCOUNT TABLE FULL AT 5000'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-DONE-COUNT.
           SET DNX TO WS-DONE-COUNT.
           MOVE ACCT-NO TO WD-ACCT-NO (DNX).

       WRITE-APPLIED-LINE.
           MOVE ACCT-NO         TO AP-ACCT-NO.
           MOVE STREET-ADDR     TO AP-OLD-STREET.
           MOVE MT-STREET-ADDR  TO AP-NEW-STREET.
           MOVE MT-CITY-COUNTY  TO AP-NEW-CITY.
           MOVE MT-USA-STATE    TO AP-NEW-STATE.
           MOVE MT-ZIP-CODE     TO AP-NEW-ZIP.
           MOVE APPLIED-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-REVIEW-DETAIL.
           ADD 1 TO WS-REVIEW-COUNT.
           MOVE SPACES            TO REVIEW-DETAIL-LINE.
           MOVE NR-KEY-TYPE       TO RV-KEY-TYPE.
           MOVE NR-KEY            TO RV-KEY.
           MOVE NR-LAST-NAME      TO RV-LAST-NAME.
           MOVE WS-REVIEW-REASON  TO RV-REASON.
           MOVE NR-MATCH-CODE     TO RV-MATCH-CODE.
           MOVE NR-MOVE-TYPE      TO RV-MOVE-TYPE.
           MOVE NR-NEW-STREET     TO RV-NEW-STREET.
           MOVE NR-NEW-CITY       TO RV-NEW-CITY.
           MOVE NR-NEW-STATE      TO RV-NEW-STATE.
           MOVE NR-NEW-ZIP        TO RV-NEW-ZIP.
           MOVE REVIEW-DETAIL-LINE TO REVIEW-REC.
           PERFORM WRITE-REVIEW-REC.

       WRITE-TOTALS.
           PERFORM WRITE-REPORT-REC.
           MOVE 'MOVES RECEIVED:                   ' TO CL-LABEL.
           MOVE WS-READ-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ADDRESS CHANGES TO ACCTMAINT:     ' TO CL-LABEL.
           MOVE WS-ADDR-CHANGE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'MAIL SUPPRESSION TO ACCTMAINT:    ' TO CL-LABEL.
           MOVE WS-SUPPRESS-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'SENT TO REVIEW LIST:              ' TO CL-LABEL.
           MOVE WS-REVIEW-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ALREADY UP TO DATE:               ' TO CL-LABEL.
           MOVE WS-NO-CHANGE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ACCOUNT CLOSED, IGNORED:          ' TO CL-LABEL.
           MOVE WS-INACTIVE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM WRITE-REVIEW-REC.
           MOVE 'ITEMS TO REVIEW:                  ' TO CL-LABEL.
           MOVE WS-REVIEW-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REVIEW-REC.
           PERFORM WRITE-REVIEW-REC.

       WRITE-REPORT-REC.
           WRITE REPORT-REC.
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'WRITE REPORT-LINE FAILED, STATUS '
                 RPT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.

       WRITE-REVIEW-REC.
           WRITE REVIEW-REC.
           IF RVW-FILE-STATUS NOT = '00'
              STRING 'WRITE REVIEW-LINE FAILED, STATUS '
                 RVW-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO REVIEW-REC.

       CLOSE-STOP.
           CLOSE ACCT-REC .
           CLOSE MAINT-TXN-OUT .
           CLOSE REPORT-LINE .
           CLOSE REVIEW-LINE .
           DISPLAY 'NCOA MOVES: ' WS-READ-COUNT
              '  ADDRESS CHANGES: ' WS-ADDR-CHANGE-COUNT
              '  SUPPRESSED: ' WS-SUPPRESS-COUNT
              '  REVIEW: ' WS-REVIEW-COUNT.
           IF WS-REVIEW-COUNT > ZERO
              SET RC-REVIEW TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'NCOAIN  '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de mudancas lidas
      *e o RETURN-CODE que o job esta devolvendo ao scheduler
           MOVE 'NCOAIN  '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-READ-COUNT        TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
