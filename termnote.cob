      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. TermNote.
       AUTHOR. Julio Bittencourt.

      *Aviso previo de mudanca de condicoes: a taxa do STRATE e a
      *tarifa do FEESCHED valiam na noite seguinte a edicao, sem
      *nenhum aviso ao cliente, e a regra exige aviso escrito com
      *prazo minimo antes de aumento de taxa ou tarifa. As duas
      *tabelas passaram a ter data de vigencia e data de digitacao
      *(regras no TERMDTPR, com o mesmo prazo WS-TERMS-LEAD-DAYS
      *que o FileHandling, AcctInq, AcctStmt, FeeAsmt e ChkRet usam
      *para recusar a linha digitada em cima da hora). Este passo
      *noturno compara cada linha pendente com a que esta em vigor
      *para a mesma chave, acha as contas atingidas - pelo
      *USA-STATE na taxa (a linha 'DEFAULT' atinge quem nao tem
      *linha propria), pela condicao de disparo na tarifa - e
      *grava em TERMLTR a carta de mudanca de condicoes com a
      *condicao antiga e a nova. Cada mudanca e avisada uma vez so:
      *o TRMHIST guarda as que ja foram avisadas. Com o HHKEY do
      *HouseHld no job, as cartas do mesmo titular no mesmo
      *domicilio saem num envelope so, como no LimCycle; conta
      *conjunta nunca divide envelope com outra. O relatorio
      *TERMRPT lista cada mudanca, as linhas recusadas e o aviso
      *que saiu com menos prazo que o exigido (RC 4).

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
           SELECT STATE-RATE ASSIGN TO STRATE
               FILE STATUS IS SRAT-FILE-STATUS .
           SELECT FEE-SCHEDULE ASSIGN TO FEESCHED
               FILE STATUS IS SCHED-FILE-STATUS .
           SELECT TERMS-HIST ASSIGN TO TRMHIST
               FILE STATUS IS THST-FILE-STATUS .
           SELECT CO-HOLDER-FILE ASSIGN TO COHOLDER
               FILE STATUS IS COH-FILE-STATUS .
           SELECT HOUSE-KEY-FILE ASSIGN TO HHKEY
               FILE STATUS IS HHK-FILE-STATUS .
           SELECT LETTER-OUT ASSIGN TO TERMLTR
               FILE STATUS IS LTR-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO TERMRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD STATE-RATE RECORDING MODE F .
      *tabela de taxa por estado; layout compartilhado no copybook
      *STRATE
           COPY STRATE.

       FD FEE-SCHEDULE RECORDING MODE F .
      *tabela de tarifas; layout compartilhado no copybook FEESCHED
           COPY FEESCHED.

       FD TERMS-HIST RECORDING MODE F .
      *mudancas de condicoes ja avisadas, uma por linha pendente:
      *tabela ('R' taxa, 'F' tarifa), chave, vigencia, condicao
      *nova e antiga, data do aviso e quantas cartas sairam
       01  TERMS-HIST-REC.
           05 TH-TABLE          PIC X(1) .
           05 TH-KEY            PIC X(15) .
           05 TH-EFF-DATE       PIC 9(8) .
           05 TH-NEW-METHOD     PIC X(1) .
           05 TH-NEW-VALUE      PIC 9(7)V9(4) .
           05 TH-OLD-METHOD     PIC X(1) .
           05 TH-OLD-VALUE      PIC 9(7)V9(4) .
           05 TH-NOTICE-DATE    PIC 9(8) .
           05 TH-LETTER-COUNT   PIC 9(7) .
           05 FILLER            PIC X(17) .

       FD CO-HOLDER-FILE RECORDING MODE F .
      *co-titulares para o bloco de envelope; layout compartilhado
      *no copybook COHOLDER
           COPY COHOLDER.

       FD HOUSE-KEY-FILE RECORDING MODE F .
      *domicilios formados pelo HouseHld; layout compartilhado no
      *copybook HHKEY
           COPY HHKEY.

       FD LETTER-OUT RECORDING MODE F .
       01  LETTER-REC            PIC X(80) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(132) .

       WORKING-STORAGE SECTION.
       01  LASTREC              PIC X(1) VALUE 'N'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SRAT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SCHED-FILE-STATUS    PIC X(2) VALUE '00'.
       01  THST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  COH-FILE-STATUS      PIC X(2) VALUE '00'.
       01  HHK-FILE-STATUS      PIC X(2) VALUE '00'.
       01  LTR-FILE-STATUS      PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-DAYS-LEFT         PIC S9(7) COMP-3 VALUE ZERO.

      *taxa unica compilada do FileHandling, que vale para o estado
      *sem linha propria quando tambem nao ha linha 'DEFAULT'
       01  WS-FINANCE-RATE      PIC V9(4) VALUE .0150.

      *vigencia das linhas do STRATE/FEESCHED, compartilhada via
      *copybook
           COPY TERMDATE.

      *condicoes em vigor hoje, carregadas como os leitores das
      *tabelas carregam: por chave, a linha de vigencia mais recente
       01  WS-SRATE-TABLE.
           05 WS-SRATE-COUNT    PIC 9(3) VALUE ZERO.
           05 WS-SRATE-ENTRY OCCURS 60 TIMES
                 INDEXED BY SRX.
              10 WSR-STATE      PIC X(15).
              10 WSR-RATE       PIC 9V9(4).
              10 WSR-EFF-DATE   PIC 9(8).
       01  WS-SRATE-KEY         PIC X(15) VALUE SPACES.
       01  WS-SRATE-FOUND       PIC X(1) VALUE 'N'.
           88 SRATE-FOUND       VALUE 'Y'.

       01  WS-FEE-TABLE.
           05 WS-FEE-COUNT      PIC 9(2) VALUE ZERO.
           05 WS-FEE-ENTRY OCCURS 20 TIMES
                 INDEXED BY FEX.
              10 WF-FEE-CODE    PIC X(4).
              10 WF-METHOD      PIC X(1).
              10 WF-VALUE       PIC 9(7)V99.
              10 WF-TRIGGER     PIC X(4).
              10 WF-EFF-DATE    PIC 9(8).
       01  WS-FEE-KEY           PIC X(4) VALUE SPACES.
       01  WS-FEE-FOUND         PIC X(1) VALUE 'N'.
           88 FEE-FOUND         VALUE 'Y'.

      *linhas pendentes (mudancas a avisar), com a condicao em
      *vigor ao lado; metodo 'R' e taxa mensal, 'A'/'P' o metodo
      *da tarifa
       01  WS-CHG-TABLE.
           05 WS-CHG-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-CHG-ENTRY OCCURS 100 TIMES
                 INDEXED BY CGX.
              10 WG-TABLE       PIC X(1).
                 88 WG-RATE         VALUE 'R'.
                 88 WG-FEE          VALUE 'F'.
              10 WG-KEY         PIC X(15).
              10 WG-TRIGGER     PIC X(4).
              10 WG-EFF-DATE    PIC 9(8).
              10 WG-OLD-FOUND   PIC X(1).
              10 WG-OLD-METHOD  PIC X(1).
              10 WG-OLD-VALUE   PIC 9(7)V9(4).
              10 WG-NEW-METHOD  PIC X(1).
              10 WG-NEW-VALUE   PIC 9(7)V9(4).
              10 WG-ACTION      PIC X(1).
                 88 WG-SEND         VALUE 'S'.
                 88 WG-NOTICED      VALUE 'A'.
                 88 WG-NO-CHANGE    VALUE 'N'.
              10 WG-LATE        PIC X(1).
              10 WG-LETTERS     PIC 9(7).
              10 WG-HELD        PIC 9(7).
       01  WS-SEND-COUNT        PIC 9(3) VALUE ZERO.

      *mudancas ja avisadas em rodadas anteriores
       01  WS-THST-EOF          PIC X(1) VALUE 'N'.
           88 THST-EOF          VALUE 'Y'.
       01  WS-HIST-TABLE.
           05 WS-HIST-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-HIST-ENTRY OCCURS 2000 TIMES
                 INDEXED BY THX.
              10 WH-TABLE       PIC X(1).
              10 WH-KEY         PIC X(15).
              10 WH-EFF-DATE    PIC 9(8).
              10 WH-NEW-METHOD  PIC X(1).
              10 WH-NEW-VALUE   PIC 9(7)V9(4).
       01  WS-HIST-FOUND        PIC X(1) VALUE 'N'.
           88 HIST-FOUND        VALUE 'Y'.

       01  WS-COH-EOF           PIC X(1) VALUE 'N'.
           88 COH-EOF           VALUE 'Y'.
       01  WS-COH-TABLE.
           05 WS-COH-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-COH-ENTRY OCCURS 500 TIMES
                 INDEXED BY COX.
              10 WC-ACCT-NO     PIC X(8).
              10 WC-LAST-NAME   PIC X(20).
              10 WC-FIRST-NAME  PIC X(15).
       01  WS-COH-FOUND         PIC X(1) VALUE 'N'.
           88 COH-FOUND         VALUE 'Y'.

      *contas com mais de uma conta do mesmo titular no domicilio,
      *carregadas do HHKEY; sem o dataset cada conta tem o seu
      *envelope
       01  WS-HHK-EOF           PIC X(1) VALUE 'N'.
           88 HHK-EOF           VALUE 'Y'.
       01  WS-HHK-TABLE.
           05 WS-HHK-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-HHK-ENTRY OCCURS 3000 TIMES
                 INDEXED BY HKX.
              10 WK-ACCT-NO     PIC X(8).
              10 WK-PERSON-KEY  PIC X(8).
       01  WS-HHK-FOUND         PIC X(1) VALUE 'N'.
           88 HHK-FOUND         VALUE 'Y'.

      *cartas seguradas para o envelope, escritas no fim da rodada
      *agrupadas pela chave do envelope: a chave do titular no
      *domicilio ou, sem ela, o proprio ACCT-NO - as mudancas da
      *mesma conta saem sempre juntas
       01  WS-ENV-TABLE.
           05 WS-ENV-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-ENV-ENTRY OCCURS 5000 TIMES
                 INDEXED BY ENX EMX.
              10 WE-ENV-KEY     PIC X(8).
              10 WE-ACCT-NO     PIC X(8).
              10 WE-CHG-SUB     PIC 9(3).
              10 WE-LAST-NAME   PIC X(20).
              10 WE-FIRST-NAME  PIC X(15).
              10 WE-STREET-ADDR PIC X(25).
              10 WE-CITY-COUNTY PIC X(20).
              10 WE-USA-STATE   PIC X(15).
              10 WE-ZIP-CODE    PIC X(5).
              10 WE-DONE        PIC X(1).
       01  WS-ENV-KEY           PIC X(8) VALUE SPACES.
       01  WS-ENV-ACCT-NO       PIC X(8) VALUE SPACES.
      *nome e endereco do envelope que esta sendo impresso
       01  WS-ENV-ADDRESS.
           05 WA-LAST-NAME      PIC X(20).
           05 WA-FIRST-NAME     PIC X(15).
           05 WA-STREET-ADDR    PIC X(25).
           05 WA-CITY-COUNTY    PIC X(20).
           05 WA-USA-STATE      PIC X(15).
           05 WA-ZIP-CODE       PIC X(5).
       01  WS-AFFECTED          PIC X(1) VALUE 'N'.
           88 AFFECTED          VALUE 'Y'.

      *condicao formatada para a carta e o relatorio
       01  WS-FMT-FOUND         PIC X(1) VALUE 'N'.
       01  WS-FMT-METHOD        PIC X(1) VALUE SPACE.
       01  WS-FMT-VALUE         PIC 9(7)V9(4) VALUE ZERO.
       01  WS-FMT-TEXT          PIC X(30) VALUE SPACES.
       01  WS-FMT-RATE-PCT      PIC 9(3)V9(4) VALUE ZERO.
       01  WS-FMT-RATE-ED       PIC ZZ9.9999.
       01  WS-FMT-PCT-ED        PIC ZZZ9.99.
       01  WS-FMT-AMT-ED        PIC $$,$$$,$$9.99.
       01  WS-TERM-DESC         PIC X(30) VALUE SPACES.

      *contadores de controle da execucao
       01  WS-REC-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-LATE-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-LETTER-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-ENVELOPE-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-MAIL-HELD-COUNT   PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE; 4 avisa linha recusada ou aviso fora do prazo
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-ATTENTION      VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  HEAD-LINE.
           05 FILLER             PIC X(6)  VALUE 'TABLE'.
           05 FILLER             PIC X(16) VALUE 'KEY'.
           05 FILLER             PIC X(12) VALUE 'EFFECTIVE'.
           05 FILLER             PIC X(31) VALUE 'PREVIOUS TERM'.
           05 FILLER             PIC X(31) VALUE 'NEW TERM'.
           05 FILLER             PIC X(21) VALUE 'ACTION'.
           05 FILLER             PIC X(8)  VALUE 'LETTERS'.
           05 FILLER             PIC X(7)  VALUE '   HELD'.

       01  DETAIL-LINE.
           05 DT-TABLE           PIC X(5).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DT-KEY             PIC X(15).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DT-EFF-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-OLD-TERM        PIC X(30).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DT-NEW-TERM        PIC X(30).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DT-ACTION          PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DT-LETTERS         PIC ZZZ,ZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DT-HELD            PIC ZZZ,ZZ9.

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
              VALUE 'NOTICE OF CHANGE IN TERMS OF YOUR ACCOUNT'.
       01  NOTICE-TEXT-LINE-1    PIC X(80)
              VALUE 'WE ARE CHANGING THE TERMS OF YOUR ACCOUNT AS SHOWN
      -       ' BELOW.'.
       01  NOTICE-TEXT-LINE-2    PIC X(80)
              VALUE 'THE PREVIOUS TERM APPLIES UNTIL THE EFFECTIVE DATE
      -       ' AND THE NEW'.
       01  NOTICE-TEXT-LINE-3    PIC X(80)
              VALUE 'TERM FROM THAT DATE ON. PLEASE CALL US IF YOU HAVE
      -       ' ANY QUESTIONS.'.

       01  NOTICE-ACCT-LINE.
           05 FILLER             PIC X(9)  VALUE 'ACCOUNT: '.
           05 NA-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(15) VALUE '   EFFECTIVE: '.
           05 NA-EFF-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(38) VALUE SPACES.

       01  NOTICE-TERM-LINE.
           05 NT-LABEL           PIC X(15).
           05 NT-TEXT            PIC X(30).
           05 FILLER             PIC X(35) VALUE SPACES.

       01  PAGE-BREAK-LINE       PIC X(80) VALUE ALL '='.
      *separa as cartas que dividem o mesmo envelope
       01  DOC-BREAK-LINE        PIC X(80) VALUE ALL '-'.
       01  BLANK-LINE            PIC X(80) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-NOTICE-HISTORY.
           PERFORM LOAD-STATE-RATES.
           PERFORM LOAD-FEE-SCHEDULE.
           PERFORM PREPARE-CHANGES.
           IF WS-SEND-COUNT > ZERO
              PERFORM LOAD-COHOLDERS
              PERFORM LOAD-HOUSE-KEYS
              PERFORM READ-NEXT-RECORD
              PERFORM WRITE-ENVELOPES
           END-IF.
           PERFORM WRITE-CHANGE-LINES.
           PERFORM WRITE-NOTICE-HISTORY.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-TERMS-TODAY.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
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
           MOVE 'CHANGE-IN-TERMS NOTICES - STATE RATES AND FEES'
              TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE HEAD-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'TERMNOTE ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-NOTICE-HISTORY.
      *sem TRMHIST no job (primeira rodada) nada foi avisado ainda;
      *a tabela cheia derruba o passo, senao uma mudanca ja avisada
      *sairia de novo
           OPEN INPUT TERMS-HIST.
           IF THST-FILE-STATUS = '05' OR THST-FILE-STATUS = '35'
              MOVE 'Y' TO WS-THST-EOF
           ELSE
              IF THST-FILE-STATUS NOT = '00'
                 STRING 'OPEN TERMS-HIST FAILED, STATUS '
                    THST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-THST-REC
              PERFORM UNTIL THST-EOF
                 IF WS-HIST-COUNT = 2000
                    STRING 'TERMS NOTICE HISTORY TABLE FULL AT 2000'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-HIST-COUNT
                 SET THX TO WS-HIST-COUNT
                 MOVE TH-TABLE      TO WH-TABLE (THX)
                 MOVE TH-KEY        TO WH-KEY (THX)
                 MOVE TH-EFF-DATE   TO WH-EFF-DATE (THX)
                 MOVE TH-NEW-METHOD TO WH-NEW-METHOD (THX)
                 MOVE TH-NEW-VALUE  TO WH-NEW-VALUE (THX)
                 PERFORM READ-THST-REC
              END-PERFORM
              CLOSE TERMS-HIST
           END-IF.

       READ-THST-REC.
           READ TERMS-HIST
           AT END MOVE 'Y' TO WS-THST-EOF
           END-READ.
           IF THST-FILE-STATUS NOT = '00'
              AND THST-FILE-STATUS NOT = '10'
              STRING 'READ TERMS-HIST FAILED, STATUS '
                 THST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-STATE-RATES.
      *mesma carga do FileHandling (teto legal, prazo de aviso,
      *vigencia mais recente por estado); a linha pendente vira
      *mudanca a avisar. Sem STRATE no job nao ha mudanca de taxa
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT STATE-RATE.
           IF SRAT-FILE-STATUS = '05' OR SRAT-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF SRAT-FILE-STATUS NOT = '00'
                 STRING 'OPEN STATE-RATE FAILED, STATUS '
                    SRAT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-SRAT-REC
              PERFORM UNTIL GEN-EOF
                 PERFORM LOAD-ONE-STATE-RATE
                 PERFORM READ-SRAT-REC
              END-PERFORM
              CLOSE STATE-RATE
           END-IF.

       READ-SRAT-REC.
           READ STATE-RATE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF SRAT-FILE-STATUS NOT = '00'
              AND SRAT-FILE-STATUS NOT = '10'
              STRING 'READ STATE-RATE FAILED, STATUS '
                 SRAT-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-ONE-STATE-RATE.
           IF TR-EFF-DATE NUMERIC
              MOVE TR-EFF-DATE TO WS-TERMS-EFF-DATE
           ELSE
              MOVE ZERO TO WS-TERMS-EFF-DATE
           END-IF.
           IF TR-ENTERED-DATE NUMERIC
              MOVE TR-ENTERED-DATE TO WS-TERMS-ENTERED-DATE
           ELSE
              MOVE ZERO TO WS-TERMS-ENTERED-DATE
           END-IF.
           PERFORM CLASSIFY-TERMS-ROW.
           MOVE 'R'             TO WS-FMT-METHOD.
           MOVE TR-MONTHLY-RATE TO WS-FMT-VALUE.
           EVALUATE TRUE
              WHEN TR-MONTHLY-RATE > TR-LEGAL-CAP
                 MOVE 'RATE '            TO DT-TABLE
                 MOVE TR-USA-STATE       TO DT-KEY
                 MOVE 'REFUSED OVER CAP' TO DT-ACTION
                 PERFORM WRITE-REFUSED-LINE
              WHEN TERMS-REFUSED
                 MOVE 'RATE '            TO DT-TABLE
                 MOVE TR-USA-STATE       TO DT-KEY
                 MOVE 'REFUSED SHORT NOTICE' TO DT-ACTION
                 PERFORM WRITE-REFUSED-LINE
              WHEN TERMS-PENDING
                 PERFORM ADD-CHANGE-ENTRY
                 MOVE 'R'             TO WG-TABLE (CGX)
                 MOVE TR-USA-STATE    TO WG-KEY (CGX)
                 MOVE 'R'             TO WG-NEW-METHOD (CGX)
                 MOVE TR-MONTHLY-RATE TO WG-NEW-VALUE (CGX)
              WHEN OTHER
                 PERFORM KEEP-STATE-RATE
           END-EVALUATE.

       KEEP-STATE-RATE.
           MOVE TR-USA-STATE TO WS-SRATE-KEY.
           PERFORM FIND-STATE-RATE.
           IF SRATE-FOUND
              IF WS-TERMS-EFF-DATE NOT < WSR-EFF-DATE (SRX)
                 MOVE TR-MONTHLY-RATE   TO WSR-RATE (SRX)
                 MOVE WS-TERMS-EFF-DATE TO WSR-EFF-DATE (SRX)
              END-IF
           ELSE
              IF WS-SRATE-COUNT < 60
                 ADD 1 TO WS-SRATE-COUNT
                 SET SRX TO WS-SRATE-COUNT
                 MOVE TR-USA-STATE      TO WSR-STATE (SRX)
                 MOVE TR-MONTHLY-RATE   TO WSR-RATE (SRX)
                 MOVE WS-TERMS-EFF-DATE TO WSR-EFF-DATE (SRX)
              END-IF
           END-IF.

       FIND-STATE-RATE.
      *procura em WS-SRATE-TABLE o estado em WS-SRATE-KEY
           MOVE 'N' TO WS-SRATE-FOUND.
           IF WS-SRATE-COUNT > ZERO
              SET SRX TO 1
              SEARCH WS-SRATE-ENTRY
                 AT END MOVE 'N' TO WS-SRATE-FOUND
                 WHEN SRX > WS-SRATE-COUNT
                    MOVE 'N' TO WS-SRATE-FOUND
                 WHEN WSR-STATE (SRX) = WS-SRATE-KEY
                    MOVE 'Y' TO WS-SRATE-FOUND
              END-SEARCH
           END-IF.

       LOAD-FEE-SCHEDULE.
      *mesma carga do FeeAsmt; sem FEESCHED no job nao ha mudanca
      *de tarifa
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT FEE-SCHEDULE.
           IF SCHED-FILE-STATUS = '05' OR SCHED-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF SCHED-FILE-STATUS NOT = '00'
                 STRING 'OPEN FEE-SCHEDULE FAILED, STATUS '
                    SCHED-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-SCHED-REC
              PERFORM UNTIL GEN-EOF
                 PERFORM LOAD-ONE-FEE-ROW
                 PERFORM READ-SCHED-REC
              END-PERFORM
              CLOSE FEE-SCHEDULE
           END-IF.

       READ-SCHED-REC.
           READ FEE-SCHEDULE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF SCHED-FILE-STATUS NOT = '00'
              AND SCHED-FILE-STATUS NOT = '10'
              STRING 'READ FEE-SCHEDULE FAILED, STATUS '
                 SCHED-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-ONE-FEE-ROW.
           IF FS-EFF-DATE NUMERIC
              MOVE FS-EFF-DATE TO WS-TERMS-EFF-DATE
           ELSE
              MOVE ZERO TO WS-TERMS-EFF-DATE
           END-IF.
           IF FS-ENTERED-DATE NUMERIC
              MOVE FS-ENTERED-DATE TO WS-TERMS-ENTERED-DATE
           ELSE
              MOVE ZERO TO WS-TERMS-ENTERED-DATE
           END-IF.
           PERFORM CLASSIFY-TERMS-ROW.
           MOVE FS-METHOD TO WS-FMT-METHOD.
           MOVE FS-VALUE  TO WS-FMT-VALUE.
           EVALUATE TRUE
              WHEN TERMS-REFUSED
                 MOVE 'FEE  '            TO DT-TABLE
                 MOVE FS-FEE-CODE        TO DT-KEY
                 MOVE 'REFUSED SHORT NOTICE' TO DT-ACTION
                 PERFORM WRITE-REFUSED-LINE
              WHEN TERMS-PENDING
                 PERFORM ADD-CHANGE-ENTRY
                 MOVE 'F'         TO WG-TABLE (CGX)
                 MOVE FS-FEE-CODE TO WG-KEY (CGX)
                 MOVE FS-TRIGGER  TO WG-TRIGGER (CGX)
                 MOVE FS-METHOD   TO WG-NEW-METHOD (CGX)
                 MOVE FS-VALUE    TO WG-NEW-VALUE (CGX)
              WHEN OTHER
                 PERFORM KEEP-FEE-ROW
           END-EVALUATE.

       KEEP-FEE-ROW.
           MOVE FS-FEE-CODE TO WS-FEE-KEY.
           PERFORM FIND-FEE-ROW.
           IF FEE-FOUND
              IF WS-TERMS-EFF-DATE NOT < WF-EFF-DATE (FEX)
                 MOVE FS-METHOD         TO WF-METHOD (FEX)
                 MOVE FS-VALUE          TO WF-VALUE (FEX)
                 MOVE FS-TRIGGER        TO WF-TRIGGER (FEX)
                 MOVE WS-TERMS-EFF-DATE TO WF-EFF-DATE (FEX)
              END-IF
           ELSE
              IF WS-FEE-COUNT < 20
                 ADD 1 TO WS-FEE-COUNT
                 SET FEX TO WS-FEE-COUNT
                 MOVE FS-FEE-CODE       TO WF-FEE-CODE (FEX)
                 MOVE FS-METHOD         TO WF-METHOD (FEX)
                 MOVE FS-VALUE          TO WF-VALUE (FEX)
                 MOVE FS-TRIGGER        TO WF-TRIGGER (FEX)
                 MOVE WS-TERMS-EFF-DATE TO WF-EFF-DATE (FEX)
              END-IF
           END-IF.

       FIND-FEE-ROW.
      *procura em WS-FEE-TABLE o codigo em WS-FEE-KEY
           MOVE 'N' TO WS-FEE-FOUND.
           IF WS-FEE-COUNT > ZERO
              SET FEX TO 1
              SEARCH WS-FEE-ENTRY
                 AT END MOVE 'N' TO WS-FEE-FOUND
                 WHEN FEX > WS-FEE-COUNT
                    MOVE 'N' TO WS-FEE-FOUND
                 WHEN WF-FEE-CODE (FEX) = WS-FEE-KEY
                    MOVE 'Y' TO WS-FEE-FOUND
              END-SEARCH
           END-IF.

      *paragrafo CLASSIFY-TERMS-ROW, compartilhado via copybook
           COPY TERMDTPR.

       ADD-CHANGE-ENTRY.
           IF WS-CHG-COUNT = 100
              STRING 'PENDING TERMS CHANGE TABLE FULL AT 100'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-CHG-COUNT.
           SET CGX TO WS-CHG-COUNT.
           MOVE SPACES            TO WS-CHG-ENTRY (CGX).
           MOVE WS-TERMS-EFF-DATE TO WG-EFF-DATE (CGX).
           MOVE 'N'               TO WG-OLD-FOUND (CGX).
           MOVE ZERO              TO WG-OLD-VALUE (CGX).
           MOVE ZERO              TO WG-NEW-VALUE (CGX).
           MOVE 'N'               TO WG-LATE (CGX).
           MOVE ZERO              TO WG-LETTERS (CGX).
           MOVE ZERO              TO WG-HELD (CGX).

       WRITE-REFUSED-LINE.
      *linha recusada: nao vale para ninguem e o relatorio avisa
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE WS-TERMS-EFF-DATE TO DT-EFF-DATE.
           MOVE SPACES TO DT-OLD-TERM.
           MOVE 'Y' TO WS-FMT-FOUND.
           PERFORM FORMAT-TERM-TEXT.
           MOVE WS-FMT-TEXT TO DT-NEW-TERM.
           MOVE ZERO TO DT-LETTERS.
           MOVE ZERO TO DT-HELD.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       PREPARE-CHANGES.
      *com as duas tabelas em vigor ja carregadas, cada mudanca
      *pendente ganha a condicao antiga e a decisao: avisar, ja
      *avisada ou sem mudanca de fato
           IF WS-CHG-COUNT > ZERO
              PERFORM PREPARE-ONE-CHANGE
                 VARYING CGX FROM 1 BY 1
                 UNTIL CGX > WS-CHG-COUNT
           END-IF.

       PREPARE-ONE-CHANGE.
           IF WG-RATE (CGX)
              PERFORM FIND-OLD-RATE
           ELSE
              MOVE WG-KEY (CGX) TO WS-FEE-KEY
              PERFORM FIND-FEE-ROW
              IF FEE-FOUND
                 MOVE 'Y'            TO WG-OLD-FOUND (CGX)
                 MOVE WF-METHOD (FEX) TO WG-OLD-METHOD (CGX)
                 MOVE WF-VALUE (FEX)  TO WG-OLD-VALUE (CGX)
              END-IF
           END-IF.
           PERFORM FIND-NOTICE-HISTORY.
           EVALUATE TRUE
              WHEN HIST-FOUND
                 SET WG-NOTICED (CGX) TO TRUE
              WHEN WG-OLD-FOUND (CGX) = 'Y'
                 AND WG-OLD-METHOD (CGX) = WG-NEW-METHOD (CGX)
                 AND WG-OLD-VALUE (CGX) = WG-NEW-VALUE (CGX)
                 SET WG-NO-CHANGE (CGX) TO TRUE
              WHEN OTHER
                 SET WG-SEND (CGX) TO TRUE
                 ADD 1 TO WS-SEND-COUNT
      *----------aviso que sai agora com menos dias que o prazo ate a
      *----------vigencia (o passo nao rodou na noite da digitacao)
                 COMPUTE WS-DAYS-LEFT =
                    FUNCTION INTEGER-OF-DATE (WG-EFF-DATE (CGX))
                  - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                 IF WS-DAYS-LEFT < WS-TERMS-LEAD-DAYS
                    MOVE 'Y' TO WG-LATE (CGX)
                    ADD 1 TO WS-LATE-COUNT
                 END-IF
           END-EVALUATE.

       FIND-OLD-RATE.
      *taxa que o FileHandling aplica hoje ao estado: a linha dele,
      *senao a 'DEFAULT', senao a taxa unica compilada
           MOVE 'Y' TO WG-OLD-FOUND (CGX).
           MOVE 'R' TO WG-OLD-METHOD (CGX).
           MOVE WG-KEY (CGX) TO WS-SRATE-KEY.
           PERFORM FIND-STATE-RATE.
           IF NOT SRATE-FOUND
              MOVE 'DEFAULT' TO WS-SRATE-KEY
              PERFORM FIND-STATE-RATE
           END-IF.
           IF SRATE-FOUND
              MOVE WSR-RATE (SRX) TO WG-OLD-VALUE (CGX)
           ELSE
              MOVE WS-FINANCE-RATE TO WG-OLD-VALUE (CGX)
           END-IF.

       FIND-NOTICE-HISTORY.
           MOVE 'N' TO WS-HIST-FOUND.
           IF WS-HIST-COUNT > ZERO
              SET THX TO 1
              SEARCH WS-HIST-ENTRY
                 AT END MOVE 'N' TO WS-HIST-FOUND
                 WHEN THX > WS-HIST-COUNT
                    MOVE 'N' TO WS-HIST-FOUND
                 WHEN WH-TABLE (THX) = WG-TABLE (CGX)
                    AND WH-KEY (THX) = WG-KEY (CGX)
                    AND WH-EFF-DATE (THX) = WG-EFF-DATE (CGX)
                    AND WH-NEW-METHOD (THX) = WG-NEW-METHOD (CGX)
                    AND WH-NEW-VALUE (THX) = WG-NEW-VALUE (CGX)
                    MOVE 'Y' TO WS-HIST-FOUND
              END-SEARCH
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

       LOAD-HOUSE-KEYS.
      *so interessam as contas cujo titular tem outra conta no
      *mesmo domicilio; endereco sujo nunca divide envelope
           OPEN INPUT HOUSE-KEY-FILE.
           IF HHK-FILE-STATUS = '05' OR HHK-FILE-STATUS = '35'
              MOVE 'Y' TO WS-HHK-EOF
           ELSE
              IF HHK-FILE-STATUS NOT = '00'
                 STRING 'OPEN HOUSE-KEY-FILE FAILED, STATUS '
                    HHK-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-HHK-REC
              PERFORM UNTIL HHK-EOF OR WS-HHK-COUNT = 3000
                 IF HK-MATCHED AND HK-PERSON-SIZE > 1
                    ADD 1 TO WS-HHK-COUNT
                    SET HKX TO WS-HHK-COUNT
                    MOVE HK-ACCT-NO    TO WK-ACCT-NO (HKX)
                    MOVE HK-PERSON-KEY TO WK-PERSON-KEY (HKX)
                 END-IF
                 PERFORM READ-HHK-REC
              END-PERFORM
              CLOSE HOUSE-KEY-FILE
           END-IF.

       READ-HHK-REC.
           READ HOUSE-KEY-FILE
           AT END MOVE 'Y' TO WS-HHK-EOF
           END-READ.
           IF HHK-FILE-STATUS NOT = '00'
              AND HHK-FILE-STATUS NOT = '10'
              STRING 'READ HOUSE-KEY-FILE FAILED, STATUS '
                 HHK-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-NEXT-RECORD.
           PERFORM READ-RECORD
              PERFORM UNTIL LASTREC = 'Y'
              PERFORM REVIEW-ONE-ACCOUNT
              PERFORM READ-RECORD
              END-PERFORM
           .

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

       REVIEW-ONE-ACCOUNT.
      *conta encerrada, em charge-off ou escheat nao recebe mais
      *condicoes novas
           ADD 1 TO WS-REC-COUNT.
           IF NOT ACCT-ST-CLOSED AND NOT ACCT-ST-CHGOFF
              AND NOT ACCT-ST-ESCHEAT
              MOVE ACCT-NO TO WS-ENV-KEY
              PERFORM FIND-ENVELOPE-KEY
              PERFORM TEST-ONE-CHANGE
                 VARYING CGX FROM 1 BY 1
                 UNTIL CGX > WS-CHG-COUNT
           END-IF.

       FIND-ENVELOPE-KEY.
      *a carta espera o envelope do titular quando ele tem outra
      *conta no domicilio e a conta nao e conjunta; senao o
      *envelope e so da conta
           MOVE 'N' TO WS-HHK-FOUND.
           IF WS-HHK-COUNT > ZERO
              SET HKX TO 1
              SEARCH WS-HHK-ENTRY
                 AT END MOVE 'N' TO WS-HHK-FOUND
                 WHEN HKX > WS-HHK-COUNT
                    MOVE 'N' TO WS-HHK-FOUND
                 WHEN WK-ACCT-NO (HKX) = ACCT-NO
                    MOVE 'Y' TO WS-HHK-FOUND
              END-SEARCH
           END-IF.
           IF HHK-FOUND AND WS-COH-COUNT > ZERO
              MOVE 'N' TO WS-COH-FOUND
              SET COX TO 1
              SEARCH WS-COH-ENTRY
                 AT END MOVE 'N' TO WS-COH-FOUND
                 WHEN COX > WS-COH-COUNT
                    MOVE 'N' TO WS-COH-FOUND
                 WHEN WC-ACCT-NO (COX) = ACCT-NO
                    MOVE 'Y' TO WS-COH-FOUND
              END-SEARCH
              IF COH-FOUND
                 MOVE 'N' TO WS-HHK-FOUND
              END-IF
           END-IF.
           IF HHK-FOUND
              MOVE WK-PERSON-KEY (HKX) TO WS-ENV-KEY
           END-IF.

       TEST-ONE-CHANGE.
           IF WG-SEND (CGX)
              PERFORM CHECK-AFFECTED
              IF AFFECTED
                 IF MAIL-SUPPRESSED
                    ADD 1 TO WG-HELD (CGX)
                    ADD 1 TO WS-MAIL-HELD-COUNT
                 ELSE
                    ADD 1 TO WG-LETTERS (CGX)
                    PERFORM SAVE-ENVELOPE-NOTICE
                 END-IF
              END-IF
           END-IF.

       CHECK-AFFECTED.
      *taxa: a conta do estado da linha; a linha 'DEFAULT' atinge a
      *conta cujo estado nao tem linha propria em vigor. Tarifa:
      *pela condicao de disparo - estouro pelo teste do
      *WRITE-GOOD-RECORD, atraso pelo criterio do DELQLINE, as
      *demais (anuidade, cheque devolvido) valem para todos
           MOVE 'N' TO WS-AFFECTED.
           IF WG-RATE (CGX)
              IF WG-KEY (CGX) = 'DEFAULT'
                 MOVE USA-STATE TO WS-SRATE-KEY
                 PERFORM FIND-STATE-RATE
                 IF NOT SRATE-FOUND
                    MOVE 'Y' TO WS-AFFECTED
                 END-IF
              ELSE
                 IF WG-KEY (CGX) = USA-STATE
                    MOVE 'Y' TO WS-AFFECTED
                 END-IF
              END-IF
           ELSE
              EVALUATE WG-TRIGGER (CGX)
                 WHEN 'OVRL'
                    IF ACCT-BALANCE > ACCT-LIMIT
                       MOVE 'Y' TO WS-AFFECTED
                    END-IF
                 WHEN 'LATE'
                    IF ACCT-BALANCE < ZERO
                       MOVE 'Y' TO WS-AFFECTED
                    END-IF
                 WHEN OTHER
                    MOVE 'Y' TO WS-AFFECTED
              END-EVALUATE
           END-IF.

       SAVE-ENVELOPE-NOTICE.
      *tabela cheia: a carta sai sozinha na hora
           ADD 1 TO WS-LETTER-COUNT.
           IF WS-ENV-COUNT = 5000
              PERFORM WRITE-SINGLE-NOTICE
           ELSE
              ADD 1 TO WS-ENV-COUNT
              SET ENX TO WS-ENV-COUNT
              MOVE WS-ENV-KEY   TO WE-ENV-KEY (ENX)
              MOVE ACCT-NO      TO WE-ACCT-NO (ENX)
              SET WE-CHG-SUB (ENX) TO CGX
              MOVE LAST-NAME    TO WE-LAST-NAME (ENX)
              MOVE FIRST-NAME   TO WE-FIRST-NAME (ENX)
              MOVE STREET-ADDR  TO WE-STREET-ADDR (ENX)
              MOVE CITY-COUNTY  TO WE-CITY-COUNTY (ENX)
              MOVE USA-STATE    TO WE-USA-STATE (ENX)
              MOVE ACCT-ZIP-CODE TO WE-ZIP-CODE (ENX)
              MOVE 'N'          TO WE-DONE (ENX)
           END-IF.

       WRITE-SINGLE-NOTICE.
           ADD 1 TO WS-ENVELOPE-COUNT.
           MOVE ACCT-NO       TO WS-ENV-ACCT-NO.
           MOVE LAST-NAME     TO WA-LAST-NAME.
           MOVE FIRST-NAME    TO WA-FIRST-NAME.
           MOVE STREET-ADDR   TO WA-STREET-ADDR.
           MOVE CITY-COUNTY   TO WA-CITY-COUNTY.
           MOVE USA-STATE     TO WA-USA-STATE.
           MOVE ACCT-ZIP-CODE TO WA-ZIP-CODE.
           PERFORM WRITE-ADDRESS-BLOCK.
           MOVE ACCT-NO TO NA-ACCT-NO.
           PERFORM WRITE-NOTICE-BODY.
           MOVE PAGE-BREAK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.

       WRITE-ADDRESS-BLOCK.
      *----tres linhas em branco posicionam o bloco de endereco na
      *----janela do envelope, como no CollLtr
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE WA-FIRST-NAME TO NL-FIRST-NAME.
           MOVE WA-LAST-NAME  TO NL-LAST-NAME.
           MOVE NAME-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM WRITE-COHOLDER-LINES.
           MOVE WA-STREET-ADDR TO AL-STREET-ADDR.
           MOVE ADDR-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE WA-CITY-COUNTY TO CL-CITY-COUNTY.
           MOVE WA-USA-STATE   TO CL-USA-STATE.
           MOVE WA-ZIP-CODE    TO CL-ZIP-CODE.
           MOVE CITY-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.

       WRITE-NOTICE-BODY.
      *----texto da carta da mudanca CGX, com a conta ja montada em
      *----NA-ACCT-NO por quem chama
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
           MOVE WG-EFF-DATE (CGX) TO NA-EFF-DATE.
           MOVE NOTICE-ACCT-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM DESCRIBE-TERM.
           MOVE 'TERM:'      TO NT-LABEL.
           MOVE WS-TERM-DESC TO NT-TEXT.
           MOVE NOTICE-TERM-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM FORMAT-OLD-TERM.
           MOVE 'PREVIOUS TERM:' TO NT-LABEL.
           MOVE WS-FMT-TEXT  TO NT-TEXT.
           MOVE NOTICE-TERM-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM FORMAT-NEW-TERM.
           MOVE 'NEW TERM:'  TO NT-LABEL.
           MOVE WS-FMT-TEXT  TO NT-TEXT.
           MOVE NOTICE-TERM-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.

       DESCRIBE-TERM.
           IF WG-RATE (CGX)
              MOVE 'MONTHLY FINANCE CHARGE RATE' TO WS-TERM-DESC
           ELSE
              EVALUATE WG-TRIGGER (CGX)
                 WHEN 'OVRL'
                    MOVE 'OVER-LIMIT FEE'       TO WS-TERM-DESC
                 WHEN 'LATE'
                    MOVE 'LATE PAYMENT FEE'     TO WS-TERM-DESC
                 WHEN 'ANNL'
                    MOVE 'ANNUAL FEE'           TO WS-TERM-DESC
                 WHEN 'NSF '
                    MOVE 'RETURNED PAYMENT FEE' TO WS-TERM-DESC
                 WHEN OTHER
                    MOVE SPACES TO WS-TERM-DESC
                    STRING 'FEE ' WG-KEY (CGX) (1:4)
                       DELIMITED BY SIZE INTO WS-TERM-DESC
              END-EVALUATE
           END-IF.

       FORMAT-OLD-TERM.
           MOVE WG-OLD-FOUND (CGX)  TO WS-FMT-FOUND.
           MOVE WG-OLD-METHOD (CGX) TO WS-FMT-METHOD.
           MOVE WG-OLD-VALUE (CGX)  TO WS-FMT-VALUE.
           PERFORM FORMAT-TERM-TEXT.

       FORMAT-NEW-TERM.
           MOVE 'Y'                 TO WS-FMT-FOUND.
           MOVE WG-NEW-METHOD (CGX) TO WS-FMT-METHOD.
           MOVE WG-NEW-VALUE (CGX)  TO WS-FMT-VALUE.
           PERFORM FORMAT-TERM-TEXT.

       FORMAT-TERM-TEXT.
      *taxa mensal em percentual, tarifa em valor fixo ou em
      *percentual do saldo; tarifa nova sem linha anterior sai como
      *NONE na condicao antiga
           MOVE SPACES TO WS-FMT-TEXT.
           EVALUATE TRUE
              WHEN WS-FMT-FOUND NOT = 'Y'
                 MOVE 'NONE' TO WS-FMT-TEXT
              WHEN WS-FMT-METHOD = 'R'
                 COMPUTE WS-FMT-RATE-PCT = WS-FMT-VALUE * 100
                 MOVE WS-FMT-RATE-PCT TO WS-FMT-RATE-ED
                 STRING WS-FMT-RATE-ED '% PER MONTH'
                    DELIMITED BY SIZE INTO WS-FMT-TEXT
              WHEN WS-FMT-METHOD = 'P'
                 MOVE WS-FMT-VALUE TO WS-FMT-PCT-ED
                 STRING WS-FMT-PCT-ED '% OF BALANCE'
                    DELIMITED BY SIZE INTO WS-FMT-TEXT
              WHEN OTHER
                 MOVE WS-FMT-VALUE TO WS-FMT-AMT-ED
                 MOVE WS-FMT-AMT-ED TO WS-FMT-TEXT
           END-EVALUATE.

       WRITE-ENVELOPES.
      *um envelope por chave: bloco de endereco da primeira carta e,
      *em seguida, todas as cartas da chave separadas por tracejado
           IF WS-ENV-COUNT > ZERO
              PERFORM WRITE-ONE-ENVELOPE
                 VARYING ENX FROM 1 BY 1
                 UNTIL ENX > WS-ENV-COUNT
           END-IF.

       WRITE-ONE-ENVELOPE.
           IF WE-DONE (ENX) = 'N'
              ADD 1 TO WS-ENVELOPE-COUNT
              MOVE WE-ACCT-NO (ENX)     TO WS-ENV-ACCT-NO
              MOVE WE-FIRST-NAME (ENX)  TO WA-FIRST-NAME
              MOVE WE-LAST-NAME (ENX)   TO WA-LAST-NAME
              MOVE WE-STREET-ADDR (ENX) TO WA-STREET-ADDR
              MOVE WE-CITY-COUNTY (ENX) TO WA-CITY-COUNTY
              MOVE WE-USA-STATE (ENX)   TO WA-USA-STATE
              MOVE WE-ZIP-CODE (ENX)    TO WA-ZIP-CODE
              PERFORM WRITE-ADDRESS-BLOCK
              PERFORM WRITE-ENVELOPE-NOTICE
                 VARYING EMX FROM ENX BY 1
                 UNTIL EMX > WS-ENV-COUNT
              MOVE PAGE-BREAK-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
           END-IF.

       WRITE-ENVELOPE-NOTICE.
           IF WE-DONE (EMX) = 'N'
              AND WE-ENV-KEY (EMX) = WE-ENV-KEY (ENX)
              IF EMX NOT = ENX
                 MOVE DOC-BREAK-LINE TO LETTER-REC
                 PERFORM WRITE-LETTER-REC
              END-IF
              SET CGX TO WE-CHG-SUB (EMX)
              MOVE WE-ACCT-NO (EMX) TO NA-ACCT-NO
              PERFORM WRITE-NOTICE-BODY
              MOVE 'Y' TO WE-DONE (EMX)
           END-IF.

       WRITE-COHOLDER-LINES.
      *uma linha de nome por co-titular da conta, logo abaixo do
      *titular, para todos sairem na janela do envelope
           IF WS-COH-COUNT > ZERO
              PERFORM WRITE-ONE-COHOLDER-LINE
                 VARYING COX FROM 1 BY 1
                 UNTIL COX > WS-COH-COUNT
           END-IF.

       WRITE-ONE-COHOLDER-LINE.
           IF WC-ACCT-NO (COX) = WS-ENV-ACCT-NO
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

       WRITE-CHANGE-LINES.
      *uma linha por mudanca pendente, com o que foi feito dela
           IF WS-CHG-COUNT > ZERO
              PERFORM WRITE-ONE-CHANGE-LINE
                 VARYING CGX FROM 1 BY 1
                 UNTIL CGX > WS-CHG-COUNT
           END-IF.

       WRITE-ONE-CHANGE-LINE.
           IF WG-RATE (CGX)
              MOVE 'RATE ' TO DT-TABLE
           ELSE
              MOVE 'FEE  ' TO DT-TABLE
           END-IF.
           MOVE WG-KEY (CGX)      TO DT-KEY.
           MOVE WG-EFF-DATE (CGX) TO DT-EFF-DATE.
           PERFORM FORMAT-OLD-TERM.
           MOVE WS-FMT-TEXT TO DT-OLD-TERM.
           PERFORM FORMAT-NEW-TERM.
           MOVE WS-FMT-TEXT TO DT-NEW-TERM.
           EVALUATE TRUE
              WHEN WG-NOTICED (CGX)
                 MOVE 'ALREADY NOTICED'    TO DT-ACTION
              WHEN WG-NO-CHANGE (CGX)
                 MOVE 'NO CHANGE IN TERMS' TO DT-ACTION
              WHEN WG-LATE (CGX) = 'Y'
                 MOVE 'NOTICES SENT LATE'  TO DT-ACTION
              WHEN OTHER
                 MOVE 'NOTICES SENT'       TO DT-ACTION
           END-EVALUATE.
           MOVE WG-LETTERS (CGX) TO DT-LETTERS.
           MOVE WG-HELD (CGX)    TO DT-HELD.
           MOVE DETAIL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-NOTICE-HISTORY.
      *as mudancas avisadas nesta rodada entram no historico, que e
      *acumulativo; na primeira vez o dataset ainda nao existe e o
      *OPEN EXTEND precisa virar OUTPUT
           IF WS-SEND-COUNT > ZERO
              OPEN EXTEND TERMS-HIST
              IF THST-FILE-STATUS = '05' OR THST-FILE-STATUS = '35'
                 OPEN OUTPUT TERMS-HIST
              END-IF
              IF THST-FILE-STATUS NOT = '00'
                 STRING 'OPEN TERMS-HIST FAILED, STATUS '
                    THST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM WRITE-ONE-HISTORY
                 VARYING CGX FROM 1 BY 1
                 UNTIL CGX > WS-CHG-COUNT
              CLOSE TERMS-HIST
           END-IF.

       WRITE-ONE-HISTORY.
           IF WG-SEND (CGX)
              MOVE SPACES              TO TERMS-HIST-REC
              MOVE WG-TABLE (CGX)      TO TH-TABLE
              MOVE WG-KEY (CGX)        TO TH-KEY
              MOVE WG-EFF-DATE (CGX)   TO TH-EFF-DATE
              MOVE WG-NEW-METHOD (CGX) TO TH-NEW-METHOD
              MOVE WG-NEW-VALUE (CGX)  TO TH-NEW-VALUE
              MOVE WG-OLD-METHOD (CGX) TO TH-OLD-METHOD
              MOVE WG-OLD-VALUE (CGX)  TO TH-OLD-VALUE
              MOVE WS-TODAY-DATE       TO TH-NOTICE-DATE
              MOVE WG-LETTERS (CGX)    TO TH-LETTER-COUNT
              WRITE TERMS-HIST-REC
              IF THST-FILE-STATUS NOT = '00'
                 STRING 'WRITE TERMS-HIST FAILED, STATUS '
                    THST-FILE-STATUS DELIMITED BY SIZE
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
           PERFORM WRITE-REPORT-REC.
           MOVE 'PENDING CHANGES:                  ' TO CL-LABEL.
           MOVE WS-CHG-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'CHANGES NOTICED THIS RUN:         ' TO CL-LABEL.
           MOVE WS-SEND-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ROWS REFUSED:                     ' TO CL-LABEL.
           MOVE WS-REFUSED-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'NOTICES SENT LATE:                ' TO CL-LABEL.
           MOVE WS-LATE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'LETTERS WRITTEN:                  ' TO CL-LABEL.
           MOVE WS-LETTER-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ENVELOPES:                        ' TO CL-LABEL.
           MOVE WS-ENVELOPE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'HELD FOR RETURNED MAIL:           ' TO CL-LABEL.
           MOVE WS-MAIL-HELD-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           DISPLAY 'TERMS NOTICES WRITTEN: ' WS-LETTER-COUNT
              '  ENVELOPES: ' WS-ENVELOPE-COUNT
              '  HELD FOR RETURNED MAIL: ' WS-MAIL-HELD-COUNT.
           CLOSE ACCT-REC .
           CLOSE LETTER-OUT .
           CLOSE REPORT-LINE .
           IF WS-REFUSED-COUNT > ZERO OR WS-LATE-COUNT > ZERO
              SET RC-ATTENTION TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'TERMNOTE'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de contas lidas e
      *o RETURN-CODE devolvido ao scheduler
           MOVE 'TERMNOTE'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-REC-COUNT         TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
