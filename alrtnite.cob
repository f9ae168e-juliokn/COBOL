      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. AlrtNite.
       AUTHOR. Julio Bittencourt.

      *Alertas ao cliente: toda noite, para cada conta com adesao no
      *ALRTENR (mantido pelo console AlrtEnr), procura os eventos
      *que o cliente pediu - saldo acima do limite que vale para a
      *conta (o temporario do LIMOVRD em vigencia, senao o
      *permanente, mesma regra do WRITE-GOOD-RECORD do
      *FileHandling), pagamento recebido no PAYJRNL do LockBox,
      *pagamento AutoPay devolvido no AUTORETO do AutoRet e limite
      *temporario do LIMOVRD terminando dentro dos dias do ALRTPARM
      *- e grava cada alerta no ALRTFEED para o fornecedor de
      *mensagens, com header e trailer de controle e manifesto no
      *XMITLOG. A memoria ALRTSENT guarda o que ja saiu para o
      *mesmo evento nao ser avisado duas vezes (rerun da noite,
      *estouro que continua de uma noite para a outra). Roda depois
      *do AcctPost, do LockBox e do AutoRet. O relatorio ALRTRPT
      *lista os alertas da noite e as adesoes de conta que nao esta
      *no cadastro.

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
           SELECT ENROLL-FILE ASSIGN TO ALRTENR
               FILE STATUS IS ENR-FILE-STATUS .
           SELECT SENT-FILE ASSIGN TO ALRTSENT
               FILE STATUS IS SENT-FILE-STATUS .
           SELECT LIM-OVERRIDE ASSIGN TO LIMOVRD
               FILE STATUS IS LOVR-FILE-STATUS .
           SELECT PAY-JOURNAL ASSIGN TO PAYJRNL
               FILE STATUS IS YJRN-FILE-STATUS .
           SELECT RET-TXN-IN ASSIGN TO AUTORETO
               FILE STATUS IS RTXI-FILE-STATUS .
           SELECT ALERT-FEED ASSIGN TO ALRTFEED
               FILE STATUS IS FEED-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO ALRTRPT
               FILE STATUS IS RPT-FILE-STATUS .
           SELECT ALERT-PARM ASSIGN TO ALRTPARM
               FILE STATUS IS PARM-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD ENROLL-FILE RECORDING MODE F .
      *layout compartilhado no copybook ALRTENR
           COPY ALRTENR.

       FD SENT-FILE RECORDING MODE F .
      *layout compartilhado no copybook ALRTSENT
           COPY ALRTSENT.

       FD LIM-OVERRIDE RECORDING MODE F .
      *layout compartilhado no copybook LIMOVRD
           COPY LIMOVRD.

       FD PAY-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo POST-PAYMENT do LockBox
       01  PAY-JOURNAL-REC.
           05 PJ-ACCT-NO        PIC X(8) .
           05 FILLER            PIC X(2) .
           05 PJ-REMITTER       PIC X(20) .
           05 FILLER            PIC X(2) .
           05 PJ-AMOUNT         PIC X(13) .
           05 FILLER            PIC X(2) .
           05 PJ-NEW-BALANCE    PIC X(14) .
           05 FILLER            PIC X(2) .
           05 PJ-TIMESTAMP      PIC X(14) .

       FD RET-TXN-IN RECORDING MODE F .
      *debitos de devolucao gravados pelo AutoRet, no layout do
      *copybook PSTTXN
           COPY PSTTXN.

       FD ALERT-FEED RECORDING MODE F .
      *layout fixo combinado com o fornecedor de mensagens: tipo de
      *record na primeira posicao ('H' header, 'D' alerta, 'T'
      *trailer de controle com a contagem e a soma dos valores)
       01  ALERT-HEADER-REC.
           05 AH-REC-TYPE       PIC X(1) .
           05 AH-FILE-ID        PIC X(8) .
           05 AH-FILE-DATE      PIC 9(8) .
           05 FILLER            PIC X(133) .

      *AD-ALERT-TYPE: 'O' estouro (valor = saldo, limite = o que
      *vale hoje), 'P' pagamento (valor = pago), 'R' devolucao
      *AutoPay (valor = devolvido), 'X' limite temporario vencendo
      *(valor = temporario, limite = permanente que volta a valer,
      *data = fim da vigencia)
       01  ALERT-DETAIL-REC.
           05 AD-REC-TYPE       PIC X(1) .
           05 AD-ALERT-TYPE     PIC X(1) .
           05 AD-ACCT-NO        PIC X(8) .
           05 AD-CHANNEL        PIC X(1) .
           05 AD-CONTACT        PIC X(50) .
           05 AD-FIRST-NAME     PIC X(15) .
           05 AD-LAST-NAME      PIC X(20) .
           05 AD-CURRENCY-CODE  PIC X(3) .
           05 AD-AMOUNT         PIC S9(7)V99 .
           05 AD-BALANCE        PIC S9(7)V99 .
           05 AD-LIMIT          PIC S9(7)V99 .
           05 AD-EVENT-DATE     PIC 9(8) .
           05 FILLER            PIC X(16) .

       01  ALERT-TRAILER-REC.
           05 AT-REC-TYPE       PIC X(1) .
           05 AT-DETAIL-COUNT   PIC 9(7) .
           05 AT-AMOUNT-TOTAL   PIC S9(11)V99 .
           05 FILLER            PIC X(129) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       FD ALERT-PARM RECORDING MODE F .
      *janela de aviso do limite temporario e retencao da memoria
      *de alertas enviados, em dias
       01  ALERT-PARM-REC.
           05 AP-LIMEXP-DAYS    PIC 9(3) .
           05 AP-RETAIN-DAYS    PIC 9(3) .

       WORKING-STORAGE SECTION.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  ENR-FILE-STATUS      PIC X(2) VALUE '00'.
       01  SENT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  LOVR-FILE-STATUS     PIC X(2) VALUE '00'.
       01  YJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RTXI-FILE-STATUS     PIC X(2) VALUE '00'.
       01  FEED-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INTEGER     PIC 9(8) VALUE ZERO.
       01  WS-AGE-DAYS          PIC S9(7) VALUE ZERO.

      *defaults compilados, trocados pelo ALRTPARM quando presente
       01  WS-LIMEXP-DAYS       PIC 9(3) VALUE 5.
       01  WS-RETAIN-DAYS       PIC 9(3) VALUE 45.

      *adesoes em memoria; WE-SKIP marca a adesao de conta fora do
      *cadastro ou encerrada/baixada/remetida, que nao recebe
      *alerta nenhum
       01  WS-ENR-TABLE.
           05 WS-ENR-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-ENR-ENTRY OCCURS 3000 TIMES
                 INDEXED BY ENX.
              10 WE-ACCT-NO     PIC X(8).
              10 WE-CHANNEL     PIC X(1).
              10 WE-CONTACT     PIC X(50).
              10 WE-WANT-OVERLIMIT PIC X(1).
              10 WE-WANT-PAYMENT PIC X(1).
              10 WE-WANT-RETURN PIC X(1).
              10 WE-WANT-LIMEXP PIC X(1).
              10 WE-SKIP        PIC X(1).
       01  WS-ENR-FOUND         PIC X(1) VALUE 'N'.
           88 ENR-FOUND         VALUE 'Y'.
       01  WS-WANTED            PIC X(1) VALUE 'N'.
           88 ALERT-WANTED      VALUE 'Y'.

      *memoria dos alertas ja enviados, regravada no final so com
      *as entradas que continuam valendo (WM-KEEP)
       01  WS-SENT-TABLE.
           05 WS-SENT-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-SENT-ENTRY OCCURS 9000 TIMES
                 INDEXED BY SMX.
              10 WM-SENT-IMAGE  PIC X(50).
              10 WM-KEEP        PIC X(1).
       01  WS-SENT-FOUND        PIC X(1) VALUE 'N'.
           88 SENT-FOUND        VALUE 'Y'.

      *chave de procura na memoria, na ordem do record ALRTSENT
       01  WS-SENT-KEY.
           05 SK-ACCT-NO        PIC X(8).
           05 SK-CHANNEL        PIC X(1).
           05 SK-ALERT-TYPE     PIC X(1).
           05 SK-EVENT-REF      PIC X(30).

      *limites temporarios em vigencia hoje, com as datas para o
      *aviso de vencimento
       01  WS-OVR-TABLE.
           05 WS-OVR-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-OVR-ENTRY OCCURS 200 TIMES
                 INDEXED BY OVX.
              10 WO-ACCT-NO     PIC X(8).
              10 WO-TEMP-LIMIT  PIC S9(7)V99 COMP-3.
              10 WO-START-DATE  PIC 9(8).
              10 WO-END-DATE    PIC 9(8).
       01  WS-OVR-FOUND         PIC X(1) VALUE 'N'.
           88 OVR-FOUND         VALUE 'Y'.
       01  WS-EFF-LIMIT         PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-ACCT-FOUND        PIC X(1) VALUE 'N'.
           88 ACCT-FOUND        VALUE 'Y'.

      *evento sendo avisado
       01  WS-EV-TYPE           PIC X(1) VALUE SPACE.
           88 EV-OVERLIMIT      VALUE 'O'.
           88 EV-PAYMENT        VALUE 'P'.
           88 EV-RETURN         VALUE 'R'.
           88 EV-LIMEXP         VALUE 'X'.
       01  WS-EV-ACCT           PIC X(8) VALUE SPACES.
       01  WS-EV-REF            PIC X(30) VALUE SPACES.
       01  WS-EV-AMOUNT         PIC S9(7)V99 VALUE ZERO.
       01  WS-EV-LIMIT          PIC S9(7)V99 VALUE ZERO.
       01  WS-EV-DATE           PIC 9(8) VALUE ZERO.

      *referencias de evento, cada uma no tamanho do AS-EVENT-REF
       01  WS-PAY-REF.
           05 PR-TIMESTAMP      PIC X(14).
           05 PR-AMOUNT         PIC X(13).
           05 FILLER            PIC X(3) VALUE SPACES.
       01  WS-RET-REF.
           05 RR-RUN-DATE       PIC 9(8).
           05 RR-POSITION       PIC 9(7).
           05 RR-AMOUNT         PIC 9(7)V99.
           05 FILLER            PIC X(6) VALUE SPACES.
       01  WS-EXP-REF.
           05 XR-START-DATE     PIC 9(8).
           05 XR-END-DATE       PIC 9(8).
           05 FILLER            PIC X(14) VALUE SPACES.
       01  WS-RET-POSITION      PIC 9(7) VALUE ZERO.

      *contadores de controle da execucao
       01  WS-OVERLIMIT-SENT    PIC 9(7) VALUE ZERO.
       01  WS-PAYMENT-SENT      PIC 9(7) VALUE ZERO.
       01  WS-RETURN-SENT       PIC 9(7) VALUE ZERO.
       01  WS-LIMEXP-SENT       PIC 9(7) VALUE ZERO.
       01  WS-DETAIL-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-AMOUNT-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01  WS-DUP-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-NOT-ON-FILE-COUNT PIC 9(7) VALUE ZERO.
       01  WS-INACTIVE-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-PURGED-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-KEPT-COUNT        PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE; 4 avisa que ha adesao de conta fora do cadastro
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-NOT-ON-FILE    VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma XMITLOG
           COPY XMITPRM.

       01  ALERT-HEAD-LINE.
           05 FILLER             PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER             PIC X(3)  VALUE 'CH'.
           05 FILLER             PIC X(14) VALUE 'ALERT'.
           05 FILLER             PIC X(14) VALUE '       AMOUNT'.
           05 FILLER             PIC X(14) VALUE '        LIMIT'.
           05 FILLER             PIC X(11) VALUE 'EVENT DATE'.
           05 FILLER             PIC X(34) VALUE 'CONTACT'.

       01  ALERT-LINE.
           05 AL-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AL-CHANNEL         PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AL-TYPE-TEXT       PIC X(14).
           05 AL-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AL-LIMIT           PIC Z,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AL-EVENT-DATE      PIC 9999/99/99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 AL-CONTACT         PIC X(34).

       01  NOT-ON-FILE-LINE.
           05 NF-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 NF-CHANNEL         PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 NF-TEXT            PIC X(87).

       01  COUNT-LINE.
           05 CL-LABEL           PIC X(34).
           05 CL-COUNT           PIC ZZZ,ZZ9.
           05 FILLER             PIC X(59) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-ENROLLMENTS.
           PERFORM LOAD-SENT-MEMORY.
           PERFORM LOAD-LIMIT-OVERRIDES.
           PERFORM WRITE-FEED-HEADER.
           PERFORM CHECK-ENROLLMENTS.
           PERFORM CHECK-PAYMENTS.
           PERFORM CHECK-RETURNS.
           PERFORM CHECK-LIMIT-EXPIRY.
           PERFORM WRITE-FEED-TRAILER.
           PERFORM REWRITE-SENT-MEMORY.
           PERFORM WRITE-TOTALS.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           PERFORM READ-ALERT-PARM.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT ALERT-FEED .
           IF FEED-FILE-STATUS NOT = '00'
              STRING 'OPEN ALERT-FEED FAILED, STATUS '
                 FEED-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'CUSTOMER ALERT NOTIFICATIONS' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE ALERT-HEAD-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       READ-ALERT-PARM.
      *parametro opcional: sem ALRTPARM valem os defaults compilados
      *(aviso 5 dias antes do fim do limite temporario, memoria de
      *45 dias); a retencao nunca fica menor que a janela de aviso,
      *senao o mesmo vencimento seria avisado de novo
           OPEN INPUT ALERT-PARM.
           IF PARM-FILE-STATUS = '00'
              READ ALERT-PARM
              IF PARM-FILE-STATUS = '00'
                 IF AP-LIMEXP-DAYS NUMERIC
                    AND AP-LIMEXP-DAYS > ZERO
                    MOVE AP-LIMEXP-DAYS TO WS-LIMEXP-DAYS
                 END-IF
                 IF AP-RETAIN-DAYS NUMERIC
                    AND AP-RETAIN-DAYS > ZERO
                    MOVE AP-RETAIN-DAYS TO WS-RETAIN-DAYS
                 END-IF
              END-IF
              CLOSE ALERT-PARM
           END-IF.
           IF WS-RETAIN-DAYS <= WS-LIMEXP-DAYS
              COMPUTE WS-RETAIN-DAYS = WS-LIMEXP-DAYS + 1
           END-IF.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'ALRTNITE ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-ENROLLMENTS.
      *sem ALRTENR no job ninguem aderiu: o arquivo sai so com
      *header e trailer. Adesao que nao coube na tabela ficaria sem
      *alerta em silencio - melhor parar
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT ENROLL-FILE.
           IF ENR-FILE-STATUS = '05' OR ENR-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF ENR-FILE-STATUS NOT = '00'
                 STRING 'OPEN ENROLL-FILE FAILED, STATUS '
                    ENR-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-ENROLL-REC
              PERFORM UNTIL GEN-EOF OR WS-ENR-COUNT = 3000
                 ADD 1 TO WS-ENR-COUNT
                 SET ENX TO WS-ENR-COUNT
                 MOVE AE-ACCT-NO        TO WE-ACCT-NO (ENX)
                 MOVE AE-CHANNEL        TO WE-CHANNEL (ENX)
                 MOVE AE-CONTACT        TO WE-CONTACT (ENX)
                 MOVE AE-WANT-OVERLIMIT TO WE-WANT-OVERLIMIT (ENX)
                 MOVE AE-WANT-PAYMENT   TO WE-WANT-PAYMENT (ENX)
                 MOVE AE-WANT-RETURN    TO WE-WANT-RETURN (ENX)
                 MOVE AE-WANT-LIMEXP    TO WE-WANT-LIMEXP (ENX)
                 MOVE 'N'               TO WE-SKIP (ENX)
                 PERFORM READ-ENROLL-REC
              END-PERFORM
              CLOSE ENROLL-FILE
              IF NOT GEN-EOF
                 STRING 'ENROLLMENT TABLE FULL, 3000 LOADED WITH '
                    'RECORDS REMAINING' DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-ENROLL-REC.
           READ ENROLL-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF ENR-FILE-STATUS NOT = '00'
              AND ENR-FILE-STATUS NOT = '10'
              STRING 'READ ENROLL-FILE FAILED, STATUS '
                 ENR-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-SENT-MEMORY.
      *a memoria e regravada a partir da tabela no final: parar
      *antes do fim do arquivo faria avisar de novo o que ja saiu.
      *O estouro entra marcado para sair e so fica se a conta
      *continuar acima do limite nesta noite; os demais ficam ate
      *vencer a retencao
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT SENT-FILE.
           IF SENT-FILE-STATUS = '05' OR SENT-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF SENT-FILE-STATUS NOT = '00'
                 STRING 'OPEN SENT-FILE FAILED, STATUS '
                    SENT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-SENT-REC
              PERFORM UNTIL GEN-EOF OR WS-SENT-COUNT = 9000
                 ADD 1 TO WS-SENT-COUNT
                 SET SMX TO WS-SENT-COUNT
                 MOVE ALERT-SENT-REC TO WM-SENT-IMAGE (SMX)
                 PERFORM SET-SENT-RETENTION
                 PERFORM READ-SENT-REC
              END-PERFORM
              CLOSE SENT-FILE
              IF NOT GEN-EOF
                 STRING 'SENT TABLE FULL, 9000 LOADED WITH '
                    'RECORDS REMAINING' DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-SENT-REC.
           READ SENT-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF SENT-FILE-STATUS NOT = '00'
              AND SENT-FILE-STATUS NOT = '10'
              STRING 'READ SENT-FILE FAILED, STATUS '
                 SENT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SET-SENT-RETENTION.
           MOVE 'Y' TO WM-KEEP (SMX).
           IF AS-OVERLIMIT
              MOVE 'N' TO WM-KEEP (SMX)
           ELSE
              IF AS-SENT-DATE NOT NUMERIC OR AS-SENT-DATE = ZERO
                 MOVE 'N' TO WM-KEEP (SMX)
              ELSE
                 COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                    - FUNCTION INTEGER-OF-DATE (AS-SENT-DATE)
                 IF WS-AGE-DAYS > WS-RETAIN-DAYS
                    MOVE 'N' TO WM-KEEP (SMX)
                 END-IF
              END-IF
           END-IF.

       LOAD-LIMIT-OVERRIDES.
      *so os limites temporarios em vigencia hoje, como no
      *FileHandling: dao o limite do estouro e os vencimentos
      *proximos
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT LIM-OVERRIDE.
           IF LOVR-FILE-STATUS = '05' OR LOVR-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF LOVR-FILE-STATUS NOT = '00'
                 STRING 'OPEN LIM-OVERRIDE FAILED, STATUS '
                    LOVR-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-LOVR-REC
              PERFORM UNTIL GEN-EOF
                 IF LO-START-DATE <= WS-TODAY-DATE
                    AND LO-END-DATE >= WS-TODAY-DATE
                    IF WS-OVR-COUNT = 200
                       STRING 'OVERRIDE TABLE FULL AT 200 ENTRIES'
                          DELIMITED BY SIZE INTO WS-ABEND-TEXT
                       PERFORM ABEND-RUN
                    END-IF
                    ADD 1 TO WS-OVR-COUNT
                    SET OVX TO WS-OVR-COUNT
                    MOVE LO-ACCT-NO    TO WO-ACCT-NO (OVX)
                    MOVE LO-TEMP-LIMIT TO WO-TEMP-LIMIT (OVX)
                    MOVE LO-START-DATE TO WO-START-DATE (OVX)
                    MOVE LO-END-DATE   TO WO-END-DATE (OVX)
                 END-IF
                 PERFORM READ-LOVR-REC
              END-PERFORM
              CLOSE LIM-OVERRIDE
           END-IF.

       READ-LOVR-REC.
           READ LIM-OVERRIDE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF LOVR-FILE-STATUS NOT = '00'
              AND LOVR-FILE-STATUS NOT = '10'
              STRING 'READ LIM-OVERRIDE FAILED, STATUS '
                 LOVR-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-FEED-HEADER.
           MOVE SPACES          TO ALERT-HEADER-REC.
           MOVE 'H'             TO AH-REC-TYPE.
           MOVE 'ALRTFEED'      TO AH-FILE-ID.
           MOVE WS-TODAY-DATE   TO AH-FILE-DATE.
           WRITE ALERT-HEADER-REC.
           IF FEED-FILE-STATUS NOT = '00'
              STRING 'WRITE ALERT-FEED FAILED, STATUS '
                 FEED-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CHECK-ENROLLMENTS.
      *uma passada pelas adesoes: confere a conta no cadastro e,
      *para quem pediu, o estouro do limite
           IF WS-ENR-COUNT > ZERO
              PERFORM CHECK-ONE-ENROLLMENT
                 VARYING ENX FROM 1 BY 1
                 UNTIL ENX > WS-ENR-COUNT
           END-IF.

       CHECK-ONE-ENROLLMENT.
           MOVE WE-ACCT-NO (ENX) TO WS-EV-ACCT.
           PERFORM READ-ALERT-ACCOUNT.
           EVALUATE TRUE
              WHEN NOT ACCT-FOUND
                 MOVE 'Y' TO WE-SKIP (ENX)
                 ADD 1 TO WS-NOT-ON-FILE-COUNT
                 MOVE SPACES           TO NOT-ON-FILE-LINE
                 MOVE WE-ACCT-NO (ENX) TO NF-ACCT-NO
                 MOVE WE-CHANNEL (ENX) TO NF-CHANNEL
                 MOVE '*** ENROLLED ACCOUNT NOT ON ACCTREC' TO NF-TEXT
                 MOVE NOT-ON-FILE-LINE TO REPORT-REC
                 PERFORM WRITE-REPORT-REC
              WHEN ACCT-ST-CLOSED OR ACCT-ST-CHGOFF OR ACCT-ST-ESCHEAT
      *-------conta encerrada, baixada ou remetida ao estado nao
      *-------recebe alerta
                 MOVE 'Y' TO WE-SKIP (ENX)
                 ADD 1 TO WS-INACTIVE-COUNT
              WHEN WE-WANT-OVERLIMIT (ENX) = 'Y'
                 PERFORM SELECT-EFFECTIVE-LIMIT
                 IF ACCT-BALANCE > WS-EFF-LIMIT
                    MOVE 'O'           TO WS-EV-TYPE
                    MOVE SPACES        TO WS-EV-REF
                    MOVE ACCT-BALANCE  TO WS-EV-AMOUNT
                    MOVE WS-EFF-LIMIT  TO WS-EV-LIMIT
                    MOVE WS-TODAY-DATE TO WS-EV-DATE
                    PERFORM SEND-TO-ENROLLMENT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       READ-ALERT-ACCOUNT.
           MOVE WS-EV-ACCT TO ACCT-NO.
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

       SELECT-EFFECTIVE-LIMIT.
      *limite que vale para o teste de estouro: o temporario em
      *vigencia quando existe, senao o permanente do cadastro
           MOVE ACCT-LIMIT TO WS-EFF-LIMIT.
           PERFORM FIND-OVERRIDE.
           IF OVR-FOUND
              MOVE WO-TEMP-LIMIT (OVX) TO WS-EFF-LIMIT
           END-IF.

       FIND-OVERRIDE.
           MOVE 'N' TO WS-OVR-FOUND.
           IF WS-OVR-COUNT > ZERO
              SET OVX TO 1
              SEARCH WS-OVR-ENTRY
                 AT END MOVE 'N' TO WS-OVR-FOUND
                 WHEN OVX > WS-OVR-COUNT
                    MOVE 'N' TO WS-OVR-FOUND
                 WHEN WO-ACCT-NO (OVX) = ACCT-NO
                    MOVE 'Y' TO WS-OVR-FOUND
              END-SEARCH
           END-IF.

       CHECK-PAYMENTS.
      *cada pagamento do PAYJRNL da noite; sem o dataset no job
      *(LockBox nao rodou) nao ha o que avisar
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT PAY-JOURNAL.
           IF YJRN-FILE-STATUS = '05' OR YJRN-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF YJRN-FILE-STATUS NOT = '00'
                 STRING 'OPEN PAY-JOURNAL FAILED, STATUS '
                    YJRN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-PAY-JOURNAL
              PERFORM UNTIL GEN-EOF
                 MOVE 'P'           TO WS-EV-TYPE
                 MOVE PJ-ACCT-NO    TO WS-EV-ACCT
                 MOVE PJ-TIMESTAMP  TO PR-TIMESTAMP
                 MOVE PJ-AMOUNT     TO PR-AMOUNT
                 MOVE WS-PAY-REF    TO WS-EV-REF
                 COMPUTE WS-EV-AMOUNT =
                    FUNCTION NUMVAL-C (PJ-AMOUNT)
                 IF PJ-TIMESTAMP (1:8) NUMERIC
                    MOVE PJ-TIMESTAMP (1:8) TO WS-EV-DATE
                 ELSE
                    MOVE WS-TODAY-DATE TO WS-EV-DATE
                 END-IF
                 PERFORM NOTIFY-ENROLLED
                 PERFORM READ-PAY-JOURNAL
              END-PERFORM
              CLOSE PAY-JOURNAL
           END-IF.

       READ-PAY-JOURNAL.
           READ PAY-JOURNAL
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF YJRN-FILE-STATUS NOT = '00'
              AND YJRN-FILE-STATUS NOT = '10'
              STRING 'READ PAY-JOURNAL FAILED, STATUS '
                 YJRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CHECK-RETURNS.
      *cada debito de devolucao que o AutoRet gravou nesta noite;
      *a devolucao nao tem numero proprio, entao a referencia e a
      *data da noite com a posicao do record no AUTORETO
           MOVE 'N' TO WS-GEN-EOF.
           MOVE ZERO TO WS-RET-POSITION.
           OPEN INPUT RET-TXN-IN.
           IF RTXI-FILE-STATUS = '05' OR RTXI-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF RTXI-FILE-STATUS NOT = '00'
                 STRING 'OPEN RET-TXN-IN FAILED, STATUS '
                    RTXI-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-RET-TXN
              PERFORM UNTIL GEN-EOF
                 ADD 1 TO WS-RET-POSITION
                 IF NOT PB-HEADER-REC AND NOT PB-TRAILER-REC
                    AND PT-DEBIT
                    MOVE 'R'             TO WS-EV-TYPE
                    MOVE PT-ACCT-NO      TO WS-EV-ACCT
                    MOVE WS-TODAY-DATE   TO RR-RUN-DATE
                    MOVE WS-RET-POSITION TO RR-POSITION
                    MOVE PT-AMOUNT       TO RR-AMOUNT
                    MOVE WS-RET-REF      TO WS-EV-REF
                    MOVE PT-AMOUNT       TO WS-EV-AMOUNT
                    MOVE WS-TODAY-DATE   TO WS-EV-DATE
                    PERFORM NOTIFY-ENROLLED
                 END-IF
                 PERFORM READ-RET-TXN
              END-PERFORM
              CLOSE RET-TXN-IN
           END-IF.

       READ-RET-TXN.
           READ RET-TXN-IN
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF RTXI-FILE-STATUS NOT = '00'
              AND RTXI-FILE-STATUS NOT = '10'
              STRING 'READ RET-TXN-IN FAILED, STATUS '
                 RTXI-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CHECK-LIMIT-EXPIRY.
      *limite temporario em vigencia cujo fim cai dentro da janela
      *de aviso; um aviso so por vigencia (inicio + fim)
           IF WS-OVR-COUNT > ZERO
              PERFORM CHECK-ONE-OVERRIDE
                 VARYING OVX FROM 1 BY 1
                 UNTIL OVX > WS-OVR-COUNT
           END-IF.

       CHECK-ONE-OVERRIDE.
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE (WO-END-DATE (OVX))
              - WS-TODAY-INTEGER.
           IF WS-AGE-DAYS <= WS-LIMEXP-DAYS
              MOVE 'X'                 TO WS-EV-TYPE
              MOVE WO-ACCT-NO (OVX)    TO WS-EV-ACCT
              MOVE WO-START-DATE (OVX) TO XR-START-DATE
              MOVE WO-END-DATE (OVX)   TO XR-END-DATE
              MOVE WS-EXP-REF          TO WS-EV-REF
              MOVE WO-TEMP-LIMIT (OVX) TO WS-EV-AMOUNT
              MOVE WO-END-DATE (OVX)   TO WS-EV-DATE
              PERFORM NOTIFY-ENROLLED
           END-IF.

       NOTIFY-ENROLLED.
      *o evento vai para cada adesao da conta (SMS e e-mail) que
      *pediu aquele tipo; a conta so e lida se alguem aderiu
           MOVE 'N' TO WS-ENR-FOUND.
           IF WS-ENR-COUNT > ZERO
              SET ENX TO 1
              SEARCH WS-ENR-ENTRY
                 AT END MOVE 'N' TO WS-ENR-FOUND
                 WHEN ENX > WS-ENR-COUNT
                    MOVE 'N' TO WS-ENR-FOUND
                 WHEN WE-ACCT-NO (ENX) = WS-EV-ACCT
                    AND WE-SKIP (ENX) = 'N'
                    MOVE 'Y' TO WS-ENR-FOUND
              END-SEARCH
           END-IF.
           IF ENR-FOUND
              PERFORM READ-ALERT-ACCOUNT
           END-IF.
           IF ENR-FOUND AND ACCT-FOUND
              IF EV-LIMEXP
                 MOVE ACCT-LIMIT TO WS-EV-LIMIT
              ELSE
                 PERFORM SELECT-EFFECTIVE-LIMIT
                 MOVE WS-EFF-LIMIT TO WS-EV-LIMIT
              END-IF
              PERFORM VARYING ENX FROM 1 BY 1
                 UNTIL ENX > WS-ENR-COUNT
                 IF WE-ACCT-NO (ENX) = WS-EV-ACCT
                    AND WE-SKIP (ENX) = 'N'
                    PERFORM CHECK-ALERT-WANTED
                    IF ALERT-WANTED
                       PERFORM SEND-TO-ENROLLMENT
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       CHECK-ALERT-WANTED.
           MOVE 'N' TO WS-WANTED.
           EVALUATE TRUE
              WHEN EV-PAYMENT
                 MOVE WE-WANT-PAYMENT (ENX) TO WS-WANTED
              WHEN EV-RETURN
                 MOVE WE-WANT-RETURN (ENX)  TO WS-WANTED
              WHEN EV-LIMEXP
                 MOVE WE-WANT-LIMEXP (ENX)  TO WS-WANTED
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       SEND-TO-ENROLLMENT.
      *evento ja avisado neste canal nao sai de novo; a entrada da
      *memoria fica valendo (no estouro, e isso que segura o aviso
      *enquanto a conta nao volta para dentro do limite)
           MOVE WE-ACCT-NO (ENX) TO SK-ACCT-NO.
           MOVE WE-CHANNEL (ENX) TO SK-CHANNEL.
           MOVE WS-EV-TYPE       TO SK-ALERT-TYPE.
           MOVE WS-EV-REF        TO SK-EVENT-REF.
           PERFORM FIND-SENT.
           IF SENT-FOUND
              MOVE 'Y' TO WM-KEEP (SMX)
              ADD 1 TO WS-DUP-COUNT
           ELSE
              PERFORM WRITE-ALERT-DETAIL
              PERFORM REMEMBER-ALERT
           END-IF.

       FIND-SENT.
           MOVE 'N' TO WS-SENT-FOUND.
           IF WS-SENT-COUNT > ZERO
              SET SMX TO 1
              SEARCH WS-SENT-ENTRY
                 AT END MOVE 'N' TO WS-SENT-FOUND
                 WHEN SMX > WS-SENT-COUNT
                    MOVE 'N' TO WS-SENT-FOUND
                 WHEN WM-SENT-IMAGE (SMX) (1:40) = WS-SENT-KEY
                    MOVE 'Y' TO WS-SENT-FOUND
              END-SEARCH
           END-IF.

       REMEMBER-ALERT.
           IF WS-SENT-COUNT = 9000
              STRING 'SENT TABLE FULL AT 9000 ENTRIES'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-SENT-COUNT.
           SET SMX TO WS-SENT-COUNT.
           MOVE SPACES           TO ALERT-SENT-REC.
           MOVE SK-ACCT-NO       TO AS-ACCT-NO.
           MOVE SK-CHANNEL       TO AS-CHANNEL.
           MOVE SK-ALERT-TYPE    TO AS-ALERT-TYPE.
           MOVE SK-EVENT-REF     TO AS-EVENT-REF.
           MOVE WS-TODAY-DATE    TO AS-SENT-DATE.
           MOVE ALERT-SENT-REC   TO WM-SENT-IMAGE (SMX).
           MOVE 'Y'              TO WM-KEEP (SMX).

       WRITE-ALERT-DETAIL.
           MOVE SPACES             TO ALERT-DETAIL-REC.
           MOVE 'D'                TO AD-REC-TYPE.
           MOVE WS-EV-TYPE         TO AD-ALERT-TYPE.
           MOVE WE-ACCT-NO (ENX)   TO AD-ACCT-NO.
           MOVE WE-CHANNEL (ENX)   TO AD-CHANNEL.
           MOVE WE-CONTACT (ENX)   TO AD-CONTACT.
           MOVE FIRST-NAME         TO AD-FIRST-NAME.
           MOVE LAST-NAME          TO AD-LAST-NAME.
           MOVE ACCT-CURRENCY-CODE TO AD-CURRENCY-CODE.
           MOVE WS-EV-AMOUNT       TO AD-AMOUNT.
           MOVE ACCT-BALANCE       TO AD-BALANCE.
           MOVE WS-EV-LIMIT        TO AD-LIMIT.
           MOVE WS-EV-DATE         TO AD-EVENT-DATE.
           WRITE ALERT-DETAIL-REC.
           IF FEED-FILE-STATUS NOT = '00'
              STRING 'WRITE ALERT-FEED FAILED, STATUS '
                 FEED-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-EV-AMOUNT TO WS-AMOUNT-TOTAL.
           MOVE SPACES           TO ALERT-LINE.
           MOVE WE-ACCT-NO (ENX) TO AL-ACCT-NO.
           MOVE WE-CHANNEL (ENX) TO AL-CHANNEL.
           EVALUATE TRUE
              WHEN EV-OVERLIMIT
                 MOVE 'OVER LIMIT'    TO AL-TYPE-TEXT
                 ADD 1 TO WS-OVERLIMIT-SENT
              WHEN EV-PAYMENT
                 MOVE 'PAYMENT'       TO AL-TYPE-TEXT
                 ADD 1 TO WS-PAYMENT-SENT
              WHEN EV-RETURN
                 MOVE 'AUTOPAY RETURN' TO AL-TYPE-TEXT
                 ADD 1 TO WS-RETURN-SENT
              WHEN EV-LIMEXP
                 MOVE 'TEMP LIMIT END' TO AL-TYPE-TEXT
                 ADD 1 TO WS-LIMEXP-SENT
           END-EVALUATE.
           MOVE WS-EV-AMOUNT     TO AL-AMOUNT.
           MOVE WS-EV-LIMIT      TO AL-LIMIT.
           MOVE WS-EV-DATE       TO AL-EVENT-DATE.
           MOVE WE-CONTACT (ENX) TO AL-CONTACT.
           MOVE ALERT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-FEED-TRAILER.
      *trailer de controle: a contagem e a soma precisam bater com
      *os detalhes para o fornecedor aceitar a transmissao
           MOVE SPACES           TO ALERT-TRAILER-REC.
           MOVE 'T'              TO AT-REC-TYPE.
           MOVE WS-DETAIL-COUNT  TO AT-DETAIL-COUNT.
           MOVE WS-AMOUNT-TOTAL  TO AT-AMOUNT-TOTAL.
           WRITE ALERT-TRAILER-REC.
           IF FEED-FILE-STATUS NOT = '00'
              STRING 'WRITE ALERT-FEED FAILED, STATUS '
                 FEED-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REWRITE-SENT-MEMORY.
           OPEN OUTPUT SENT-FILE.
           IF SENT-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT SENT-FILE FAILED, STATUS '
                 SENT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-SENT-COUNT > ZERO
              PERFORM WRITE-ONE-SENT
                 VARYING SMX FROM 1 BY 1
                 UNTIL SMX > WS-SENT-COUNT
           END-IF.
           CLOSE SENT-FILE.

       WRITE-ONE-SENT.
           IF WM-KEEP (SMX) = 'Y'
              MOVE WM-SENT-IMAGE (SMX) TO ALERT-SENT-REC
              WRITE ALERT-SENT-REC
              IF SENT-FILE-STATUS NOT = '00'
                 STRING 'WRITE SENT-FILE FAILED, STATUS '
                    SENT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-KEPT-COUNT
           ELSE
              ADD 1 TO WS-PURGED-COUNT
           END-IF.

       WRITE-TOTALS.
           PERFORM WRITE-REPORT-REC.
           MOVE 'OVER-LIMIT ALERTS:                ' TO CL-LABEL.
           MOVE WS-OVERLIMIT-SENT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'PAYMENT RECEIVED ALERTS:          ' TO CL-LABEL.
           MOVE WS-PAYMENT-SENT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'AUTOPAY RETURN ALERTS:            ' TO CL-LABEL.
           MOVE WS-RETURN-SENT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'TEMP LIMIT ENDING ALERTS:         ' TO CL-LABEL.
           MOVE WS-LIMEXP-SENT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'TOTAL ALERTS IN ALRTFEED:         ' TO CL-LABEL.
           MOVE WS-DETAIL-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ALREADY SENT, NOT REPEATED:       ' TO CL-LABEL.
           MOVE WS-DUP-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ENROLLMENTS, ACCOUNT NOT ON FILE: ' TO CL-LABEL.
           MOVE WS-NOT-ON-FILE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ENROLLMENTS, ACCOUNT INACTIVE:    ' TO CL-LABEL.
           MOVE WS-INACTIVE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'SENT MEMORY KEPT:                 ' TO CL-LABEL.
           MOVE WS-KEPT-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'SENT MEMORY DROPPED:              ' TO CL-LABEL.
           MOVE WS-PURGED-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-REPORT-REC.
           WRITE REPORT-REC.
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'WRITE REPORT-LINE FAILED, STATUS '
                 RPT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE SPACES TO REPORT-REC.

       WRITE-XMIT-MANIFEST.
      *manifesto do arquivo transmitido, para o controle de
      *transmissoes e a baixa de confirmacao do XmitConf
           MOVE 'ALRTFEED'        TO XMIT-FILE-NAME.
           MOVE WS-TODAY-DATE     TO XMIT-BUS-DATE.
           MOVE WS-DETAIL-COUNT   TO XMIT-REC-COUNT.
           MOVE WS-AMOUNT-TOTAL   TO XMIT-AMOUNT-HASH.
           CALL 'XMITLOG' USING XMIT-PARMS.

       CLOSE-STOP.
           CLOSE ACCT-REC .
           CLOSE ALERT-FEED .
           CLOSE REPORT-LINE .
           PERFORM WRITE-XMIT-MANIFEST.
           DISPLAY 'ALERTS: ' WS-DETAIL-COUNT
              '  NOT REPEATED: ' WS-DUP-COUNT
              '  NOT ON FILE: ' WS-NOT-ON-FILE-COUNT.
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
           MOVE 'ALRTNITE'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de alertas
      *gravados e o RETURN-CODE que o job esta devolvendo ao
      *scheduler
           MOVE 'ALRTNITE'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-DETAIL-COUNT      TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
