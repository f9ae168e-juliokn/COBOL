      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. LimCycle.
       AUTHOR. Julio Bittencourt.

      *Ciclo trimestral de mudanca de limite: o AcctUtil lista os
      *candidatos a aumento (utilizacao alta sem nunca estourar) e a
      *reducao (utilizacao proxima de zero), mas cada um ainda era
      *redigitado a mao como MNTTXN 'C'. Este passo le o ACCTREC com
      *os mesmos criterios do AcctUtil e as regras do LIMPARM
      *(percentuais de aumento e reducao, faixas de utilizacao,
      *limite minimo, teto por aumento) e grava as transacoes de
      *manutencao em LIMTXN, no layout MNTTXN, para o AcctMaint
      *aplicar - aumento acima do teto do APRPARM cai na fila
      *PENDAPPR la, como qualquer manutencao de risco, e sai marcado
      *no relatorio. Fica fora do ciclo a conta que nao esta aberta,
      *que esta no DELQHIST, que tem limite temporario do LIMOVRD em
      *vigor ou contestacao de bureau em aberto no DISPUTES. Toda
      *reducao gera aviso ao cliente em LIMLTRS com o limite antigo
      *e o novo, no bloco de envelope do CollLtr, respeitando o
      *ACCT-MAIL-SUPPRESS. Aumento tambem fica de fora quando o
      *score de bureau mais recente da conta (SCOREHST, carregado
      *pelo ScoreIn) esta abaixo do score minimo do SCRPARM; conta
      *ainda sem score segue as regras de sempre. Como a transacao
      *leva a imagem inteira da conta, o LIMTXN e aplicado no mesmo
      *job, logo em seguida.
      *Com o HHKEY do HouseHld no job, os avisos do mesmo titular no
      *mesmo domicilio saem num envelope so, no fim da rodada; aviso
      *de conta conjunta ou de outra pessoa nunca divide envelope.

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
           SELECT LIM-PARM ASSIGN TO LIMPARM
               FILE STATUS IS LIMP-FILE-STATUS .
           SELECT APPR-PARM ASSIGN TO APRPARM
               FILE STATUS IS APRP-FILE-STATUS .
           SELECT DELQ-HIST ASSIGN TO DELQHIST
               FILE STATUS IS DELH-FILE-STATUS .
           SELECT LIM-OVERRIDE ASSIGN TO LIMOVRD
               FILE STATUS IS LOVR-FILE-STATUS .
           SELECT DISPUTE-FILE ASSIGN TO DISPUTES
               FILE STATUS IS DISP-FILE-STATUS .
           SELECT SCORE-PARM ASSIGN TO SCRPARM
               FILE STATUS IS SPRM-FILE-STATUS .
           SELECT SCORE-HIST ASSIGN TO SCOREHST
               FILE STATUS IS SHST-FILE-STATUS .
           SELECT CO-HOLDER-FILE ASSIGN TO COHOLDER
               FILE STATUS IS COH-FILE-STATUS .
           SELECT HOUSE-KEY-FILE ASSIGN TO HHKEY
               FILE STATUS IS HHK-FILE-STATUS .
           SELECT MAINT-TXN-OUT ASSIGN TO LIMTXN
               FILE STATUS IS TXN-FILE-STATUS .
           SELECT LETTER-OUT ASSIGN TO LIMLTRS
               FILE STATUS IS LTR-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO LIMRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD LIM-PARM RECORDING MODE F .
      *regras do ciclo: percentuais de aumento e reducao sobre o
      *limite atual, faixas de utilizacao dos candidatos, limite
      *minimo depois da reducao, teto por aumento e a unidade de
      *arredondamento do limite novo
       01  LIM-PARM-REC.
           05 LM-INCR-PCT       PIC 9(3)V99 .
           05 LM-DECR-PCT       PIC 9(3)V99 .
           05 LM-HIGH-UTIL      PIC 9(3) .
           05 LM-LOW-UTIL       PIC 9(3) .
           05 LM-MIN-LIMIT      PIC 9(7)V99 .
           05 LM-MAX-INCREASE   PIC 9(7)V99 .
           05 LM-ROUND-UNIT     PIC 9(5) .

       FD APPR-PARM RECORDING MODE F .
      *mesmo parametro de teto do duplo controle lido pelo AcctMaint
       01  APPR-PARM-REC.
           05 AP-LIMIT-THRESHOLD PIC 9(7)V99 .

       FD DELQ-HIST RECORDING MODE F .
      *historico de inadimplencia mantido pelo DelqNite; layout
      *compartilhado no copybook DELQHIST
           COPY DELQHIST.

       FD LIM-OVERRIDE RECORDING MODE F .
      *limites temporarios; layout compartilhado no copybook LIMOVRD
           COPY LIMOVRD.

       FD DISPUTE-FILE RECORDING MODE F .
      *mesmo layout mantido pelo BureauIn: resposta zerada = em
      *aberto
       01  DISPUTE-REC.
           05 DP-ACCT-NO        PIC X(8) .
           05 DP-RECV-DATE      PIC 9(8) .
           05 DP-DUE-DATE       PIC 9(8) .
           05 DP-ANSWERED-DATE  PIC 9(8) .

       FD SCORE-PARM RECORDING MODE F .
      *mesmo record de regra lido pelo ScoreIn; so o score minimo
      *interessa aqui
       01  SCORE-PARM-REC.
           05 SP-DROP-POINTS    PIC 9(4) .
           05 SP-MIN-SCORE      PIC 9(4) .

       FD SCORE-HIST RECORDING MODE F .
      *score de bureau por conta; layout compartilhado no copybook
      *SCOREHST
           COPY SCOREHST.

       FD CO-HOLDER-FILE RECORDING MODE F .
      *co-titulares para o bloco de envelope; layout compartilhado
      *no copybook COHOLDER
           COPY COHOLDER.

       FD HOUSE-KEY-FILE RECORDING MODE F .
      *domicilios formados pelo HouseHld; layout compartilhado no
      *copybook HHKEY
           COPY HHKEY.

       FD MAINT-TXN-OUT RECORDING MODE F .
      *layout compartilhado no copybook MNTTXN
           COPY MNTTXN.

       FD LETTER-OUT RECORDING MODE F .
       01  LETTER-REC            PIC X(80) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(100) .

       WORKING-STORAGE SECTION.
       01  LASTREC              PIC X(1) VALUE 'N'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  LIMP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  APRP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  DELH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  LOVR-FILE-STATUS     PIC X(2) VALUE '00'.
       01  DISP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  COH-FILE-STATUS      PIC X(2) VALUE '00'.
       01  SPRM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SHST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  TXN-FILE-STATUS      PIC X(2) VALUE '00'.
       01  LTR-FILE-STATUS      PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.

      *regras em vigor (defaults compilados quando o LIMPARM nao
      *esta no job); as faixas sao as mesmas do AcctUtil
       01  WS-INCR-PCT          PIC 9(3)V99 VALUE 20.
       01  WS-DECR-PCT          PIC 9(3)V99 VALUE 25.
       01  WS-HIGH-UTIL         PIC 9(3) VALUE 80.
       01  WS-LOW-UTIL          PIC 9(3) VALUE 5.
       01  WS-MIN-LIMIT         PIC 9(7)V99 VALUE 500.
       01  WS-MAX-INCREASE      PIC 9(7)V99 VALUE 5000.
       01  WS-ROUND-UNIT        PIC 9(5) VALUE 100.
       01  WS-LIMIT-THRESHOLD   PIC 9(7)V99 VALUE 50000.
       01  WS-MIN-SCORE         PIC 9(4) VALUE 550.

      *contas cujo score de bureau mais recente esta abaixo do
      *minimo: nao recebem aumento
       01  WS-LOWS-TABLE.
           05 WS-LOWS-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-LOWS-ACCT-NO   PIC X(8) OCCURS 3000 TIMES
                 INDEXED BY LSX.
       01  WS-LOWS-FOUND        PIC X(1) VALUE 'N'.
           88 LOWS-FOUND        VALUE 'Y'.

      *contas fora do ciclo: no historico de inadimplencia, com
      *limite temporario em vigor, com contestacao de bureau aberta
       01  WS-EXCL-TABLE.
           05 WS-EXCL-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-EXCL-ENTRY OCCURS 3000 TIMES
                 INDEXED BY EXX.
              10 WX-ACCT-NO     PIC X(8).
              10 WX-REASON      PIC X(12).
       01  WS-EXCL-FOUND        PIC X(1) VALUE 'N'.
           88 EXCL-FOUND        VALUE 'Y'.
       01  WS-EXCL-ACCT         PIC X(8) VALUE SPACES.
       01  WS-EXCL-REASON       PIC X(12) VALUE SPACES.

       01  WS-COH-EOF           PIC X(1) VALUE 'N'.
           88 COH-EOF           VALUE 'Y'.
       01  WS-COH-TABLE.
           05 WS-COH-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-COH-ENTRY OCCURS 500 TIMES
                 INDEXED BY COX.
              10 WC-ACCT-NO     PIC X(8).
              10 WC-LAST-NAME   PIC X(20).
              10 WC-FIRST-NAME  PIC X(15).

      *contas com mais de uma conta do mesmo titular no domicilio,
      *carregadas do HHKEY; sem o dataset cada aviso tem o seu
      *envelope
       01  HHK-FILE-STATUS      PIC X(2) VALUE '00'.
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
       01  WS-COH-FOUND         PIC X(1) VALUE 'N'.
           88 COH-FOUND         VALUE 'Y'.

      *avisos segurados para o envelope do titular, escritos no fim
      *da rodada agrupados pela chave do titular
       01  WS-ENV-TABLE.
           05 WS-ENV-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-ENV-ENTRY OCCURS 1000 TIMES
                 INDEXED BY ENX EMX.
              10 WE-PERSON-KEY  PIC X(8).
              10 WE-ACCT-NO     PIC X(8).
              10 WE-OLD-LIMIT   PIC S9(7)V99 COMP-3.
              10 WE-NEW-LIMIT   PIC S9(7)V99 COMP-3.
              10 WE-LAST-NAME   PIC X(20).
              10 WE-FIRST-NAME  PIC X(15).
              10 WE-STREET-ADDR PIC X(25).
              10 WE-CITY-COUNTY PIC X(20).
              10 WE-USA-STATE   PIC X(15).
              10 WE-ZIP-CODE    PIC X(5).
              10 WE-DONE        PIC X(1).
       01  WS-ENV-SAVED-COUNT   PIC 9(7) VALUE ZERO.

       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-UTIL-PCT          PIC S9(5)V99 COMP-3 VALUE ZERO.
       01  WS-NEW-LIMIT         PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-CHANGE-AMOUNT     PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-ROUND-WORK        PIC S9(7) COMP-3 VALUE ZERO.
       01  WS-ACTION            PIC X(1) VALUE SPACE.
           88 ACTION-INCREASE   VALUE 'I'.
           88 ACTION-DECREASE   VALUE 'D'.
           88 ACTION-NONE       VALUE ' '.

      *contadores de controle da execucao
       01  WS-REC-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-INCR-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-DECR-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-DUAL-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-EXCLUDED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-LETTER-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-MAIL-HELD-COUNT   PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-ZERO-RECORDS   VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  DETAIL-LINE.
           05 DT-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-UTIL-PCT        PIC ZZ,ZZ9.99-.
           05 FILLER             PIC X(1)  VALUE '%'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-OLD-LIMIT       PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-NEW-LIMIT       PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ACTION          PIC X(12).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DT-NOTE            PIC X(12).

       01  TOTAL-LINE.
           05 FILLER             PIC X(12) VALUE 'INCREASES: '.
           05 TL-INCR-COUNT      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(14) VALUE '  DECREASES: '.
           05 TL-DECR-COUNT      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(17) VALUE '  DUAL CONTROL: '.
           05 TL-DUAL-COUNT      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(13) VALUE '  EXCLUDED: '.
           05 TL-EXCLUDED-COUNT  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(16) VALUE SPACES.

      *linhas do aviso de reducao; o bloco de endereco segue o
      *posicionamento de janela do CollLtr
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
              VALUE 'NOTICE OF CHANGE TO YOUR CREDIT LIMIT'.
       01  NOTICE-TEXT-LINE-1    PIC X(80)
              VALUE 'AFTER OUR PERIODIC REVIEW OF YOUR ACCOUNT, YOUR'.
       01  NOTICE-TEXT-LINE-2    PIC X(80)
              VALUE 'CREDIT LIMIT HAS BEEN REDUCED TO REFLECT YOUR USE'.
       01  NOTICE-TEXT-LINE-3    PIC X(80)
              VALUE 'OF THE LINE IN RECENT MONTHS.'.

       01  NOTICE-ACCT-LINE.
           05 FILLER             PIC X(9)  VALUE 'ACCOUNT: '.
           05 NA-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(15) VALUE '   EFFECTIVE: '.
           05 NA-EFF-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(38) VALUE SPACES.

       01  NOTICE-LIMIT-LINE.
           05 FILLER             PIC X(16) VALUE 'PREVIOUS LIMIT: '.
           05 NM-OLD-LIMIT       PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(15) VALUE '    NEW LIMIT: '.
           05 NM-NEW-LIMIT       PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(23) VALUE SPACES.

       01  PAGE-BREAK-LINE       PIC X(80) VALUE ALL '='.
      *separa os avisos que dividem o mesmo envelope
       01  DOC-BREAK-LINE        PIC X(80) VALUE ALL '-'.
       01  BLANK-LINE            PIC X(80) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM READ-LIM-PARM.
           PERFORM READ-APPR-PARM.
           PERFORM LOAD-DELQ-EXCLUSIONS.
           PERFORM LOAD-OVERRIDE-EXCLUSIONS.
           PERFORM LOAD-DISPUTE-EXCLUSIONS.
           PERFORM READ-SCORE-PARM.
           PERFORM LOAD-LOW-SCORES.
           PERFORM LOAD-COHOLDERS.
           PERFORM LOAD-HOUSE-KEYS.
           PERFORM READ-NEXT-RECORD.
           PERFORM WRITE-SHARED-ENVELOPES.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT MAINT-TXN-OUT .
           IF TXN-FILE-STATUS NOT = '00'
              STRING 'OPEN MAINT-TXN-OUT FAILED, STATUS '
                 TXN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
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
           MOVE 'QUARTERLY CREDIT LIMIT CHANGE CYCLE' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'LIMCYCLE ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       READ-LIM-PARM.
      *record de regra opcional: sem LIMPARM no job valem os
      *defaults compilados; campo zerado ou invalido fica no default
           OPEN INPUT LIM-PARM.
           IF LIMP-FILE-STATUS = '00'
              READ LIM-PARM
              IF LIMP-FILE-STATUS = '00'
                 IF LM-INCR-PCT NUMERIC AND LM-INCR-PCT > ZERO
                    MOVE LM-INCR-PCT TO WS-INCR-PCT
                 END-IF
                 IF LM-DECR-PCT NUMERIC AND LM-DECR-PCT > ZERO
                    AND LM-DECR-PCT < 100
                    MOVE LM-DECR-PCT TO WS-DECR-PCT
                 END-IF
                 IF LM-HIGH-UTIL NUMERIC AND LM-HIGH-UTIL > ZERO
                    MOVE LM-HIGH-UTIL TO WS-HIGH-UTIL
                 END-IF
                 IF LM-LOW-UTIL NUMERIC AND LM-LOW-UTIL > ZERO
                    MOVE LM-LOW-UTIL TO WS-LOW-UTIL
                 END-IF
                 IF LM-MIN-LIMIT NUMERIC
                    MOVE LM-MIN-LIMIT TO WS-MIN-LIMIT
                 END-IF
                 IF LM-MAX-INCREASE NUMERIC AND LM-MAX-INCREASE > ZERO
                    MOVE LM-MAX-INCREASE TO WS-MAX-INCREASE
                 END-IF
                 IF LM-ROUND-UNIT NUMERIC AND LM-ROUND-UNIT > ZERO
                    MOVE LM-ROUND-UNIT TO WS-ROUND-UNIT
                 END-IF
              END-IF
              CLOSE LIM-PARM
           END-IF.

       READ-APPR-PARM.
      *so para marcar no relatorio o que o AcctMaint vai mandar ao
      *duplo controle; sem APRPARM vale o mesmo teto default dele
           OPEN INPUT APPR-PARM.
           IF APRP-FILE-STATUS = '00'
              READ APPR-PARM
              IF APRP-FILE-STATUS = '00'
                 AND AP-LIMIT-THRESHOLD NUMERIC
                 AND AP-LIMIT-THRESHOLD > ZERO
                 MOVE AP-LIMIT-THRESHOLD TO WS-LIMIT-THRESHOLD
              END-IF
              CLOSE APPR-PARM
           END-IF.

       LOAD-DELQ-EXCLUSIONS.
      *conta no historico de inadimplencia nao muda de limite;
      *sem o dataset alocado ninguem fica de fora por aqui
           OPEN INPUT DELQ-HIST.
           IF DELH-FILE-STATUS NOT = '05'
              AND DELH-FILE-STATUS NOT = '35'
              IF DELH-FILE-STATUS NOT = '00'
                 STRING 'OPEN DELQ-HIST FAILED, STATUS '
                    DELH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-DELH-REC
              PERFORM UNTIL GEN-EOF
                 MOVE DH-ACCT-NO     TO WS-EXCL-ACCT
                 MOVE 'DELINQUENT'   TO WS-EXCL-REASON
                 PERFORM ADD-EXCLUSION
                 PERFORM READ-DELH-REC
              END-PERFORM
              CLOSE DELQ-HIST
           END-IF.

       READ-DELH-REC.
           READ DELQ-HIST
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF DELH-FILE-STATUS NOT = '00'
              AND DELH-FILE-STATUS NOT = '10'
              STRING 'READ DELQ-HIST FAILED, STATUS '
                 DELH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-OVERRIDE-EXCLUSIONS.
      *limite temporario em vigor hoje: a agencia ja mexeu no limite
      *da conta, o ciclo nao passa por cima
           OPEN INPUT LIM-OVERRIDE.
           IF LOVR-FILE-STATUS NOT = '05'
              AND LOVR-FILE-STATUS NOT = '35'
              IF LOVR-FILE-STATUS NOT = '00'
                 STRING 'OPEN LIM-OVERRIDE FAILED, STATUS '
                    LOVR-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-LOVR-REC
              PERFORM UNTIL GEN-EOF
                 IF LO-START-DATE NOT > WS-TODAY-DATE
                    AND LO-END-DATE NOT < WS-TODAY-DATE
                    MOVE LO-ACCT-NO     TO WS-EXCL-ACCT
                    MOVE 'OVERRIDE'     TO WS-EXCL-REASON
                    PERFORM ADD-EXCLUSION
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

       LOAD-DISPUTE-EXCLUSIONS.
      *contestacao de bureau ainda sem resposta segura a conta
           OPEN INPUT DISPUTE-FILE.
           IF DISP-FILE-STATUS NOT = '05'
              AND DISP-FILE-STATUS NOT = '35'
              IF DISP-FILE-STATUS NOT = '00'
                 STRING 'OPEN DISPUTE-FILE FAILED, STATUS '
                    DISP-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-DISP-REC
              PERFORM UNTIL GEN-EOF
                 IF DP-ANSWERED-DATE = ZERO
                    MOVE DP-ACCT-NO     TO WS-EXCL-ACCT
                    MOVE 'DISPUTE'      TO WS-EXCL-REASON
                    PERFORM ADD-EXCLUSION
                 END-IF
                 PERFORM READ-DISP-REC
              END-PERFORM
              CLOSE DISPUTE-FILE
           END-IF.

       READ-DISP-REC.
           READ DISPUTE-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF DISP-FILE-STATUS NOT = '00'
              AND DISP-FILE-STATUS NOT = '10'
              STRING 'READ DISPUTE-FILE FAILED, STATUS '
                 DISP-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-SCORE-PARM.
      *record de regra opcional: sem SCRPARM vale o mesmo score
      *minimo default do ScoreIn
           OPEN INPUT SCORE-PARM.
           IF SPRM-FILE-STATUS = '00'
              READ SCORE-PARM
              IF SPRM-FILE-STATUS = '00'
                 AND SP-MIN-SCORE NUMERIC
                 AND SP-MIN-SCORE > ZERO
                 MOVE SP-MIN-SCORE TO WS-MIN-SCORE
              END-IF
              CLOSE SCORE-PARM
           END-IF.

       LOAD-LOW-SCORES.
      *score zero = o bureau nao tinha score: a conta nao e
      *barrada por isso; sem o SCOREHST ninguem fica de fora
           OPEN INPUT SCORE-HIST.
           IF SHST-FILE-STATUS NOT = '05'
              AND SHST-FILE-STATUS NOT = '35'
              IF SHST-FILE-STATUS NOT = '00'
                 STRING 'OPEN SCORE-HIST FAILED, STATUS '
                    SHST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-SHST-REC
              PERFORM UNTIL GEN-EOF
                 IF SH-CUR-SCORE > ZERO
                    AND SH-CUR-SCORE < WS-MIN-SCORE
                    IF WS-LOWS-COUNT = 3000
                       STRING 'LOW SCORE TABLE FULL AT 3000 ENTRIES'
                          DELIMITED BY SIZE INTO WS-ABEND-TEXT
                       PERFORM ABEND-RUN
                    END-IF
                    ADD 1 TO WS-LOWS-COUNT
                    SET LSX TO WS-LOWS-COUNT
                    MOVE SH-ACCT-NO TO WS-LOWS-ACCT-NO (LSX)
                 END-IF
                 PERFORM READ-SHST-REC
              END-PERFORM
              CLOSE SCORE-HIST
           END-IF.

       READ-SHST-REC.
           READ SCORE-HIST
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF SHST-FILE-STATUS NOT = '00'
              AND SHST-FILE-STATUS NOT = '10'
              STRING 'READ SCORE-HIST FAILED, STATUS '
                 SHST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       FIND-LOW-SCORE.
           MOVE 'N' TO WS-LOWS-FOUND.
           IF WS-LOWS-COUNT > ZERO
              SET LSX TO 1
              SEARCH WS-LOWS-ACCT-NO
                 AT END MOVE 'N' TO WS-LOWS-FOUND
                 WHEN LSX > WS-LOWS-COUNT
                    MOVE 'N' TO WS-LOWS-FOUND
                 WHEN WS-LOWS-ACCT-NO (LSX) = ACCT-NO
                    MOVE 'Y' TO WS-LOWS-FOUND
              END-SEARCH
           END-IF.

       ADD-EXCLUSION.
      *uma exclusao a menos e uma mudanca de limite indevida: tabela
      *cheia para o passo em vez de seguir sem ela
           IF WS-EXCL-COUNT = 3000
              STRING 'EXCLUSION TABLE FULL AT 3000 ENTRIES'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-EXCL-COUNT.
           SET EXX TO WS-EXCL-COUNT.
           MOVE WS-EXCL-ACCT   TO WX-ACCT-NO (EXX).
           MOVE WS-EXCL-REASON TO WX-REASON (EXX).

       FIND-EXCLUSION.
           MOVE 'N' TO WS-EXCL-FOUND.
           IF WS-EXCL-COUNT > ZERO
              SET EXX TO 1
              SEARCH WS-EXCL-ENTRY
                 AT END MOVE 'N' TO WS-EXCL-FOUND
                 WHEN EXX > WS-EXCL-COUNT
                    MOVE 'N' TO WS-EXCL-FOUND
                 WHEN WX-ACCT-NO (EXX) = ACCT-NO
                    MOVE 'Y' TO WS-EXCL-FOUND
                    MOVE WX-REASON (EXX) TO WS-EXCL-REASON
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
      *mesmos criterios de candidato do AcctUtil: utilizacao alta sem
      *passar do limite para aumento, quase zero para reducao; conta
      *sem limite definido nao entra no ciclo
           ADD 1 TO WS-REC-COUNT.
           MOVE SPACE TO WS-ACTION.
           IF ACCT-LIMIT > ZERO
              COMPUTE WS-UTIL-PCT ROUNDED =
                 ACCT-BALANCE / ACCT-LIMIT * 100
              EVALUATE TRUE
                 WHEN WS-UTIL-PCT >= WS-HIGH-UTIL
                    AND ACCT-BALANCE NOT > ACCT-LIMIT
                    MOVE 'I' TO WS-ACTION
                 WHEN WS-UTIL-PCT >= ZERO
                    AND WS-UTIL-PCT < WS-LOW-UTIL
                    MOVE 'D' TO WS-ACTION
              END-EVALUATE
           END-IF.
           IF NOT ACTION-NONE
              PERFORM CHECK-EXCLUSIONS
           END-IF.
           EVALUATE TRUE
              WHEN ACTION-INCREASE
                 PERFORM CALC-INCREASE
              WHEN ACTION-DECREASE
                 PERFORM CALC-DECREASE
           END-EVALUATE.

       CHECK-EXCLUSIONS.
      *candidato fora do ciclo sai no relatorio com o motivo, para
      *a area de credito saber por que nao mudou
           IF ACCT-ST-OPEN
              PERFORM FIND-EXCLUSION
           ELSE
              MOVE 'Y'      TO WS-EXCL-FOUND
              MOVE 'STATUS' TO WS-EXCL-REASON
           END-IF.
      *----score baixo barra so o aumento; a reducao segue
           IF NOT EXCL-FOUND AND ACTION-INCREASE
              PERFORM FIND-LOW-SCORE
              IF LOWS-FOUND
                 MOVE 'Y'         TO WS-EXCL-FOUND
                 MOVE 'LOW SCORE' TO WS-EXCL-REASON
              END-IF
           END-IF.
           IF EXCL-FOUND
              ADD 1 TO WS-EXCLUDED-COUNT
              MOVE ACCT-LIMIT     TO WS-NEW-LIMIT
              MOVE 'EXCLUDED'     TO DT-ACTION
              MOVE WS-EXCL-REASON TO DT-NOTE
              PERFORM WRITE-DETAIL-LINE
              MOVE SPACE TO WS-ACTION
           END-IF.

       CALC-INCREASE.
      *percentual do LIMPARM sobre o limite atual, limitado ao teto
      *por aumento e arredondado para baixo na unidade
           COMPUTE WS-CHANGE-AMOUNT ROUNDED =
              ACCT-LIMIT * WS-INCR-PCT / 100.
           IF WS-CHANGE-AMOUNT > WS-MAX-INCREASE
              MOVE WS-MAX-INCREASE TO WS-CHANGE-AMOUNT
           END-IF.
           COMPUTE WS-NEW-LIMIT = ACCT-LIMIT + WS-CHANGE-AMOUNT.
           PERFORM ROUND-NEW-LIMIT.
           IF WS-NEW-LIMIT > ACCT-LIMIT
              ADD 1 TO WS-INCR-COUNT
              PERFORM WRITE-MAINT-TXN
              MOVE 'INCREASE' TO DT-ACTION
              IF WS-NEW-LIMIT > WS-LIMIT-THRESHOLD
                 ADD 1 TO WS-DUAL-COUNT
                 MOVE 'DUAL CONTROL' TO DT-NOTE
              ELSE
                 MOVE SPACES TO DT-NOTE
              END-IF
              PERFORM WRITE-DETAIL-LINE
           END-IF.

       CALC-DECREASE.
      *percentual do LIMPARM sobre o limite atual, sem descer do
      *limite minimo nem do saldo devedor da conta
           COMPUTE WS-NEW-LIMIT ROUNDED =
              ACCT-LIMIT - (ACCT-LIMIT * WS-DECR-PCT / 100).
           PERFORM ROUND-NEW-LIMIT.
           IF WS-NEW-LIMIT < WS-MIN-LIMIT
              MOVE WS-MIN-LIMIT TO WS-NEW-LIMIT
           END-IF.
           IF WS-NEW-LIMIT < ACCT-BALANCE
              MOVE ACCT-BALANCE TO WS-NEW-LIMIT
           END-IF.
           IF WS-NEW-LIMIT < ACCT-LIMIT
              ADD 1 TO WS-DECR-COUNT
              PERFORM WRITE-MAINT-TXN
              MOVE 'DECREASE' TO DT-ACTION
              IF MAIL-SUPPRESSED
                 ADD 1 TO WS-MAIL-HELD-COUNT
                 MOVE 'MAIL HELD' TO DT-NOTE
              ELSE
                 PERFORM CHECK-SHARED-ENVELOPE
                 IF HHK-FOUND
                    PERFORM SAVE-ENVELOPE-NOTICE
                 ELSE
                    PERFORM WRITE-DECREASE-NOTICE
                 END-IF
                 MOVE SPACES TO DT-NOTE
              END-IF
              PERFORM WRITE-DETAIL-LINE
           END-IF.

       ROUND-NEW-LIMIT.
           COMPUTE WS-ROUND-WORK = WS-NEW-LIMIT / WS-ROUND-UNIT.
           COMPUTE WS-NEW-LIMIT = WS-ROUND-WORK * WS-ROUND-UNIT.

       WRITE-MAINT-TXN.
      *alteracao 'C' com a imagem inteira da conta e so o limite
      *trocado - o AcctMaint grava o campo a campo do MNTTXN
           MOVE SPACES             TO MNT-TXN-REC.
           MOVE 'C'                TO MT-ACTION.
           MOVE 'LIMCYCLE'         TO MT-OPERATOR-ID.
           MOVE ACCT-NO            TO MT-ACCT-NO.
           MOVE WS-NEW-LIMIT       TO MT-ACCT-LIMIT.
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
           WRITE MNT-TXN-REC.
           IF TXN-FILE-STATUS NOT = '00'
              STRING 'WRITE MAINT-TXN-OUT FAILED, STATUS '
                 TXN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-DECREASE-NOTICE.
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
           MOVE ACCT-NO       TO NA-ACCT-NO.
           MOVE ACCT-LIMIT    TO NM-OLD-LIMIT.
           MOVE WS-NEW-LIMIT  TO NM-NEW-LIMIT.
           PERFORM WRITE-NOTICE-BODY.
           MOVE PAGE-BREAK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.

       WRITE-NOTICE-BODY.
      *----texto do aviso com as linhas de conta e limite ja
      *----montadas por quem chama
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
           MOVE WS-TODAY-DATE TO NA-EFF-DATE.
           MOVE NOTICE-ACCT-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE NOTICE-LIMIT-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.

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

       CHECK-SHARED-ENVELOPE.
      *o aviso espera o envelope do titular quando ele tem outra
      *conta no domicilio, a conta nao e conjunta e ainda cabe na
      *tabela; senao sai sozinho na hora
           MOVE 'N' TO WS-HHK-FOUND.
           IF WS-HHK-COUNT > ZERO AND WS-ENV-COUNT < 1000
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

       SAVE-ENVELOPE-NOTICE.
           ADD 1 TO WS-LETTER-COUNT.
           ADD 1 TO WS-ENV-COUNT.
           SET ENX TO WS-ENV-COUNT.
           MOVE WK-PERSON-KEY (HKX) TO WE-PERSON-KEY (ENX).
           MOVE ACCT-NO             TO WE-ACCT-NO (ENX).
           MOVE ACCT-LIMIT          TO WE-OLD-LIMIT (ENX).
           MOVE WS-NEW-LIMIT        TO WE-NEW-LIMIT (ENX).
           MOVE LAST-NAME           TO WE-LAST-NAME (ENX).
           MOVE FIRST-NAME          TO WE-FIRST-NAME (ENX).
           MOVE STREET-ADDR         TO WE-STREET-ADDR (ENX).
           MOVE CITY-COUNTY         TO WE-CITY-COUNTY (ENX).
           MOVE USA-STATE           TO WE-USA-STATE (ENX).
           MOVE ACCT-ZIP-CODE       TO WE-ZIP-CODE (ENX).
           MOVE 'N'                 TO WE-DONE (ENX).

       WRITE-SHARED-ENVELOPES.
      *um envelope por titular: bloco de endereco do primeiro aviso
      *e, em seguida, todos os avisos dele separados por tracejado
           IF WS-ENV-COUNT > ZERO
              PERFORM WRITE-ONE-ENVELOPE
                 VARYING ENX FROM 1 BY 1
                 UNTIL ENX > WS-ENV-COUNT
           END-IF.

       WRITE-ONE-ENVELOPE.
           IF WE-DONE (ENX) = 'N'
              MOVE BLANK-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
              PERFORM WRITE-LETTER-REC
              PERFORM WRITE-LETTER-REC
              MOVE WE-FIRST-NAME (ENX)  TO NL-FIRST-NAME
              MOVE WE-LAST-NAME (ENX)   TO NL-LAST-NAME
              MOVE NAME-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
              MOVE WE-STREET-ADDR (ENX) TO AL-STREET-ADDR
              MOVE ADDR-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
              MOVE WE-CITY-COUNTY (ENX) TO CL-CITY-COUNTY
              MOVE WE-USA-STATE (ENX)   TO CL-USA-STATE
              MOVE WE-ZIP-CODE (ENX)    TO CL-ZIP-CODE
              MOVE CITY-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
              PERFORM WRITE-ENVELOPE-NOTICE
                 VARYING EMX FROM ENX BY 1
                 UNTIL EMX > WS-ENV-COUNT
              MOVE PAGE-BREAK-LINE TO LETTER-REC
              PERFORM WRITE-LETTER-REC
           END-IF.

       WRITE-ENVELOPE-NOTICE.
           IF WE-DONE (EMX) = 'N'
              AND WE-PERSON-KEY (EMX) = WE-PERSON-KEY (ENX)
              IF EMX NOT = ENX
                 ADD 1 TO WS-ENV-SAVED-COUNT
                 MOVE DOC-BREAK-LINE TO LETTER-REC
                 PERFORM WRITE-LETTER-REC
              END-IF
              MOVE WE-ACCT-NO (EMX)   TO NA-ACCT-NO
              MOVE WE-OLD-LIMIT (EMX) TO NM-OLD-LIMIT
              MOVE WE-NEW-LIMIT (EMX) TO NM-NEW-LIMIT
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
           MOVE ACCT-NO      TO DT-ACCT-NO.
           MOVE LAST-NAME    TO DT-LAST-NAME.
           MOVE WS-UTIL-PCT  TO DT-UTIL-PCT.
           MOVE ACCT-LIMIT   TO DT-OLD-LIMIT.
           MOVE WS-NEW-LIMIT TO DT-NEW-LIMIT.
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
           MOVE WS-INCR-COUNT     TO TL-INCR-COUNT.
           MOVE WS-DECR-COUNT     TO TL-DECR-COUNT.
           MOVE WS-DUAL-COUNT     TO TL-DUAL-COUNT.
           MOVE WS-EXCLUDED-COUNT TO TL-EXCLUDED-COUNT.
           MOVE TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           DISPLAY 'LIMIT NOTICES WRITTEN: ' WS-LETTER-COUNT
              '  HELD FOR RETURNED MAIL: ' WS-MAIL-HELD-COUNT.
           DISPLAY 'ENVELOPES SAVED BY HOUSEHOLDING: '
              WS-ENV-SAVED-COUNT.
           CLOSE ACCT-REC .
           CLOSE MAINT-TXN-OUT .
           CLOSE LETTER-OUT .
           CLOSE REPORT-LINE .
           IF WS-INCR-COUNT = ZERO AND WS-DECR-COUNT = ZERO
              SET RC-ZERO-RECORDS TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'LIMCYCLE'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de contas lidas e
      *o RETURN-CODE devolvido ao scheduler
           MOVE 'LIMCYCLE'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-REC-COUNT         TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
