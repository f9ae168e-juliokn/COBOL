      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. InqRpt.
       AUTHOR. Julio Bittencourt.

      *Relatorio noturno de consultas fora do padrao: le a trilha
      *INQTRL gravada pelo INQLOG (uma linha por conta mostrada no
      *AcctInq, NameSrch, TxnView ou TaxXref) e, para as consultas
      *do dia (o da execucao, ou a data do INQPARM para refazer um
      *dia), sinaliza no INQRPT:
      *  - toda consulta a conta da lista nominada VIPACCT (clientes
      *    VIP e contas de funcionarios), sempre, com ou sem motivo;
      *  - conta olhada por operador que nao tem com ela nenhum
      *    vinculo de trabalho - item da fila de cobranca atribuido
      *    a ele (COLLQ), nota gravada por ele (ACCTNOTE),
      *    manutencao digitada por ele (CHGHIST) ou promessa anotada
      *    por ele (PROMISES), de qualquer data;
      *  - conta cujo titular tem o mesmo nome de um funcionario
      *    ativo do cadastro EMPMAST da folha (nome comparado pela
      *    chave so de letras e digitos, como no HouseHld);
      *  - operador cujo volume de consultas do dia passa de N vezes
      *    a propria media diaria nos dias trabalhados da janela
      *    anterior (30 dias e 3 vezes, salvo o INQPARM), a partir
      *    de um minimo de consultas no dia.
      *Com uma conta no INQPARM o relatorio abre com todas as
      *consultas dela no periodo pedido - a resposta direta a
      *pergunta da auditoria "quem viu esta conta no mes passado".
      *Qualquer sinalizacao devolve RC 4, para o scheduler avisar a
      *seguranca.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-PARM ASSIGN TO INQPARM
               FILE STATUS IS PARM-FILE-STATUS .
           SELECT INQ-TRAIL ASSIGN TO INQTRL
               FILE STATUS IS INQ-FILE-STATUS .
           SELECT VIP-LIST ASSIGN TO VIPACCT
               FILE STATUS IS VIP-FILE-STATUS .
           SELECT EMP-MASTER ASSIGN TO EMPMAST
               FILE STATUS IS EMP-FILE-STATUS .
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT COLL-QUEUE ASSIGN TO COLLQ
               FILE STATUS IS CQ-FILE-STATUS .
           SELECT NOTE-FILE ASSIGN TO ACCTNOTE
               FILE STATUS IS NOTE-FILE-STATUS .
           SELECT CHANGE-HIST ASSIGN TO CHGHIST
               FILE STATUS IS CHG-FILE-STATUS .
           SELECT PROMISE-FILE ASSIGN TO PROMISES
               FILE STATUS IS PROM-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO INQRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD RPT-PARM RECORDING MODE F .
      *parametro opcional: dia a relatar, fator e minimo do teste
      *de volume, janela da media em dias e a conta (com periodo)
      *cujo historico de consultas a auditoria pediu; campo em
      *branco ou zerado fica com o default
       01  RPT-PARM-REC.
           05 IP-REPORT-DATE    PIC X(8) .
           05 IP-FACTOR         PIC X(2) .
           05 IP-MIN-COUNT      PIC X(4) .
           05 IP-NORM-DAYS      PIC X(3) .
           05 IP-QUERY-ACCT     PIC X(8) .
           05 IP-QUERY-FROM     PIC X(8) .
           05 IP-QUERY-TO       PIC X(8) .

       FD INQ-TRAIL RECORDING MODE F .
      *layout compartilhado no copybook INQTRL
           COPY INQTRL.

       FD VIP-LIST RECORDING MODE F .
      *contas nominadas pela seguranca: toda consulta a elas sai no
      *relatorio; a categoria e 'V' para cliente VIP e 'S' para
      *conta de funcionario
       01  VIP-LIST-REC.
           05 VA-ACCT-NO        PIC X(8) .
           05 VA-CATEGORY       PIC X(1) .
           05 VA-DESC           PIC X(20) .

       FD EMP-MASTER RECORDING MODE F .
      *mesmo cadastro de funcionarios lido pela folha; so
      *matricula, nome e situacao (' ' ativo, 'I' desligado)
      *interessam aqui
       01  EMP-MASTER-REC.
           05 EM-EMP-ID         PIC X(8) .
           05 EM-NAME           PIC A(20) .
           05 EM-STATUS         PIC X(1) .
           05 EM-HIRE-DATE      PIC 9(8) .
           05 EM-BANK-ROUTING   PIC 9(9) .
           05 EM-BANK-ACCT      PIC X(12) .
           05 EM-PAY-TYPE       PIC X(1) .
           05 EM-HOURLY-RATE    PIC 9(5)V99 .
           05 EM-STORE-CODE     PIC X(6) .

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD COLL-QUEUE RECORDING MODE F .
      *layout compartilhado no copybook COLLQUE
           COPY COLLQUE.

       FD NOTE-FILE RECORDING MODE F .
      *layout compartilhado no copybook ACCTNOTE
           COPY ACCTNOTE.

       FD CHANGE-HIST RECORDING MODE F .
      *mesmo layout gravado pelo AcctMaint/CoHldMnt: a conta e o
      *comeco da imagem do record do cadastro
       01  CHANGE-HIST-REC.
           05 CH-ACTION         PIC X(1) .
           05 CH-IMAGE-TYPE     PIC X(1) .
           05 CH-OPERATOR-ID    PIC X(8) .
           05 CH-TIMESTAMP      PIC X(14) .
           05 CH-ACCT-IMAGE     PIC X(183) .

       FD PROMISE-FILE RECORDING MODE F .
      *layout compartilhado no copybook PROMISE
           COPY PROMISE.

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(132) .

       WORKING-STORAGE SECTION.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  INQ-FILE-STATUS      PIC X(2) VALUE '00'.
       01  VIP-FILE-STATUS      PIC X(2) VALUE '00'.
       01  EMP-FILE-STATUS      PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CQ-FILE-STATUS       PIC X(2) VALUE '00'.
       01  NOTE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CHG-FILE-STATUS      PIC X(2) VALUE '00'.
       01  PROM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.

      *dia relatado, janela da media e periodo da consulta por conta
       01  WS-REPORT-DATE       PIC 9(8) VALUE ZERO.
       01  WS-REPORT-INTEGER    PIC S9(9) VALUE ZERO.
       01  WS-NORM-START        PIC 9(8) VALUE ZERO.
       01  WS-NORM-DAYS         PIC 9(3) VALUE 30.
       01  WS-FACTOR            PIC 9(2) VALUE 3.
       01  WS-MIN-COUNT         PIC 9(4) VALUE 20.
       01  WS-QUERY-ACCT        PIC X(8) VALUE SPACES.
       01  WS-QUERY-FROM        PIC 9(8) VALUE ZERO.
       01  WS-QUERY-TO          PIC 9(8) VALUE 99999999.

      *lista nominada VIPACCT
       01  WS-VIP-TABLE.
           05 WS-VIP-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-VIP-ENTRY OCCURS 500 TIMES
                 INDEXED BY VPX.
              10 WV-ACCT-NO     PIC X(8).
              10 WV-CATEGORY    PIC X(1).
              10 WV-DESC        PIC X(20).
       01  WS-VIP-FOUND         PIC X(1) VALUE 'N'.
           88 VIP-FOUND         VALUE 'Y'.

      *funcionarios ativos do EMPMAST, com a chave do nome
       01  WS-EMP-TABLE.
           05 WS-EMP-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-EMP-ENTRY OCCURS 2000 TIMES
                 INDEXED BY EMX.
              10 WE-EMP-ID      PIC X(8).
              10 WE-NAME-KEY    PIC X(35).
       01  WS-EMP-FOUND         PIC X(1) VALUE 'N'.
           88 EMP-FOUND         VALUE 'Y'.

      *area de trabalho da chave do nome: maiusculas, so letras e
      *digitos, encostados a esquerda - o EM-NAME da folha e um
      *campo so, o titular da conta tem prenome e sobrenome
       01  WS-NAME-IN           PIC X(35) VALUE SPACES.
       01  WS-NAME-KEY          PIC X(35) VALUE SPACES.
       01  WS-NAME-LEN          PIC 9(2) VALUE ZERO.
       01  WS-CHAR-SUB          PIC 9(2) VALUE ZERO.
       01  WS-CHAR              PIC X(1) VALUE SPACE.
           88 CHAR-VALID        VALUES 'A' THRU 'I' 'J' THRU 'R'
                                       'S' THRU 'Z' '0' THRU '9'.

      *operadores com consulta no dia ou na janela da media: volume
      *do dia, consultas e dias trabalhados na janela
       01  WS-OPR-TABLE.
           05 WS-OPR-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-OPR-ENTRY OCCURS 200 TIMES
                 INDEXED BY OPX.
              10 WO-ID          PIC X(8).
              10 WO-TODAY       PIC 9(5).
              10 WO-HIST-COUNT  PIC 9(7).
              10 WO-HIST-DAYS   PIC 9(3).
              10 WO-LAST-DATE   PIC 9(8).
       01  WS-OPR-FOUND         PIC X(1) VALUE 'N'.
           88 OPR-FOUND         VALUE 'Y'.
       01  WS-FIND-OPER         PIC X(8) VALUE SPACES.

      *pares operador/conta consultados no dia e se o operador tem
      *vinculo de trabalho com a conta. O relatorio e de auditoria
      *- tabela cheia aborta em vez de omitir consulta
       01  WS-PAIR-TABLE.
           05 WS-PAIR-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PAIR-ENTRY OCCURS 3000 TIMES
                 INDEXED BY PRX.
              10 WA-OPERATOR    PIC X(8).
              10 WA-ACCT-NO     PIC X(8).
              10 WA-PGM-NAME    PIC X(8).
              10 WA-COUNT       PIC 9(5).
              10 WA-LINKED      PIC X(1).
                 88 WA-HAS-LINK     VALUE 'Y'.
       01  WS-PAIR-FOUND        PIC X(1) VALUE 'N'.
           88 PAIR-FOUND        VALUE 'Y'.
       01  WS-FIND-ACCT         PIC X(8) VALUE SPACES.

      *teste de volume
       01  WS-NORM-LIMIT        PIC 9(9)V99 VALUE ZERO.
       01  WS-DAILY-AVG         PIC 9(7)V99 VALUE ZERO.

      *contadores e totais de controle da execucao
       01  WS-TRAIL-RECS        PIC 9(9) VALUE ZERO.
       01  WS-DAY-LOOKUPS       PIC 9(7) VALUE ZERO.
       01  WS-QUERY-HITS        PIC 9(7) VALUE ZERO.
       01  WS-VIP-HITS          PIC 9(7) VALUE ZERO.
       01  WS-NOLINK-HITS       PIC 9(7) VALUE ZERO.
       01  WS-EMP-HITS          PIC 9(7) VALUE ZERO.
       01  WS-VOLUME-HITS       PIC 9(7) VALUE ZERO.
       01  WS-SECTION-HITS      PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-FLAGGED        VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

       01  TITLE-LINE.
           05 FILLER             PIC X(36)
              VALUE 'INQUIRY ACCESS ANOMALY REPORT - DAY '.
           05 TL-REPORT-DATE     PIC 9999/99/99.
           05 FILLER             PIC X(86) VALUE SPACES.

       01  SECTION-LINE.
           05 SL-TITLE           PIC X(60).
           05 FILLER             PIC X(72) VALUE SPACES.

       01  LOOKUP-COLUMN-LINE.
           05 FILLER             PIC X(21) VALUE 'DATE       TIME'.
           05 FILLER             PIC X(10) VALUE 'OPERATOR'.
           05 FILLER             PIC X(10) VALUE 'PROGRAM'.
           05 FILLER             PIC X(25) VALUE 'KEY ENTERED'.
           05 FILLER             PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER             PIC X(56) VALUE 'LIST ENTRY'.

       01  LOOKUP-LINE.
           05 LL-DATE            PIC 9999/99/99.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LL-TIME            PIC 99B99B99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LL-OPERATOR        PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LL-PGM-NAME        PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LL-KEY-TYPE        PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LL-KEY             PIC X(20).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 LL-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 LL-CATEGORY        PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 LL-DESC            PIC X(20).
           05 FILLER             PIC X(34) VALUE SPACES.

       01  PAIR-COLUMN-LINE.
           05 FILLER             PIC X(10) VALUE 'OPERATOR'.
           05 FILLER             PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER             PIC X(10) VALUE 'PROGRAM'.
           05 FILLER             PIC X(10) VALUE '   LOOKUPS'.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 FILLER             PIC X(37) VALUE 'ACCOUNT HOLDER'.
           05 FILLER             PIC X(54) VALUE 'EMPLOYEE'.

       01  PAIR-LINE.
           05 PL-OPERATOR        PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PL-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PL-PGM-NAME        PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PL-COUNT           PIC ZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 PL-FIRST-NAME      PIC X(15).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 PL-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 PL-EMP-ID          PIC X(8).
           05 FILLER             PIC X(46) VALUE SPACES.

       01  VOLUME-COLUMN-LINE.
           05 FILLER             PIC X(10) VALUE 'OPERATOR'.
           05 FILLER             PIC X(11) VALUE 'LOOKUPS DAY'.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 FILLER             PIC X(11) VALUE '  NORM DAYS'.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 FILLER             PIC X(11) VALUE ' NORM TOTAL'.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 FILLER             PIC X(10) VALUE ' DAILY AVG'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(68) VALUE 'NOTE'.

       01  VOLUME-LINE.
           05 VL-OPERATOR        PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 VL-TODAY           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 VL-HIST-DAYS       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 VL-HIST-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 VL-DAILY-AVG       PIC ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 VL-NOTE            PIC X(20).
           05 FILLER             PIC X(48) VALUE SPACES.

       01  NONE-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(14) VALUE '*** NONE ***'.
           05 FILLER             PIC X(114) VALUE SPACES.

       01  TOTAL-LINE.
           05 TT-LABEL           PIC X(40).
           05 TT-COUNT           PIC ZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(82) VALUE SPACES.

       01  BLANK-LINE            PIC X(132) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-VIP-LIST.
           PERFORM LOAD-EMPLOYEES.
           IF WS-QUERY-ACCT NOT = SPACES
              PERFORM REPORT-ACCOUNT-HISTORY
           END-IF.
           PERFORM SCAN-INQUIRY-TRAIL.
           PERFORM MARK-WORK-LINKS.
           PERFORM REPORT-UNLINKED-LOOKUPS.
           PERFORM REPORT-EMPLOYEE-LOOKUPS.
           PERFORM REPORT-VOLUME-OUTLIERS.
           PERFORM WRITE-TOTALS.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM READ-REPORT-PARM.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
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
           MOVE WS-REPORT-DATE TO TL-REPORT-DATE.
           MOVE TITLE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       READ-REPORT-PARM.
      *parametro opcional: sem INQPARM relata o dia da execucao com
      *os defaults compilados e sem consulta por conta
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REPORT-DATE.
           OPEN INPUT RPT-PARM.
           IF PARM-FILE-STATUS = '00'
              READ RPT-PARM
              IF PARM-FILE-STATUS = '00'
                 PERFORM APPLY-REPORT-PARM
              END-IF
              CLOSE RPT-PARM
           END-IF.
           COMPUTE WS-REPORT-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE).
           COMPUTE WS-NORM-START = FUNCTION DATE-OF-INTEGER
              (WS-REPORT-INTEGER - WS-NORM-DAYS).

       APPLY-REPORT-PARM.
           IF IP-REPORT-DATE NUMERIC
              AND IP-REPORT-DATE > '16010101'
              MOVE IP-REPORT-DATE TO WS-REPORT-DATE
           END-IF.
           IF IP-FACTOR NUMERIC AND IP-FACTOR > '00'
              MOVE IP-FACTOR TO WS-FACTOR
           END-IF.
           IF IP-MIN-COUNT NUMERIC AND IP-MIN-COUNT > '0000'
              MOVE IP-MIN-COUNT TO WS-MIN-COUNT
           END-IF.
           IF IP-NORM-DAYS NUMERIC AND IP-NORM-DAYS > '000'
              MOVE IP-NORM-DAYS TO WS-NORM-DAYS
           END-IF.
           MOVE IP-QUERY-ACCT TO WS-QUERY-ACCT.
           IF IP-QUERY-FROM NUMERIC
              MOVE IP-QUERY-FROM TO WS-QUERY-FROM
           END-IF.
           IF IP-QUERY-TO NUMERIC AND IP-QUERY-TO > '00000000'
              MOVE IP-QUERY-TO TO WS-QUERY-TO
           END-IF.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'INQRPT ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------
      *listas de referencia
      *-----------------------------------------------------------
       LOAD-VIP-LIST.
      *sem VIPACCT alocado nao ha lista nominada
           OPEN INPUT VIP-LIST.
           IF VIP-FILE-STATUS = '05' OR VIP-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF VIP-FILE-STATUS NOT = '00'
                 STRING 'OPEN VIP-LIST FAILED, STATUS '
                    VIP-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-VIP-REC
              PERFORM UNTIL GEN-EOF
                 IF WS-VIP-COUNT = 500
                    STRING 'VIP LIST TABLE FULL AT 500 ENTRIES'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-VIP-COUNT
                 SET VPX TO WS-VIP-COUNT
                 MOVE VA-ACCT-NO  TO WV-ACCT-NO (VPX)
                 MOVE VA-CATEGORY TO WV-CATEGORY (VPX)
                 MOVE VA-DESC     TO WV-DESC (VPX)
                 PERFORM READ-VIP-REC
              END-PERFORM
              CLOSE VIP-LIST
           END-IF.

       READ-VIP-REC.
           READ VIP-LIST
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF VIP-FILE-STATUS NOT = '00'
              AND VIP-FILE-STATUS NOT = '10'
              STRING 'READ VIP-LIST FAILED, STATUS '
                 VIP-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-EMPLOYEES.
      *sem EMPMAST alocado o teste de conta de funcionario nao roda
           OPEN INPUT EMP-MASTER.
           IF EMP-FILE-STATUS = '05' OR EMP-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF EMP-FILE-STATUS NOT = '00'
                 STRING 'OPEN EMP-MASTER FAILED, STATUS '
                    EMP-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-EMP-REC
              PERFORM UNTIL GEN-EOF
      *----------funcionario desligado nao entra no teste
                 IF EM-STATUS NOT = 'I'
                    IF WS-EMP-COUNT = 2000
                       STRING 'EMPLOYEE TABLE FULL AT 2000 ENTRIES'
                          DELIMITED BY SIZE INTO WS-ABEND-TEXT
                       PERFORM ABEND-RUN
                    END-IF
                    ADD 1 TO WS-EMP-COUNT
                    SET EMX TO WS-EMP-COUNT
                    MOVE EM-EMP-ID TO WE-EMP-ID (EMX)
                    MOVE SPACES    TO WS-NAME-IN
                    MOVE EM-NAME   TO WS-NAME-IN
                    PERFORM BUILD-NAME-KEY
                    MOVE WS-NAME-KEY TO WE-NAME-KEY (EMX)
                 END-IF
                 PERFORM READ-EMP-REC
              END-PERFORM
              CLOSE EMP-MASTER
           END-IF.

       BUILD-NAME-KEY.
      *nome em WS-NAME-IN vira chave em maiusculas, so letras e
      *digitos, encostados a esquerda
           INSPECT WS-NAME-IN CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO WS-NAME-KEY.
           MOVE ZERO TO WS-NAME-LEN.
           PERFORM COPY-NAME-CHAR
              VARYING WS-CHAR-SUB FROM 1 BY 1
              UNTIL WS-CHAR-SUB > 35.

       COPY-NAME-CHAR.
           MOVE WS-NAME-IN (WS-CHAR-SUB:1) TO WS-CHAR.
           IF CHAR-VALID
              ADD 1 TO WS-NAME-LEN
              MOVE WS-CHAR TO WS-NAME-KEY (WS-NAME-LEN:1)
           END-IF.

       READ-EMP-REC.
           READ EMP-MASTER
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF EMP-FILE-STATUS NOT = '00'
              AND EMP-FILE-STATUS NOT = '10'
              STRING 'READ EMP-MASTER FAILED, STATUS '
                 EMP-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

      *-----------------------------------------------------------
      *trilha de consultas
      *-----------------------------------------------------------
       REPORT-ACCOUNT-HISTORY.
      *toda consulta a conta pedida pela auditoria no periodo, na
      *ordem da trilha
           MOVE SPACES TO SL-TITLE.
           STRING 'ALL LOOKUPS OF ACCOUNT ' WS-QUERY-ACCT
              DELIMITED BY SIZE INTO SL-TITLE.
           PERFORM WRITE-SECTION-HEAD.
           MOVE LOOKUP-COLUMN-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM OPEN-INQ-TRAIL.
           PERFORM UNTIL GEN-EOF
              IF IT-ACCT-NO = WS-QUERY-ACCT
                 AND IT-DATE >= WS-QUERY-FROM
                 AND IT-DATE <= WS-QUERY-TO
                 ADD 1 TO WS-QUERY-HITS
                 ADD 1 TO WS-SECTION-HITS
                 MOVE SPACES TO LL-CATEGORY
                 MOVE SPACES TO LL-DESC
                 PERFORM WRITE-LOOKUP-LINE
              END-IF
              PERFORM READ-INQ-REC
           END-PERFORM.
           PERFORM CLOSE-INQ-TRAIL.
           PERFORM END-SECTION.

       SCAN-INQUIRY-TRAIL.
      *uma passada: as consultas do dia montam os pares operador/
      *conta e o volume do dia, as da janela anterior montam a media
      *de cada operador; consulta a conta nominada sai na hora
           MOVE 'LOOKUPS OF NOMINATED VIP AND STAFF ACCOUNTS'
              TO SL-TITLE.
           PERFORM WRITE-SECTION-HEAD.
           MOVE LOOKUP-COLUMN-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM OPEN-INQ-TRAIL.
           PERFORM UNTIL GEN-EOF
              ADD 1 TO WS-TRAIL-RECS
              EVALUATE TRUE
                 WHEN IT-DATE = WS-REPORT-DATE
                    PERFORM TAKE-DAY-LOOKUP
                 WHEN IT-DATE >= WS-NORM-START
                    AND IT-DATE < WS-REPORT-DATE
                    PERFORM TAKE-NORM-LOOKUP
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM READ-INQ-REC
           END-PERFORM.
           PERFORM CLOSE-INQ-TRAIL.
           PERFORM END-SECTION.

       TAKE-DAY-LOOKUP.
           ADD 1 TO WS-DAY-LOOKUPS.
           MOVE IT-OPERATOR-ID TO WS-FIND-OPER.
           PERFORM ADD-OPERATOR.
           ADD 1 TO WO-TODAY (OPX).
           IF IT-ACCT-NO NOT = SPACES
              PERFORM ADD-PAIR
              PERFORM CHECK-VIP-LOOKUP
           END-IF.

       TAKE-NORM-LOOKUP.
      *a trilha e apensada em ordem de hora: troca de data no mesmo
      *operador e um dia trabalhado a mais
           MOVE IT-OPERATOR-ID TO WS-FIND-OPER.
           PERFORM ADD-OPERATOR.
           ADD 1 TO WO-HIST-COUNT (OPX).
           IF WO-LAST-DATE (OPX) NOT = IT-DATE
              ADD 1 TO WO-HIST-DAYS (OPX)
              MOVE IT-DATE TO WO-LAST-DATE (OPX)
           END-IF.

       CHECK-VIP-LOOKUP.
           MOVE 'N' TO WS-VIP-FOUND.
           SET VPX TO 1.
           SEARCH WS-VIP-ENTRY
              AT END CONTINUE
              WHEN VPX > WS-VIP-COUNT
                 CONTINUE
              WHEN WV-ACCT-NO (VPX) = IT-ACCT-NO
                 MOVE 'Y' TO WS-VIP-FOUND
           END-SEARCH.
           IF VIP-FOUND
              ADD 1 TO WS-VIP-HITS
              ADD 1 TO WS-SECTION-HITS
              MOVE WV-CATEGORY (VPX) TO LL-CATEGORY
              MOVE WV-DESC (VPX)     TO LL-DESC
              PERFORM WRITE-LOOKUP-LINE
           END-IF.

       WRITE-LOOKUP-LINE.
           MOVE IT-DATE        TO LL-DATE.
           MOVE IT-TIME        TO LL-TIME.
           MOVE IT-OPERATOR-ID TO LL-OPERATOR.
           MOVE IT-PGM-NAME    TO LL-PGM-NAME.
           MOVE IT-KEY-TYPE    TO LL-KEY-TYPE.
           MOVE IT-KEY         TO LL-KEY.
           MOVE IT-ACCT-NO     TO LL-ACCT-NO.
           MOVE LOOKUP-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       OPEN-INQ-TRAIL.
      *sem INQTRL alocado nenhuma consulta foi registrada ainda
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT INQ-TRAIL.
           IF INQ-FILE-STATUS = '05' OR INQ-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF INQ-FILE-STATUS NOT = '00'
                 STRING 'OPEN INQ-TRAIL FAILED, STATUS '
                    INQ-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-INQ-REC
           END-IF.

       CLOSE-INQ-TRAIL.
           IF INQ-FILE-STATUS NOT = '05'
              AND INQ-FILE-STATUS NOT = '35'
              CLOSE INQ-TRAIL
           END-IF.

       READ-INQ-REC.
           READ INQ-TRAIL
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF INQ-FILE-STATUS NOT = '00'
              AND INQ-FILE-STATUS NOT = '10'
              STRING 'READ INQ-TRAIL FAILED, STATUS '
                 INQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       FIND-OPERATOR.
           MOVE 'N' TO WS-OPR-FOUND.
           SET OPX TO 1.
           SEARCH WS-OPR-ENTRY
              AT END CONTINUE
              WHEN OPX > WS-OPR-COUNT
                 CONTINUE
              WHEN WO-ID (OPX) = WS-FIND-OPER
                 MOVE 'Y' TO WS-OPR-FOUND
           END-SEARCH.

       ADD-OPERATOR.
           PERFORM FIND-OPERATOR.
           IF NOT OPR-FOUND
              IF WS-OPR-COUNT = 200
                 STRING 'OPERATOR TABLE FULL AT 200 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-OPR-COUNT
              SET OPX TO WS-OPR-COUNT
              MOVE WS-FIND-OPER TO WO-ID (OPX)
              MOVE ZERO TO WO-TODAY (OPX)
              MOVE ZERO TO WO-HIST-COUNT (OPX)
              MOVE ZERO TO WO-HIST-DAYS (OPX)
              MOVE ZERO TO WO-LAST-DATE (OPX)
           END-IF.

       FIND-PAIR.
           MOVE 'N' TO WS-PAIR-FOUND.
           SET PRX TO 1.
           SEARCH WS-PAIR-ENTRY
              AT END CONTINUE
              WHEN PRX > WS-PAIR-COUNT
                 CONTINUE
              WHEN WA-OPERATOR (PRX) = WS-FIND-OPER
                 AND WA-ACCT-NO (PRX) = WS-FIND-ACCT
                 MOVE 'Y' TO WS-PAIR-FOUND
           END-SEARCH.

       ADD-PAIR.
           MOVE IT-ACCT-NO TO WS-FIND-ACCT.
           PERFORM FIND-PAIR.
           IF NOT PAIR-FOUND
              IF WS-PAIR-COUNT = 3000
                 STRING 'LOOKUP PAIR TABLE FULL AT 3000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-PAIR-COUNT
              SET PRX TO WS-PAIR-COUNT
              MOVE WS-FIND-OPER TO WA-OPERATOR (PRX)
              MOVE WS-FIND-ACCT TO WA-ACCT-NO (PRX)
              MOVE IT-PGM-NAME  TO WA-PGM-NAME (PRX)
              MOVE ZERO TO WA-COUNT (PRX)
              MOVE 'N'  TO WA-LINKED (PRX)
           END-IF.
           ADD 1 TO WA-COUNT (PRX).

      *-----------------------------------------------------------
      *vinculos de trabalho do operador com a conta
      *-----------------------------------------------------------
       MARK-WORK-LINKS.
      *fila de cobranca atribuida, nota, manutencao ou promessa do
      *proprio operador, de qualquer data, justificam a consulta
           IF WS-PAIR-COUNT > ZERO
              PERFORM LINKS-FROM-COLL-QUEUE
              PERFORM LINKS-FROM-NOTES
              PERFORM LINKS-FROM-CHANGES
              PERFORM LINKS-FROM-PROMISES
           END-IF.

       MARK-PAIR-LINKED.
           PERFORM FIND-PAIR.
           IF PAIR-FOUND
              MOVE 'Y' TO WA-LINKED (PRX)
           END-IF.

       LINKS-FROM-COLL-QUEUE.
           OPEN INPUT COLL-QUEUE.
           IF CQ-FILE-STATUS = '05' OR CQ-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF CQ-FILE-STATUS NOT = '00'
                 STRING 'OPEN COLL-QUEUE FAILED, STATUS '
                    CQ-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-CQ-REC
              PERFORM UNTIL GEN-EOF
                 MOVE CQ-COLLECTOR TO WS-FIND-OPER
                 MOVE CQ-ACCT-NO   TO WS-FIND-ACCT
                 PERFORM MARK-PAIR-LINKED
                 PERFORM READ-CQ-REC
              END-PERFORM
              CLOSE COLL-QUEUE
           END-IF.

       READ-CQ-REC.
           READ COLL-QUEUE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF CQ-FILE-STATUS NOT = '00'
              AND CQ-FILE-STATUS NOT = '10'
              STRING 'READ COLL-QUEUE FAILED, STATUS '
                 CQ-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LINKS-FROM-NOTES.
           OPEN INPUT NOTE-FILE.
           IF NOTE-FILE-STATUS = '05' OR NOTE-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF NOTE-FILE-STATUS NOT = '00'
                 STRING 'OPEN NOTE-FILE FAILED, STATUS '
                    NOTE-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-NOTE-REC
              PERFORM UNTIL GEN-EOF
                 MOVE AN-OPERATOR-ID TO WS-FIND-OPER
                 MOVE AN-ACCT-NO     TO WS-FIND-ACCT
                 PERFORM MARK-PAIR-LINKED
                 PERFORM READ-NOTE-REC
              END-PERFORM
              CLOSE NOTE-FILE
           END-IF.

       READ-NOTE-REC.
           READ NOTE-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF NOTE-FILE-STATUS NOT = '00'
              AND NOTE-FILE-STATUS NOT = '10'
              STRING 'READ NOTE-FILE FAILED, STATUS '
                 NOTE-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LINKS-FROM-CHANGES.
           OPEN INPUT CHANGE-HIST.
           IF CHG-FILE-STATUS = '05' OR CHG-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF CHG-FILE-STATUS NOT = '00'
                 STRING 'OPEN CHANGE-HIST FAILED, STATUS '
                    CHG-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-CHG-REC
              PERFORM UNTIL GEN-EOF
                 MOVE CH-OPERATOR-ID      TO WS-FIND-OPER
                 MOVE CH-ACCT-IMAGE (1:8) TO WS-FIND-ACCT
                 PERFORM MARK-PAIR-LINKED
                 PERFORM READ-CHG-REC
              END-PERFORM
              CLOSE CHANGE-HIST
           END-IF.

       READ-CHG-REC.
           READ CHANGE-HIST
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF CHG-FILE-STATUS NOT = '00'
              AND CHG-FILE-STATUS NOT = '10'
              STRING 'READ CHANGE-HIST FAILED, STATUS '
                 CHG-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LINKS-FROM-PROMISES.
           OPEN INPUT PROMISE-FILE.
           IF PROM-FILE-STATUS = '05' OR PROM-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF PROM-FILE-STATUS NOT = '00'
                 STRING 'OPEN PROMISE-FILE FAILED, STATUS '
                    PROM-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-PROM-REC
              PERFORM UNTIL GEN-EOF
                 MOVE PR-OPERATOR-ID TO WS-FIND-OPER
                 MOVE PR-ACCT-NO     TO WS-FIND-ACCT
                 PERFORM MARK-PAIR-LINKED
                 PERFORM READ-PROM-REC
              END-PERFORM
              CLOSE PROMISE-FILE
           END-IF.

       READ-PROM-REC.
           READ PROMISE-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF PROM-FILE-STATUS NOT = '00'
              AND PROM-FILE-STATUS NOT = '10'
              STRING 'READ PROMISE-FILE FAILED, STATUS '
                 PROM-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

      *-----------------------------------------------------------
      *secoes de pares operador/conta
      *-----------------------------------------------------------
       REPORT-UNLINKED-LOOKUPS.
           MOVE 'ACCOUNTS VIEWED WITH NO WORK LINK TO THE OPERATOR'
              TO SL-TITLE.
           PERFORM WRITE-SECTION-HEAD.
           MOVE PAIR-COLUMN-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           IF WS-PAIR-COUNT > ZERO
              PERFORM TEST-ONE-UNLINKED
                 VARYING PRX FROM 1 BY 1
                 UNTIL PRX > WS-PAIR-COUNT
           END-IF.
           PERFORM END-SECTION.

       TEST-ONE-UNLINKED.
           IF NOT WA-HAS-LINK (PRX)
              ADD 1 TO WS-NOLINK-HITS
              ADD 1 TO WS-SECTION-HITS
              PERFORM READ-PAIR-ACCOUNT
              MOVE SPACES TO PL-EMP-ID
              PERFORM WRITE-PAIR-LINE
           END-IF.

       REPORT-EMPLOYEE-LOOKUPS.
      *titular com prenome e sobrenome, nessa ordem, iguais ao nome
      *de um funcionario ativo
           MOVE 'ACCOUNTS VIEWED WHOSE HOLDER MATCHES AN EMPLOYEE'
              TO SL-TITLE.
           PERFORM WRITE-SECTION-HEAD.
           MOVE PAIR-COLUMN-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           IF WS-PAIR-COUNT > ZERO AND WS-EMP-COUNT > ZERO
              PERFORM TEST-ONE-EMPLOYEE
                 VARYING PRX FROM 1 BY 1
                 UNTIL PRX > WS-PAIR-COUNT
           END-IF.
           PERFORM END-SECTION.

       TEST-ONE-EMPLOYEE.
           PERFORM READ-PAIR-ACCOUNT.
           IF ACCT-FILE-STATUS = '00'
              MOVE SPACES TO WS-NAME-IN
              STRING FIRST-NAME LAST-NAME DELIMITED BY SIZE
                 INTO WS-NAME-IN
              PERFORM BUILD-NAME-KEY
              MOVE 'N' TO WS-EMP-FOUND
              SET EMX TO 1
              SEARCH WS-EMP-ENTRY
                 AT END CONTINUE
                 WHEN EMX > WS-EMP-COUNT
                    CONTINUE
                 WHEN WE-NAME-KEY (EMX) = WS-NAME-KEY
                    AND WS-NAME-KEY NOT = SPACES
                    MOVE 'Y' TO WS-EMP-FOUND
              END-SEARCH
              IF EMP-FOUND
                 ADD 1 TO WS-EMP-HITS
                 ADD 1 TO WS-SECTION-HITS
                 MOVE WE-EMP-ID (EMX) TO PL-EMP-ID
                 PERFORM WRITE-PAIR-LINE
              END-IF
           END-IF.

       READ-PAIR-ACCOUNT.
      *conta ja fora do cadastro sai sem o nome do titular
           MOVE WA-ACCT-NO (PRX) TO ACCT-NO.
           READ ACCT-REC.
           EVALUATE TRUE
              WHEN ACCT-FILE-STATUS = '23'
                 MOVE 'NOT ON FILE' TO PL-FIRST-NAME
                 MOVE SPACES        TO PL-LAST-NAME
              WHEN ACCT-FILE-STATUS NOT = '00'
                 STRING 'READ ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              WHEN OTHER
                 MOVE FIRST-NAME TO PL-FIRST-NAME
                 MOVE LAST-NAME  TO PL-LAST-NAME
           END-EVALUATE.

       WRITE-PAIR-LINE.
           MOVE WA-OPERATOR (PRX) TO PL-OPERATOR.
           MOVE WA-ACCT-NO (PRX)  TO PL-ACCT-NO.
           MOVE WA-PGM-NAME (PRX) TO PL-PGM-NAME.
           MOVE WA-COUNT (PRX)    TO PL-COUNT.
           MOVE PAIR-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *-----------------------------------------------------------
      *volume do operador contra a propria media
      *-----------------------------------------------------------
       REPORT-VOLUME-OUTLIERS.
           MOVE 'OPERATORS WITH LOOKUP VOLUME FAR ABOVE THEIR NORM'
              TO SL-TITLE.
           PERFORM WRITE-SECTION-HEAD.
           MOVE VOLUME-COLUMN-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           IF WS-OPR-COUNT > ZERO
              PERFORM TEST-ONE-VOLUME
                 VARYING OPX FROM 1 BY 1
                 UNTIL OPX > WS-OPR-COUNT
           END-IF.
           PERFORM END-SECTION.

       TEST-ONE-VOLUME.
      *abaixo do minimo do dia nao se compara; operador sem dia na
      *janela nao tem media e sai so pelo minimo
           IF WO-TODAY (OPX) >= WS-MIN-COUNT
              IF WO-HIST-DAYS (OPX) = ZERO
                 MOVE ZERO TO WS-DAILY-AVG
                 MOVE 'NO HISTORY IN NORM' TO VL-NOTE
                 PERFORM WRITE-VOLUME-LINE
              ELSE
                 COMPUTE WS-DAILY-AVG ROUNDED =
                    WO-HIST-COUNT (OPX) / WO-HIST-DAYS (OPX)
                 COMPUTE WS-NORM-LIMIT = WS-DAILY-AVG * WS-FACTOR
                 IF WO-TODAY (OPX) > WS-NORM-LIMIT
                    MOVE SPACES TO VL-NOTE
                    PERFORM WRITE-VOLUME-LINE
                 END-IF
              END-IF
           END-IF.

       WRITE-VOLUME-LINE.
           ADD 1 TO WS-VOLUME-HITS.
           ADD 1 TO WS-SECTION-HITS.
           MOVE WO-ID (OPX)         TO VL-OPERATOR.
           MOVE WO-TODAY (OPX)      TO VL-TODAY.
           MOVE WO-HIST-DAYS (OPX)  TO VL-HIST-DAYS.
           MOVE WO-HIST-COUNT (OPX) TO VL-HIST-COUNT.
           MOVE WS-DAILY-AVG        TO VL-DAILY-AVG.
           MOVE VOLUME-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *-----------------------------------------------------------
      *linhas comuns e encerramento
      *-----------------------------------------------------------
       WRITE-SECTION-HEAD.
           MOVE ZERO TO WS-SECTION-HITS.
           MOVE SECTION-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       END-SECTION.
           IF WS-SECTION-HITS = ZERO
              MOVE NONE-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       WRITE-TOTALS.
           MOVE 'LOOKUPS LOGGED ON THE DAY' TO TT-LABEL.
           MOVE WS-DAY-LOOKUPS TO TT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'VIP / STAFF ACCOUNT LOOKUPS' TO TT-LABEL.
           MOVE WS-VIP-HITS TO TT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ACCOUNTS VIEWED WITHOUT WORK LINK' TO TT-LABEL.
           MOVE WS-NOLINK-HITS TO TT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'ACCOUNTS VIEWED MATCHING AN EMPLOYEE' TO TT-LABEL.
           MOVE WS-EMP-HITS TO TT-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'OPERATORS ABOVE NORM' TO TT-LABEL.
           MOVE WS-VOLUME-HITS TO TT-COUNT.
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE TOTAL-LINE TO REPORT-REC.
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
           CLOSE ACCT-REC .
           CLOSE REPORT-LINE .
           DISPLAY 'INQRPT DAY ' WS-REPORT-DATE ': ' WS-DAY-LOOKUPS
              ' LOOKUPS, ' WS-VIP-HITS ' VIP, ' WS-NOLINK-HITS
              ' NO LINK, ' WS-EMP-HITS ' EMPLOYEE, ' WS-VOLUME-HITS
              ' ABOVE NORM'.
           IF WS-VIP-HITS > ZERO OR WS-NOLINK-HITS > ZERO
              OR WS-EMP-HITS > ZERO OR WS-VOLUME-HITS > ZERO
              SET RC-FLAGGED TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'INQRPT  '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de consultas do dia
      *e o RETURN-CODE que o job esta devolvendo
           MOVE 'INQRPT  '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-DAY-LOOKUPS       TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
