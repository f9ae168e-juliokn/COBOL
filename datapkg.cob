      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. DataPkg.
       AUTHOR. Julio Bittencourt.

      *Pacote de dados do titular: quando o cliente (ou o advogado
      *dele) pede formalmente tudo o que guardamos sobre ele, a
      *operacao passava uma semana no AcctInq, NameSrch, TxnView e
      *NoteEnt, tela por tela, redigitando numa carta. Este passo
      *recebe no cartao DPKPARM o CPF/CNPJ (criticado pelo CPFCHECK)
      *ou o numero do cliente e acha todas as contas dele pelo
      *XREFMST e pelo CUSTLNK - as do documento, os clientes ligados
      *a elas e as demais contas desses clientes - inclusive as ja
      *expurgadas para o ARCHIVE. No modo 'P' sai no DPKGRPT o
      *pacote formatado, uma secao por origem: documentos e cadastro
      *CUSTMST, registro mestre da conta (com a supressao de
      *correspondencia), imagens no ARCHIVE, co-titulares, notas do
      *ACCTNOTE, historico TXNHIST, promessas, fila de cobranca e
      *colocacoes na agencia externa, e contestacoes do bureau. No
      *modo 'R' sai a revisao de retencao: por conta e dataset
      *quantos records ja passaram da regra do DPKRET (mesmo layout
      *do RETPARM do Retain: dataset e dias) e podem ser apagados,
      *quantos ainda estao dentro da regra e quantos tem de ficar
      *por motivo legal - conta ativa ou com saldo, remetida ao
      *estado, em cobranca juridica ou na agencia, ou com
      *contestacao de bureau em aberto; o motivo trava todos os
      *records da conta. Cadastro do cliente, vinculos e documentos
      *so saem quando nenhuma conta do pacote fica retida. Nada e
      *apagado aqui - o relatorio e a base da resposta ao titular.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-PARM ASSIGN TO DPKPARM
               FILE STATUS IS PARM-FILE-STATUS .
           SELECT RET-PARM ASSIGN TO DPKRET
               FILE STATUS IS RETP-FILE-STATUS .
           SELECT XREF-MASTER ASSIGN TO XREFMST
               FILE STATUS IS XREF-FILE-STATUS .
           SELECT CUST-MASTER ASSIGN TO CUSTMST
               FILE STATUS IS CUST-FILE-STATUS .
           SELECT CUST-LINK ASSIGN TO CUSTLNK
               FILE STATUS IS LINK-FILE-STATUS .
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT ARCHIVE-FILE ASSIGN TO ARCHIVE
               FILE STATUS IS ARCH-FILE-STATUS .
           SELECT CO-HOLDER-FILE ASSIGN TO COHOLDER
               FILE STATUS IS COH-FILE-STATUS .
           SELECT NOTE-FILE ASSIGN TO ACCTNOTE
               FILE STATUS IS NOTE-FILE-STATUS .
           SELECT TXN-HISTORY ASSIGN TO TXNHIST
               FILE STATUS IS HIST-FILE-STATUS .
           SELECT PROMISE-FILE ASSIGN TO PROMISES
               FILE STATUS IS PROM-FILE-STATUS .
           SELECT COLL-QUEUE ASSIGN TO COLLQ
               FILE STATUS IS CQ-FILE-STATUS .
           SELECT AGY-PLACE ASSIGN TO AGYPLAC
               FILE STATUS IS AGYP-FILE-STATUS .
           SELECT DISPUTE-FILE ASSIGN TO DISPUTES
               FILE STATUS IS DISP-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO DPKGRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD REQ-PARM RECORDING MODE F .
      *o pedido do titular: modo ('P' pacote, 'R' retencao), tipo
      *da chave ('1' CPF, '2' CNPJ - os mesmos do XREFMST - ou 'C'
      *numero do cliente), a chave e o protocolo do pedido, que sai
      *no cabecalho
       01  REQ-PARM-REC.
           05 DK-MODE           PIC X(1) .
             88 DK-PACKAGE          VALUE 'P'.
             88 DK-RETENTION        VALUE 'R'.
           05 DK-KEY-TYPE       PIC X(1) .
             88 DK-KEY-DOC          VALUES '1' '2'.
             88 DK-KEY-CUST         VALUE 'C'.
           05 DK-KEY            PIC X(14) .
           05 DK-REQUEST-ID     PIC X(12) .

       FD RET-PARM RECORDING MODE F .
      *uma regra por dataset: nome e dias de retencao, no layout do
      *RETPARM do Retain (o flag de arquivar nao interessa aqui)
       01  RET-PARM-REC.
           05 RT-DATASET        PIC X(8) .
           05 RT-RETAIN-DAYS    PIC 9(4) .
           05 RT-ARCHIVE-FLAG   PIC X(1) .

       FD XREF-MASTER RECORDING MODE F .
      *mesmo layout mantido pelo TaxXref
       01  XREF-MASTER-REC.
           05 XR-DOC-TYPE       PIC X(1) .
           05 XR-DOC-DIGITS     PIC X(14) .
           05 XR-ACCT-NO        PIC X(8) .

       FD CUST-MASTER RECORDING MODE F .
      *mesmo layout mantido pelo CustMaint
       01  CUST-MASTER-REC.
           05 CM-CUST-NO        PIC X(8) .
           05 CM-LAST-NAME      PIC X(20) .
           05 CM-FIRST-NAME     PIC X(15) .
           05 CM-STREET-ADDR    PIC X(25) .
           05 CM-CITY-COUNTY    PIC X(20) .
           05 CM-USA-STATE      PIC X(15) .
           05 CM-ZIP-CODE       PIC X(5) .
           05 CM-STMT-MODE      PIC X(1) .

       FD CUST-LINK RECORDING MODE F .
      *mesmo layout mantido pelo CustMaint
       01  CUST-LINK-REC.
           05 CL-CUST-NO        PIC X(8) .
           05 CL-ACCT-NO        PIC X(8) .

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD ARCHIVE-FILE RECORDING MODE F .
      *mesmo layout gravado pelo AcctArch: data do expurgo mais a
      *imagem completa do record do cadastro
       01  ARCHIVE-REC.
           05 AR-PURGE-DATE     PIC X(8) .
           05 AR-ACCT-IMAGE     PIC X(183) .

       FD CO-HOLDER-FILE RECORDING MODE F .
      *layout compartilhado no copybook COHOLDER
           COPY COHOLDER.

       FD NOTE-FILE RECORDING MODE F .
      *layout compartilhado no copybook ACCTNOTE
           COPY ACCTNOTE.

       FD TXN-HISTORY RECORDING MODE F .
      *layout compartilhado no copybook TXNHIST
           COPY TXNHIST.

       FD PROMISE-FILE RECORDING MODE F .
      *layout compartilhado no copybook PROMISE
           COPY PROMISE.

       FD COLL-QUEUE RECORDING MODE F .
      *layout compartilhado no copybook COLLQUE
           COPY COLLQUE.

       FD AGY-PLACE RECORDING MODE F .
      *layout compartilhado no copybook AGYPLAC
           COPY AGYPLAC.

       FD DISPUTE-FILE RECORDING MODE F .
      *mesmo layout mantido pelo BureauIn: resposta zerada = em
      *aberto
       01  DISPUTE-REC.
           05 DP-ACCT-NO        PIC X(8) .
           05 DP-RECV-DATE      PIC 9(8) .
           05 DP-DUE-DATE       PIC 9(8) .
           05 DP-ANSWERED-DATE  PIC 9(8) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(132) .

       WORKING-STORAGE SECTION.
       01  PARM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RETP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  XREF-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CUST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  LINK-FILE-STATUS     PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  ARCH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  COH-FILE-STATUS      PIC X(2) VALUE '00'.
       01  NOTE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  HIST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  PROM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CQ-FILE-STATUS       PIC X(2) VALUE '00'.
       01  AGYP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  DISP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.

      *chave do pedido
       01  WS-REQ-CUST-NO       PIC X(8) VALUE SPACES.

      *regras de retencao carregadas do DPKRET; dataset sem regra
      *fica retido
       01  WS-RULE-TABLE.
           05 WS-RULE-COUNT     PIC 9(2) VALUE ZERO.
           05 WS-RULE-ENTRY OCCURS 20 TIMES
                 INDEXED BY RLX.
              10 WR-DATASET     PIC X(8).
              10 WR-RETAIN-DAYS PIC 9(4).
       01  WS-RULE-FOUND        PIC X(1) VALUE 'N'.
           88 RULE-FOUND        VALUE 'Y'.

      *datasets por conta, na ordem das secoes do pacote
       01  WS-DS-NAME-VALUES.
           05 FILLER            PIC X(8) VALUE 'ACCTREC '.
           05 FILLER            PIC X(8) VALUE 'ARCHIVE '.
           05 FILLER            PIC X(8) VALUE 'COHOLDER'.
           05 FILLER            PIC X(8) VALUE 'ACCTNOTE'.
           05 FILLER            PIC X(8) VALUE 'TXNHIST '.
           05 FILLER            PIC X(8) VALUE 'PROMISES'.
           05 FILLER            PIC X(8) VALUE 'COLLQ   '.
           05 FILLER            PIC X(8) VALUE 'AGYPLAC '.
           05 FILLER            PIC X(8) VALUE 'DISPUTES'.
       01  WS-DS-NAME-TABLE REDEFINES WS-DS-NAME-VALUES.
           05 WS-DS-NAME        PIC X(8) OCCURS 9 TIMES.
       01  WS-DS-SUB            PIC 9(2) VALUE ZERO.

      *contas do pacote: onde a conta foi achada, o motivo legal
      *que trava os records dela e, por dataset, a contagem de
      *records e a classificacao de retencao. O pacote tem de ser
      *completo - tabela cheia aborta em vez de omitir conta
       01  WS-PKG-TABLE.
           05 WS-PKG-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-PKG-ENTRY OCCURS 200 TIMES
                 INDEXED BY PKX.
              10 WP-ACCT-NO     PIC X(8).
              10 WP-SOURCE      PIC X(1).
                 88 WP-ON-FILE      VALUE 'A'.
                 88 WP-PURGED       VALUE 'P'.
                 88 WP-NOT-FOUND    VALUE 'N'.
              10 WP-HOLD        PIC X(20).
              10 WP-DS-COUNTS OCCURS 9 TIMES.
                 15 WP-RECS        PIC 9(7).
                 15 WP-ERASE       PIC 9(7).
                 15 WP-KEEP-RULE   PIC 9(7).
                 15 WP-KEEP-LEGAL  PIC 9(7).
       01  WS-PKG-FOUND         PIC X(1) VALUE 'N'.
           88 PKG-FOUND         VALUE 'Y'.
       01  WS-FIND-ACCT         PIC X(8) VALUE SPACES.

      *clientes ligados as contas do pacote
       01  WS-CUS-TABLE.
           05 WS-CUS-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-CUS-NO OCCURS 50 TIMES
                 INDEXED BY CUX    PIC X(8).
       01  WS-CUS-FOUND         PIC X(1) VALUE 'N'.
           88 CUS-FOUND         VALUE 'Y'.
       01  WS-FIND-CUST         PIC X(8) VALUE SPACES.

      *classificacao de retencao do record corrente
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INTEGER     PIC S9(9) VALUE ZERO.
       01  WS-REC-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REC-AGE           PIC S9(9) VALUE ZERO.

      *contadores e totais de controle da execucao
       01  WS-DOC-LINKS         PIC 9(5) VALUE ZERO.
       01  WS-CUST-RECS         PIC 9(5) VALUE ZERO.
       01  WS-LINK-RECS         PIC 9(5) VALUE ZERO.
       01  WS-SUBJ-RECS         PIC 9(5) VALUE ZERO.
       01  WS-TOT-RECS          PIC 9(9) VALUE ZERO.
       01  WS-TOT-ERASE         PIC 9(9) VALUE ZERO.
       01  WS-TOT-KEEP          PIC 9(9) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-NOTHING-FOUND  VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma CPFCHECK, a
      *mesma critica de digito verificador do PROGCOBCPF
           COPY DOCCHKPR.

       01  TITLE-LINE.
           05 TL-TITLE           PIC X(32).
           05 FILLER             PIC X(10) VALUE ' REQUEST: '.
           05 TL-REQUEST-ID      PIC X(12).
           05 FILLER             PIC X(7)  VALUE '  KEY: '.
           05 TL-KEY-TYPE        PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 TL-KEY             PIC X(14).
           05 FILLER             PIC X(55) VALUE SPACES.

       01  DOC-LINE.
           05 FILLER             PIC X(14) VALUE 'DOCUMENT TYPE '.
           05 DL-DOC-TYPE        PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DL-DOC-DIGITS      PIC X(14).
           05 FILLER             PIC X(10) VALUE '  ACCOUNT '.
           05 DL-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(83) VALUE SPACES.

       01  CUST-LINE.
           05 CU-CUST-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CU-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 CU-FIRST-NAME      PIC X(15).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CU-STREET-ADDR     PIC X(25).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CU-CITY-COUNTY     PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CU-USA-STATE       PIC X(15).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CU-ZIP-CODE        PIC X(5).
           05 FILLER             PIC X(7)  VALUE '  STMT '.
           05 CU-STMT-MODE       PIC X(1).
           05 FILLER             PIC X(5)  VALUE SPACES.

       01  ACCT-LINE-1.
           05 AC-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AC-SOURCE          PIC X(20).
           05 FILLER             PIC X(5)  VALUE '  ST '.
           05 AC-STATUS          PIC X(1).
           05 FILLER             PIC X(8)  VALUE '  LIMIT '.
           05 AC-LIMIT           PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(10) VALUE '  BALANCE '.
           05 AC-BALANCE         PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 AC-CURRENCY        PIC X(3).
           05 FILLER             PIC X(11) VALUE '  LAST ACT '.
           05 AC-LAST-ACTIVITY   PIC 9999/99/99.
           05 FILLER             PIC X(18)
              VALUE '  MAIL SUPPRESSED '.
           05 AC-MAIL-SUPPRESS   PIC X(1).
           05 FILLER             PIC X(7)  VALUE SPACES.

       01  ACCT-LINE-2.
           05 FILLER             PIC X(10) VALUE SPACES.
           05 AD-FIRST-NAME      PIC X(15).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 AD-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AD-STREET-ADDR     PIC X(25).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AD-CITY-COUNTY     PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AD-USA-STATE       PIC X(15).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 AD-ZIP-CODE        PIC X(5).
           05 FILLER             PIC X(13) VALUE SPACES.

       01  ACCT-LINE-3.
           05 FILLER             PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'COMMENTS: '.
           05 AD-COMMENTS        PIC X(50).
           05 FILLER             PIC X(62) VALUE SPACES.

       01  COH-LINE.
           05 CH-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CH-FIRST-NAME      PIC X(15).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 CH-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(86) VALUE SPACES.

       01  NOTE-LINE.
           05 NL-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 NL-SEQ             PIC 9(4).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 NL-TIMESTAMP       PIC X(14).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 NL-OPERATOR-ID     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 NL-TEXT            PIC X(50).
           05 FILLER             PIC X(40) VALUE SPACES.

       01  TXN-LINE.
           05 TX-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TX-TXN-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TX-SEQ             PIC 9(7).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TX-TXN-TYPE        PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TX-AMOUNT          PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TX-NEW-BALANCE     PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TX-REF-SEQ         PIC 9(7).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TX-XFER-FLAG       PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TX-ORIG-CURRENCY   PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 TX-ORIG-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER             PIC X(35) VALUE SPACES.

       01  PROM-LINE.
           05 PL-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PL-AMOUNT          PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PL-PROMISE-DATE    PIC 9999/99/99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PL-OPERATOR-ID     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PL-STATUS          PIC X(1).
           05 FILLER             PIC X(84) VALUE SPACES.

       01  QUEUE-LINE.
           05 FILLER             PIC X(7)  VALUE 'QUEUE  '.
           05 QL-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 QL-COLLECTOR       PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 QL-STATUS          PIC X(1).
           05 FILLER             PIC X(14) VALUE '  LAST ACTION '.
           05 QL-LAST-ACTION     PIC 9999/99/99.
           05 FILLER             PIC X(9)  VALUE '  QUEUED '.
           05 QL-FIRST-QUEUED    PIC 9999/99/99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 QL-BALANCE         PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(45) VALUE SPACES.

       01  AGENCY-LINE.
           05 FILLER             PIC X(7)  VALUE 'AGENCY '.
           05 PA-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PA-AGENCY-ID       PIC X(8).
           05 FILLER             PIC X(9)  VALUE '  PLACED '.
           05 PA-PLACED-DATE     PIC 9999/99/99.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 PA-REASON          PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PA-BALANCE         PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 PA-STATUS          PIC X(1).
           05 FILLER             PIC X(12) VALUE '  COLLECTED '.
           05 PA-COLLECTED       PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(11) VALUE '  RETURNED '.
           05 PA-RETURN-DATE     PIC 9999/99/99.
           05 FILLER             PIC X(20) VALUE SPACES.

       01  DISPUTE-LINE.
           05 DS-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(11) VALUE '  RECEIVED '.
           05 DS-RECV-DATE       PIC 9999/99/99.
           05 FILLER             PIC X(6)  VALUE '  DUE '.
           05 DS-DUE-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(11) VALUE '  ANSWERED '.
           05 DS-ANSWERED-DATE   PIC 9999/99/99.
           05 FILLER             PIC X(66) VALUE SPACES.

       01  RET-COLUMN-LINE.
           05 FILLER             PIC X(10) VALUE 'ACCOUNT'.
           05 FILLER             PIC X(10) VALUE 'DATASET'.
           05 FILLER             PIC X(12) VALUE '   RECORDS'.
           05 FILLER             PIC X(12) VALUE '  ERASABLE'.
           05 FILLER             PIC X(12) VALUE ' KEEP-RULE'.
           05 FILLER             PIC X(12) VALUE 'KEEP-LEGAL'.
           05 FILLER             PIC X(20) VALUE 'LEGAL HOLD'.
           05 FILLER             PIC X(44) VALUE SPACES.

       01  RET-LINE.
           05 RL-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RL-DATASET         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RL-RECS            PIC ZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RL-ERASE           PIC ZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RL-KEEP-RULE       PIC ZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RL-KEEP-LEGAL      PIC ZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 RL-HOLD            PIC X(20).
           05 FILLER             PIC X(44) VALUE SPACES.

       01  BLANK-LINE            PIC X(132) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM GATHER-ACCOUNTS.
           PERFORM LOAD-LEGAL-HOLDS.
           PERFORM WRITE-HEADINGS.
           IF DK-PACKAGE
              PERFORM REPORT-SUBJECT
           END-IF.
           PERFORM REPORT-MASTER-RECORDS.
           PERFORM REPORT-ARCHIVE.
           PERFORM REPORT-COHOLDERS.
           PERFORM REPORT-NOTES.
           PERFORM REPORT-HISTORY.
           PERFORM REPORT-PROMISES.
           PERFORM REPORT-COLLECTIONS.
           PERFORM REPORT-DISPUTES.
           IF DK-RETENTION
              PERFORM WRITE-RETENTION-SUMMARY
           END-IF.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           PERFORM READ-REQUEST-PARM.
           IF DK-RETENTION
              PERFORM LOAD-RETENTION-RULES
           END-IF.
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

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       READ-REQUEST-PARM.
      *sem cartao valido nao ha pedido: documento com digito
      *verificador errado nao e procurado
           OPEN INPUT REQ-PARM.
           IF PARM-FILE-STATUS NOT = '00'
              STRING 'OPEN REQ-PARM FAILED, STATUS ' PARM-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           READ REQ-PARM.
           IF PARM-FILE-STATUS NOT = '00'
              OR NOT (DK-PACKAGE OR DK-RETENTION)
              OR NOT (DK-KEY-DOC OR DK-KEY-CUST)
              OR DK-KEY = SPACES
              STRING 'REQ-PARM MODE OR KEY MISSING OR INVALID'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           CLOSE REQ-PARM.
           IF DK-KEY-DOC
              MOVE DK-KEY-TYPE TO DC-DOC-TYPE
              MOVE DK-KEY      TO DC-DIGITS
              CALL 'CPFCHECK' USING DOC-CHECK-PARMS
              IF NOT DC-DOC-VALIDO
                 STRING 'REQ-PARM DOCUMENT CHECK DIGITS INVALID'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           ELSE
              MOVE DK-KEY (1:8) TO WS-REQ-CUST-NO
           END-IF.

       LOAD-RETENTION-RULES.
           OPEN INPUT RET-PARM.
           IF RETP-FILE-STATUS NOT = '00'
              STRING 'OPEN RET-PARM FAILED, STATUS ' RETP-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE 'N' TO WS-GEN-EOF.
           PERFORM READ-RETP-REC.
           PERFORM UNTIL GEN-EOF OR WS-RULE-COUNT = 20
              ADD 1 TO WS-RULE-COUNT
              SET RLX TO WS-RULE-COUNT
              MOVE RT-DATASET     TO WR-DATASET (RLX)
              MOVE RT-RETAIN-DAYS TO WR-RETAIN-DAYS (RLX)
              PERFORM READ-RETP-REC
           END-PERFORM.
           CLOSE RET-PARM.
           IF WS-RULE-COUNT = ZERO
              STRING 'RETENTION PARM FILE IS EMPTY'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-RETP-REC.
           READ RET-PARM
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF RETP-FILE-STATUS NOT = '00'
              AND RETP-FILE-STATUS NOT = '10'
              STRING 'READ RET-PARM FAILED, STATUS ' RETP-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'DATAPKG ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------
      *montagem do conjunto de contas do titular
      *-----------------------------------------------------------
       GATHER-ACCOUNTS.
      *documento: contas do XREFMST; cliente: o proprio cliente.
      *Depois os clientes ligados as contas achadas e as demais
      *contas desses clientes, pelo CUSTLNK
           IF DK-KEY-DOC
              PERFORM SCAN-XREF-BY-DOC
           ELSE
              MOVE WS-REQ-CUST-NO TO WS-FIND-CUST
              PERFORM ADD-PKG-CUST
           END-IF.
           PERFORM SCAN-LINKS-FOR-CUSTOMERS.
           PERFORM SCAN-LINKS-FOR-ACCOUNTS.

       SCAN-XREF-BY-DOC.
           OPEN INPUT XREF-MASTER.
           IF XREF-FILE-STATUS = '05' OR XREF-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF XREF-FILE-STATUS NOT = '00'
                 STRING 'OPEN XREF-MASTER FAILED, STATUS '
                    XREF-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-XREF-REC
              PERFORM UNTIL GEN-EOF
                 IF XR-DOC-TYPE = DK-KEY-TYPE
                    AND XR-DOC-DIGITS = DK-KEY
                    MOVE XR-ACCT-NO TO WS-FIND-ACCT
                    PERFORM ADD-PKG-ACCT
                 END-IF
                 PERFORM READ-XREF-REC
              END-PERFORM
              CLOSE XREF-MASTER
           END-IF.

       READ-XREF-REC.
           READ XREF-MASTER
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF XREF-FILE-STATUS NOT = '00'
              AND XREF-FILE-STATUS NOT = '10'
              STRING 'READ XREF-MASTER FAILED, STATUS '
                 XREF-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SCAN-LINKS-FOR-CUSTOMERS.
           PERFORM OPEN-CUST-LINK.
           PERFORM UNTIL GEN-EOF
              MOVE CL-ACCT-NO TO WS-FIND-ACCT
              PERFORM FIND-PKG-ACCT
              IF PKG-FOUND
                 MOVE CL-CUST-NO TO WS-FIND-CUST
                 PERFORM ADD-PKG-CUST
              END-IF
              PERFORM READ-LINK-REC
           END-PERFORM.
           PERFORM CLOSE-CUST-LINK.

       SCAN-LINKS-FOR-ACCOUNTS.
           PERFORM OPEN-CUST-LINK.
           PERFORM UNTIL GEN-EOF
              MOVE CL-CUST-NO TO WS-FIND-CUST
              PERFORM FIND-PKG-CUST
              IF CUS-FOUND
                 MOVE CL-ACCT-NO TO WS-FIND-ACCT
                 PERFORM ADD-PKG-ACCT
              END-IF
              PERFORM READ-LINK-REC
           END-PERFORM.
           PERFORM CLOSE-CUST-LINK.

       OPEN-CUST-LINK.
      *sem CUSTLNK alocado a busca fica so no XREFMST
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT CUST-LINK.
           IF LINK-FILE-STATUS = '05' OR LINK-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF LINK-FILE-STATUS NOT = '00'
                 STRING 'OPEN CUST-LINK FAILED, STATUS '
                    LINK-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-LINK-REC
           END-IF.

       CLOSE-CUST-LINK.
           IF LINK-FILE-STATUS NOT = '05'
              AND LINK-FILE-STATUS NOT = '35'
              CLOSE CUST-LINK
           END-IF.

       READ-LINK-REC.
           READ CUST-LINK
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF LINK-FILE-STATUS NOT = '00'
              AND LINK-FILE-STATUS NOT = '10'
              STRING 'READ CUST-LINK FAILED, STATUS '
                 LINK-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       FIND-PKG-ACCT.
           MOVE 'N' TO WS-PKG-FOUND.
           SET PKX TO 1.
           SEARCH WS-PKG-ENTRY
              AT END CONTINUE
              WHEN PKX > WS-PKG-COUNT
                 CONTINUE
              WHEN WP-ACCT-NO (PKX) = WS-FIND-ACCT
                 MOVE 'Y' TO WS-PKG-FOUND
           END-SEARCH.

       ADD-PKG-ACCT.
           PERFORM FIND-PKG-ACCT.
           IF NOT PKG-FOUND
              IF WS-PKG-COUNT = 200
                 STRING 'PACKAGE ACCOUNT TABLE FULL AT 200'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-PKG-COUNT
              SET PKX TO WS-PKG-COUNT
              INITIALIZE WS-PKG-ENTRY (PKX)
              MOVE WS-FIND-ACCT TO WP-ACCT-NO (PKX)
              MOVE 'N'          TO WP-SOURCE (PKX)
              MOVE SPACES       TO WP-HOLD (PKX)
           END-IF.

       FIND-PKG-CUST.
           MOVE 'N' TO WS-CUS-FOUND.
           SET CUX TO 1.
           SEARCH WS-CUS-NO
              AT END CONTINUE
              WHEN CUX > WS-CUS-COUNT
                 CONTINUE
              WHEN WS-CUS-NO (CUX) = WS-FIND-CUST
                 MOVE 'Y' TO WS-CUS-FOUND
           END-SEARCH.

       ADD-PKG-CUST.
           PERFORM FIND-PKG-CUST.
           IF NOT CUS-FOUND
              IF WS-CUS-COUNT = 50
                 STRING 'PACKAGE CUSTOMER TABLE FULL AT 50'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-CUS-COUNT
              SET CUX TO WS-CUS-COUNT
              MOVE WS-FIND-CUST TO WS-CUS-NO (CUX)
           END-IF.

      *-----------------------------------------------------------
      *motivos legais de retencao vindos da cobranca e do bureau
      *-----------------------------------------------------------
       LOAD-LEGAL-HOLDS.
      *contestacao de bureau em aberto, conta em cobranca (juridica
      *ou nao) e colocacao ativa na agencia travam a conta inteira;
      *o primeiro motivo achado e o que sai no relatorio
           PERFORM HOLDS-FROM-DISPUTES.
           PERFORM HOLDS-FROM-COLL-QUEUE.
           PERFORM HOLDS-FROM-AGENCY.

       HOLDS-FROM-DISPUTES.
           PERFORM OPEN-DISPUTE-FILE.
           PERFORM UNTIL GEN-EOF
              IF DP-ANSWERED-DATE = ZERO
                 MOVE DP-ACCT-NO TO WS-FIND-ACCT
                 PERFORM FIND-PKG-ACCT
                 IF PKG-FOUND AND WP-HOLD (PKX) = SPACES
                    MOVE 'OPEN BUREAU DISPUTE' TO WP-HOLD (PKX)
                 END-IF
              END-IF
              PERFORM READ-DISP-REC
           END-PERFORM.
           PERFORM CLOSE-DISPUTE-FILE.

       HOLDS-FROM-COLL-QUEUE.
           PERFORM OPEN-COLL-QUEUE.
           PERFORM UNTIL GEN-EOF
              IF NOT CQ-ST-CLOSED
                 MOVE CQ-ACCT-NO TO WS-FIND-ACCT
                 PERFORM FIND-PKG-ACCT
                 IF PKG-FOUND AND WP-HOLD (PKX) = SPACES
                    IF CQ-ST-LEGAL
                       MOVE 'LEGAL COLLECTION' TO WP-HOLD (PKX)
                    ELSE
                       MOVE 'IN COLLECTION'    TO WP-HOLD (PKX)
                    END-IF
                 END-IF
              END-IF
              PERFORM READ-CQ-REC
           END-PERFORM.
           PERFORM CLOSE-COLL-QUEUE.

       HOLDS-FROM-AGENCY.
           PERFORM OPEN-AGY-PLACE.
           PERFORM UNTIL GEN-EOF
              IF AP-ST-ACTIVE
                 MOVE AP-ACCT-NO TO WS-FIND-ACCT
                 PERFORM FIND-PKG-ACCT
                 IF PKG-FOUND AND WP-HOLD (PKX) = SPACES
                    MOVE 'AGENCY PLACEMENT' TO WP-HOLD (PKX)
                 END-IF
              END-IF
              PERFORM READ-AGYP-REC
           END-PERFORM.
           PERFORM CLOSE-AGY-PLACE.

      *-----------------------------------------------------------
      *cabecalho e dados do titular
      *-----------------------------------------------------------
       WRITE-HEADINGS.
           IF DK-PACKAGE
              MOVE 'CUSTOMER DATA PACKAGE' TO TL-TITLE
           ELSE
              MOVE 'CUSTOMER DATA RETENTION REVIEW' TO TL-TITLE
           END-IF.
           MOVE DK-REQUEST-ID TO TL-REQUEST-ID.
           MOVE DK-KEY-TYPE   TO TL-KEY-TYPE.
           MOVE DK-KEY        TO TL-KEY.
           MOVE TITLE-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           IF DK-RETENTION
              MOVE RET-COLUMN-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       REPORT-SUBJECT.
      *documentos fiscais das contas do pacote e cadastro de cada
      *cliente ligado
           MOVE '--- TAX DOCUMENTS ON FILE (XREFMST) ---'
              TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM SCAN-XREF-FOR-DOCS.
           MOVE '--- CUSTOMER RECORDS (CUSTMST) ---' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           PERFORM SCAN-CUST-MASTER.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       SCAN-XREF-FOR-DOCS.
           OPEN INPUT XREF-MASTER.
           IF XREF-FILE-STATUS = '05' OR XREF-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF XREF-FILE-STATUS NOT = '00'
                 STRING 'OPEN XREF-MASTER FAILED, STATUS '
                    XREF-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-XREF-REC
              PERFORM UNTIL GEN-EOF
                 MOVE XR-ACCT-NO TO WS-FIND-ACCT
                 PERFORM FIND-PKG-ACCT
                 IF PKG-FOUND
                    ADD 1 TO WS-DOC-LINKS
                    IF DK-PACKAGE
                       MOVE XR-DOC-TYPE   TO DL-DOC-TYPE
                       MOVE XR-DOC-DIGITS TO DL-DOC-DIGITS
                       MOVE XR-ACCT-NO    TO DL-ACCT-NO
                       MOVE DOC-LINE TO REPORT-REC
                       PERFORM WRITE-REPORT-REC
                    END-IF
                 END-IF
                 PERFORM READ-XREF-REC
              END-PERFORM
              CLOSE XREF-MASTER
           END-IF.

       SCAN-CUST-MASTER.
           OPEN INPUT CUST-MASTER.
           IF CUST-FILE-STATUS = '05' OR CUST-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF CUST-FILE-STATUS NOT = '00'
                 STRING 'OPEN CUST-MASTER FAILED, STATUS '
                    CUST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-CUST-REC
              PERFORM UNTIL GEN-EOF
                 MOVE CM-CUST-NO TO WS-FIND-CUST
                 PERFORM FIND-PKG-CUST
                 IF CUS-FOUND
                    ADD 1 TO WS-CUST-RECS
                    IF DK-PACKAGE
                       MOVE CM-CUST-NO     TO CU-CUST-NO
                       MOVE CM-LAST-NAME   TO CU-LAST-NAME
                       MOVE CM-FIRST-NAME  TO CU-FIRST-NAME
                       MOVE CM-STREET-ADDR TO CU-STREET-ADDR
                       MOVE CM-CITY-COUNTY TO CU-CITY-COUNTY
                       MOVE CM-USA-STATE   TO CU-USA-STATE
                       MOVE CM-ZIP-CODE    TO CU-ZIP-CODE
                       MOVE CM-STMT-MODE   TO CU-STMT-MODE
                       MOVE CUST-LINE TO REPORT-REC
                       PERFORM WRITE-REPORT-REC
                    END-IF
                 END-IF
                 PERFORM READ-CUST-REC
              END-PERFORM
              CLOSE CUST-MASTER
           END-IF.

       READ-CUST-REC.
           READ CUST-MASTER
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF CUST-FILE-STATUS NOT = '00'
              AND CUST-FILE-STATUS NOT = '10'
              STRING 'READ CUST-MASTER FAILED, STATUS '
                 CUST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

      *-----------------------------------------------------------
      *registro mestre e arquivo morto
      *-----------------------------------------------------------
       REPORT-MASTER-RECORDS.
           IF DK-PACKAGE
              MOVE '--- ACCOUNT MASTER RECORDS (ACCTREC) ---'
                 TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           IF WS-PKG-COUNT > ZERO
              PERFORM REPORT-ONE-MASTER
                 VARYING PKX FROM 1 BY 1
                 UNTIL PKX > WS-PKG-COUNT
           END-IF.
           IF DK-PACKAGE
              MOVE BLANK-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       REPORT-ONE-MASTER.
      *conta ainda no cadastro: a situacao dela tambem pode travar
      *os records - remetida ao estado, saldo em aberto ou ativa
           MOVE WP-ACCT-NO (PKX) TO ACCT-NO.
           READ ACCT-REC.
           EVALUATE TRUE
              WHEN ACCT-FILE-STATUS = '23'
                 IF DK-PACKAGE
                    STRING WP-ACCT-NO (PKX) '  NOT ON FILE'
                       DELIMITED BY SIZE INTO REPORT-REC
                    PERFORM WRITE-REPORT-REC
                 END-IF
              WHEN ACCT-FILE-STATUS NOT = '00'
                 STRING 'READ ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              WHEN OTHER
                 MOVE 'A' TO WP-SOURCE (PKX)
                 IF WP-HOLD (PKX) = SPACES
                    EVALUATE TRUE
                       WHEN ACCT-ST-ESCHEAT
                          MOVE 'ESCHEATED TO STATE' TO WP-HOLD (PKX)
                       WHEN ACCT-BALANCE NOT = ZERO
                          MOVE 'BALANCE OUTSTANDING' TO WP-HOLD (PKX)
                       WHEN NOT ACCT-ST-CLOSED
                          MOVE 'ACTIVE ACCOUNT' TO WP-HOLD (PKX)
                    END-EVALUATE
                 END-IF
                 MOVE 1 TO WS-DS-SUB
                 MOVE ACCT-LAST-ACTIVITY TO WS-REC-DATE
                 PERFORM COUNT-PKG-RECORD
                 IF DK-PACKAGE
                    MOVE 'ON FILE' TO AC-SOURCE
                    PERFORM WRITE-ACCOUNT-LINES
                 END-IF
           END-EVALUATE.

       WRITE-ACCOUNT-LINES.
      *o record do cadastro (vindo do ACCTREC ou da imagem do
      *ARCHIVE) em tres linhas
           MOVE ACCT-NO            TO AC-ACCT-NO.
           MOVE ACCT-STATUS        TO AC-STATUS.
           MOVE ACCT-LIMIT         TO AC-LIMIT.
           MOVE ACCT-BALANCE       TO AC-BALANCE.
           MOVE ACCT-CURRENCY-CODE TO AC-CURRENCY.
           MOVE ACCT-LAST-ACTIVITY TO AC-LAST-ACTIVITY.
           IF MAIL-SUPPRESSED
              MOVE 'Y' TO AC-MAIL-SUPPRESS
           ELSE
              MOVE 'N' TO AC-MAIL-SUPPRESS
           END-IF.
           MOVE ACCT-LINE-1 TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE FIRST-NAME    TO AD-FIRST-NAME.
           MOVE LAST-NAME     TO AD-LAST-NAME.
           MOVE STREET-ADDR   TO AD-STREET-ADDR.
           MOVE CITY-COUNTY   TO AD-CITY-COUNTY.
           MOVE USA-STATE     TO AD-USA-STATE.
           MOVE ACCT-ZIP-CODE TO AD-ZIP-CODE.
           MOVE ACCT-LINE-2 TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE COMMENTS      TO AD-COMMENTS.
           MOVE ACCT-LINE-3 TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

       REPORT-ARCHIVE.
      *cada expurgo da conta deixou uma imagem no arquivo morto; a
      *imagem vai para a area do record do cadastro so para ser
      *impressa pelas mesmas linhas
           IF DK-PACKAGE
              MOVE '--- PURGED ACCOUNT IMAGES (ARCHIVE) ---'
                 TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           MOVE 2 TO WS-DS-SUB.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-FILE-STATUS = '05' OR ARCH-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF ARCH-FILE-STATUS NOT = '00'
                 STRING 'OPEN ARCHIVE-FILE FAILED, STATUS '
                    ARCH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-ARCH-REC
              PERFORM UNTIL GEN-EOF
                 MOVE AR-ACCT-IMAGE (1:8) TO WS-FIND-ACCT
                 PERFORM FIND-PKG-ACCT
                 IF PKG-FOUND
                    IF NOT WP-ON-FILE (PKX)
                       MOVE 'P' TO WP-SOURCE (PKX)
                    END-IF
                    MOVE AR-PURGE-DATE TO WS-REC-DATE
                    PERFORM COUNT-PKG-RECORD
                    IF DK-PACKAGE
                       MOVE AR-ACCT-IMAGE TO ACCT-FIELDS
                       MOVE SPACES TO AC-SOURCE
                       STRING 'PURGED ' AR-PURGE-DATE
                          DELIMITED BY SIZE INTO AC-SOURCE
                       PERFORM WRITE-ACCOUNT-LINES
                    END-IF
                 END-IF
                 PERFORM READ-ARCH-REC
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF.
           PERFORM END-SECTION.

       READ-ARCH-REC.
           READ ARCHIVE-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF ARCH-FILE-STATUS NOT = '00'
              AND ARCH-FILE-STATUS NOT = '10'
              STRING 'READ ARCHIVE-FILE FAILED, STATUS '
                 ARCH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

      *-----------------------------------------------------------
      *dados ligados a conta
      *-----------------------------------------------------------
       REPORT-COHOLDERS.
      *co-titular nao tem data propria: segue a ultima movimentacao
      *da conta, que ja esta no record do cadastro lido por ultimo
           IF DK-PACKAGE
              MOVE '--- CO-HOLDERS (COHOLDER) ---' TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           MOVE 3 TO WS-DS-SUB.
           OPEN INPUT CO-HOLDER-FILE.
           IF COH-FILE-STATUS = '05' OR COH-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF COH-FILE-STATUS NOT = '00'
                 STRING 'OPEN CO-HOLDER-FILE FAILED, STATUS '
                    COH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-COH-REC
              PERFORM UNTIL GEN-EOF
                 MOVE JH-ACCT-NO TO WS-FIND-ACCT
                 PERFORM FIND-PKG-ACCT
                 IF PKG-FOUND
                    PERFORM COHOLDER-DATE
                    PERFORM COUNT-PKG-RECORD
                    IF DK-PACKAGE
                       MOVE JH-ACCT-NO    TO CH-ACCT-NO
                       MOVE JH-FIRST-NAME TO CH-FIRST-NAME
                       MOVE JH-LAST-NAME  TO CH-LAST-NAME
                       MOVE COH-LINE TO REPORT-REC
                       PERFORM WRITE-REPORT-REC
                    END-IF
                 END-IF
                 PERFORM READ-COH-REC
              END-PERFORM
              CLOSE CO-HOLDER-FILE
           END-IF.
           PERFORM END-SECTION.

       COHOLDER-DATE.
      *a data do co-titular e a ultima movimentacao da conta dele;
      *conta fora do cadastro nao tem data e o record fica retido
           MOVE ZERO TO WS-REC-DATE.
           IF WP-ON-FILE (PKX)
              MOVE JH-ACCT-NO TO ACCT-NO
              READ ACCT-REC
              IF ACCT-FILE-STATUS = '00'
                 MOVE ACCT-LAST-ACTIVITY TO WS-REC-DATE
              END-IF
           END-IF.

       READ-COH-REC.
           READ CO-HOLDER-FILE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF COH-FILE-STATUS NOT = '00'
              AND COH-FILE-STATUS NOT = '10'
              STRING 'READ CO-HOLDER-FILE FAILED, STATUS '
                 COH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REPORT-NOTES.
           IF DK-PACKAGE
              MOVE '--- ACCOUNT NOTES (ACCTNOTE) ---' TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           MOVE 4 TO WS-DS-SUB.
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
                 MOVE AN-ACCT-NO TO WS-FIND-ACCT
                 PERFORM FIND-PKG-ACCT
                 IF PKG-FOUND
                    MOVE ZERO TO WS-REC-DATE
                    IF AN-TIMESTAMP (1:8) NUMERIC
                       MOVE AN-TIMESTAMP (1:8) TO WS-REC-DATE
                    END-IF
                    PERFORM COUNT-PKG-RECORD
                    IF DK-PACKAGE
                       MOVE AN-ACCT-NO     TO NL-ACCT-NO
                       MOVE AN-SEQ         TO NL-SEQ
                       MOVE AN-TIMESTAMP   TO NL-TIMESTAMP
                       MOVE AN-OPERATOR-ID TO NL-OPERATOR-ID
                       MOVE AN-TEXT        TO NL-TEXT
                       MOVE NOTE-LINE TO REPORT-REC
                       PERFORM WRITE-REPORT-REC
                    END-IF
                 END-IF
                 PERFORM READ-NOTE-REC
              END-PERFORM
              CLOSE NOTE-FILE
           END-IF.
           PERFORM END-SECTION.

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

       REPORT-HISTORY.
           IF DK-PACKAGE
              MOVE '--- TRANSACTION HISTORY (TXNHIST) ---'
                 TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           MOVE 5 TO WS-DS-SUB.
           OPEN INPUT TXN-HISTORY.
           IF HIST-FILE-STATUS = '05' OR HIST-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF HIST-FILE-STATUS NOT = '00'
                 STRING 'OPEN TXN-HISTORY FAILED, STATUS '
                    HIST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-GEN-EOF
              PERFORM READ-HIST-REC
              PERFORM UNTIL GEN-EOF
                 MOVE TH-ACCT-NO TO WS-FIND-ACCT
                 PERFORM FIND-PKG-ACCT
                 IF PKG-FOUND
                    MOVE TH-TXN-DATE TO WS-REC-DATE
                    PERFORM COUNT-PKG-RECORD
                    IF DK-PACKAGE
                       MOVE TH-ACCT-NO       TO TX-ACCT-NO
                       MOVE TH-TXN-DATE      TO TX-TXN-DATE
                       MOVE TH-SEQ           TO TX-SEQ
                       MOVE TH-TXN-TYPE      TO TX-TXN-TYPE
                       MOVE TH-AMOUNT        TO TX-AMOUNT
                       MOVE TH-NEW-BALANCE   TO TX-NEW-BALANCE
                       MOVE TH-REF-SEQ       TO TX-REF-SEQ
                       MOVE TH-XFER-FLAG     TO TX-XFER-FLAG
                       MOVE TH-ORIG-CURRENCY TO TX-ORIG-CURRENCY
                       MOVE TH-ORIG-AMOUNT   TO TX-ORIG-AMOUNT
                       MOVE TXN-LINE TO REPORT-REC
                       PERFORM WRITE-REPORT-REC
                    END-IF
                 END-IF
                 PERFORM READ-HIST-REC
              END-PERFORM
              CLOSE TXN-HISTORY
           END-IF.
           PERFORM END-SECTION.

       READ-HIST-REC.
           READ TXN-HISTORY
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF HIST-FILE-STATUS NOT = '00'
              AND HIST-FILE-STATUS NOT = '10'
              STRING 'READ TXN-HISTORY FAILED, STATUS '
                 HIST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REPORT-PROMISES.
           IF DK-PACKAGE
              MOVE '--- PAYMENT PROMISES (PROMISES) ---' TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           MOVE 6 TO WS-DS-SUB.
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
                 MOVE PR-ACCT-NO TO WS-FIND-ACCT
                 PERFORM FIND-PKG-ACCT
                 IF PKG-FOUND
                    MOVE PR-PROMISE-DATE TO WS-REC-DATE
                    PERFORM COUNT-PKG-RECORD
                    IF DK-PACKAGE
                       MOVE PR-ACCT-NO      TO PL-ACCT-NO
                       MOVE PR-AMOUNT       TO PL-AMOUNT
                       MOVE PR-PROMISE-DATE TO PL-PROMISE-DATE
                       MOVE PR-OPERATOR-ID  TO PL-OPERATOR-ID
                       MOVE PR-STATUS       TO PL-STATUS
                       MOVE PROM-LINE TO REPORT-REC
                       PERFORM WRITE-REPORT-REC
                    END-IF
                 END-IF
                 PERFORM READ-PROM-REC
              END-PERFORM
              CLOSE PROMISE-FILE
           END-IF.
           PERFORM END-SECTION.

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

       REPORT-COLLECTIONS.
      *item da fila de cobranca e o inventario de colocacoes na
      *agencia externa, que guarda cada colocacao ja feita
           IF DK-PACKAGE
              MOVE '--- COLLECTION QUEUE AND AGENCY PLACEMENTS ---'
                 TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           MOVE 7 TO WS-DS-SUB.
           PERFORM OPEN-COLL-QUEUE.
           PERFORM UNTIL GEN-EOF
              MOVE CQ-ACCT-NO TO WS-FIND-ACCT
              PERFORM FIND-PKG-ACCT
              IF PKG-FOUND
                 MOVE CQ-LAST-ACTION TO WS-REC-DATE
                 PERFORM COUNT-PKG-RECORD
                 IF DK-PACKAGE
                    MOVE CQ-ACCT-NO      TO QL-ACCT-NO
                    MOVE CQ-COLLECTOR    TO QL-COLLECTOR
                    MOVE CQ-STATUS       TO QL-STATUS
                    MOVE CQ-LAST-ACTION  TO QL-LAST-ACTION
                    MOVE CQ-FIRST-QUEUED TO QL-FIRST-QUEUED
                    MOVE CQ-BALANCE      TO QL-BALANCE
                    MOVE QUEUE-LINE TO REPORT-REC
                    PERFORM WRITE-REPORT-REC
                 END-IF
              END-IF
              PERFORM READ-CQ-REC
           END-PERFORM.
           PERFORM CLOSE-COLL-QUEUE.
           MOVE 8 TO WS-DS-SUB.
           PERFORM OPEN-AGY-PLACE.
           PERFORM UNTIL GEN-EOF
              MOVE AP-ACCT-NO TO WS-FIND-ACCT
              PERFORM FIND-PKG-ACCT
              IF PKG-FOUND
                 IF AP-ST-RETURNED
                    MOVE AP-RETURN-DATE TO WS-REC-DATE
                 ELSE
                    MOVE AP-PLACED-DATE TO WS-REC-DATE
                 END-IF
                 PERFORM COUNT-PKG-RECORD
                 IF DK-PACKAGE
                    MOVE AP-ACCT-NO        TO PA-ACCT-NO
                    MOVE AP-AGENCY-ID      TO PA-AGENCY-ID
                    MOVE AP-PLACED-DATE    TO PA-PLACED-DATE
                    MOVE AP-PLACE-REASON   TO PA-REASON
                    MOVE AP-PLACED-BALANCE TO PA-BALANCE
                    MOVE AP-STATUS         TO PA-STATUS
                    MOVE AP-COLLECTED      TO PA-COLLECTED
                    MOVE AP-RETURN-DATE    TO PA-RETURN-DATE
                    MOVE AGENCY-LINE TO REPORT-REC
                    PERFORM WRITE-REPORT-REC
                 END-IF
              END-IF
              PERFORM READ-AGYP-REC
           END-PERFORM.
           PERFORM CLOSE-AGY-PLACE.
           PERFORM END-SECTION.

       OPEN-COLL-QUEUE.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT COLL-QUEUE.
           IF CQ-FILE-STATUS = '05' OR CQ-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF CQ-FILE-STATUS NOT = '00'
                 STRING 'OPEN COLL-QUEUE FAILED, STATUS '
                    CQ-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-CQ-REC
           END-IF.

       CLOSE-COLL-QUEUE.
           IF CQ-FILE-STATUS NOT = '05'
              AND CQ-FILE-STATUS NOT = '35'
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

       OPEN-AGY-PLACE.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT AGY-PLACE.
           IF AGYP-FILE-STATUS = '05' OR AGYP-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF AGYP-FILE-STATUS NOT = '00'
                 STRING 'OPEN AGY-PLACE FAILED, STATUS '
                    AGYP-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-AGYP-REC
           END-IF.

       CLOSE-AGY-PLACE.
           IF AGYP-FILE-STATUS NOT = '05'
              AND AGYP-FILE-STATUS NOT = '35'
              CLOSE AGY-PLACE
           END-IF.

       READ-AGYP-REC.
           READ AGY-PLACE
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF AGYP-FILE-STATUS NOT = '00'
              AND AGYP-FILE-STATUS NOT = '10'
              STRING 'READ AGY-PLACE FAILED, STATUS '
                 AGYP-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REPORT-DISPUTES.
      *contestacao respondida conta a retencao da data da resposta;
      *a em aberto ja travou a conta
           IF DK-PACKAGE
              MOVE '--- CREDIT BUREAU DISPUTES (DISPUTES) ---'
                 TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.
           MOVE 9 TO WS-DS-SUB.
           PERFORM OPEN-DISPUTE-FILE.
           PERFORM UNTIL GEN-EOF
              MOVE DP-ACCT-NO TO WS-FIND-ACCT
              PERFORM FIND-PKG-ACCT
              IF PKG-FOUND
                 MOVE DP-ANSWERED-DATE TO WS-REC-DATE
                 PERFORM COUNT-PKG-RECORD
                 IF DK-PACKAGE
                    MOVE DP-ACCT-NO       TO DS-ACCT-NO
                    MOVE DP-RECV-DATE     TO DS-RECV-DATE
                    MOVE DP-DUE-DATE      TO DS-DUE-DATE
                    MOVE DP-ANSWERED-DATE TO DS-ANSWERED-DATE
                    MOVE DISPUTE-LINE TO REPORT-REC
                    PERFORM WRITE-REPORT-REC
                 END-IF
              END-IF
              PERFORM READ-DISP-REC
           END-PERFORM.
           PERFORM CLOSE-DISPUTE-FILE.
           PERFORM END-SECTION.

       OPEN-DISPUTE-FILE.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT DISPUTE-FILE.
           IF DISP-FILE-STATUS = '05' OR DISP-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF DISP-FILE-STATUS NOT = '00'
                 STRING 'OPEN DISPUTE-FILE FAILED, STATUS '
                    DISP-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-DISP-REC
           END-IF.

       CLOSE-DISPUTE-FILE.
           IF DISP-FILE-STATUS NOT = '05'
              AND DISP-FILE-STATUS NOT = '35'
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

       END-SECTION.
           IF DK-PACKAGE
              MOVE BLANK-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

      *-----------------------------------------------------------
      *classificacao de retencao
      *-----------------------------------------------------------
       COUNT-PKG-RECORD.
      *conta com motivo legal retem tudo; dataset sem regra ou
      *record sem data valida fica retido; o resto sai quando a
      *idade passa dos dias da regra
           ADD 1 TO WP-RECS (PKX WS-DS-SUB).
           ADD 1 TO WS-TOT-RECS.
           IF DK-RETENTION
              EVALUATE TRUE
                 WHEN WP-HOLD (PKX) NOT = SPACES
                    ADD 1 TO WP-KEEP-LEGAL (PKX WS-DS-SUB)
                    ADD 1 TO WS-TOT-KEEP
                 WHEN OTHER
                    PERFORM FIND-RULE
                    IF RULE-FOUND
                       AND WS-REC-DATE NUMERIC
                       AND WS-REC-DATE >= 16010101
                       COMPUTE WS-REC-AGE = WS-TODAY-INTEGER -
                          FUNCTION INTEGER-OF-DATE (WS-REC-DATE)
                    ELSE
                       MOVE ZERO TO WS-REC-AGE
                    END-IF
                    IF RULE-FOUND
                       AND WS-REC-AGE > WR-RETAIN-DAYS (RLX)
                       ADD 1 TO WP-ERASE (PKX WS-DS-SUB)
                       ADD 1 TO WS-TOT-ERASE
                    ELSE
                       ADD 1 TO WP-KEEP-RULE (PKX WS-DS-SUB)
                       ADD 1 TO WS-TOT-KEEP
                    END-IF
              END-EVALUATE
           END-IF.

       FIND-RULE.
           MOVE 'N' TO WS-RULE-FOUND.
           SET RLX TO 1.
           SEARCH WS-RULE-ENTRY
              AT END CONTINUE
              WHEN RLX > WS-RULE-COUNT
                 CONTINUE
              WHEN WR-DATASET (RLX) = WS-DS-NAME (WS-DS-SUB)
                 MOVE 'Y' TO WS-RULE-FOUND
           END-SEARCH.

       WRITE-RETENTION-SUMMARY.
      *uma linha por conta e dataset com records; no fim o cadastro
      *do cliente, os vinculos e os documentos, que so podem sair
      *junto com a ultima conta
           IF WS-PKG-COUNT > ZERO
              PERFORM WRITE-ACCOUNT-RETENTION
                 VARYING PKX FROM 1 BY 1
                 UNTIL PKX > WS-PKG-COUNT
           END-IF.
           PERFORM SCAN-XREF-FOR-DOCS.
           PERFORM SCAN-CUST-MASTER.
           PERFORM COUNT-SUBJECT-LINKS.
           MOVE 'CUSTMST ' TO RL-DATASET.
           MOVE WS-CUST-RECS TO WS-SUBJ-RECS.
           PERFORM WRITE-SUBJECT-RETENTION.
           MOVE 'CUSTLNK ' TO RL-DATASET.
           MOVE WS-LINK-RECS TO WS-SUBJ-RECS.
           PERFORM WRITE-SUBJECT-RETENTION.
           MOVE 'XREFMST ' TO RL-DATASET.
           MOVE WS-DOC-LINKS TO WS-SUBJ-RECS.
           PERFORM WRITE-SUBJECT-RETENTION.

       WRITE-ACCOUNT-RETENTION.
           PERFORM WRITE-DATASET-RETENTION
              VARYING WS-DS-SUB FROM 1 BY 1
              UNTIL WS-DS-SUB > 9.

       WRITE-DATASET-RETENTION.
           IF WP-RECS (PKX WS-DS-SUB) > ZERO
              MOVE WP-ACCT-NO (PKX)                TO RL-ACCT-NO
              MOVE WS-DS-NAME (WS-DS-SUB)          TO RL-DATASET
              MOVE WP-RECS (PKX WS-DS-SUB)         TO RL-RECS
              MOVE WP-ERASE (PKX WS-DS-SUB)        TO RL-ERASE
              MOVE WP-KEEP-RULE (PKX WS-DS-SUB)    TO RL-KEEP-RULE
              MOVE WP-KEEP-LEGAL (PKX WS-DS-SUB)   TO RL-KEEP-LEGAL
              MOVE WP-HOLD (PKX)                   TO RL-HOLD
              MOVE RET-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       COUNT-SUBJECT-LINKS.
           PERFORM OPEN-CUST-LINK.
           PERFORM UNTIL GEN-EOF
              MOVE CL-CUST-NO TO WS-FIND-CUST
              PERFORM FIND-PKG-CUST
              IF CUS-FOUND
                 ADD 1 TO WS-LINK-RECS
              END-IF
              PERFORM READ-LINK-REC
           END-PERFORM.
           PERFORM CLOSE-CUST-LINK.

       WRITE-SUBJECT-RETENTION.
      *o cadastro do titular acompanha a conta mais retida
           MOVE 'SUBJECT' TO RL-ACCT-NO.
           MOVE WS-SUBJ-RECS TO RL-RECS.
           MOVE ZERO TO RL-ERASE.
           MOVE ZERO TO RL-KEEP-RULE.
           MOVE ZERO TO RL-KEEP-LEGAL.
           MOVE SPACES TO RL-HOLD.
           IF WS-TOT-KEEP > ZERO
              MOVE WS-SUBJ-RECS TO RL-KEEP-RULE
              MOVE 'ACCOUNTS RETAINED' TO RL-HOLD
           ELSE
              MOVE WS-SUBJ-RECS TO RL-ERASE
           END-IF.
           MOVE RET-LINE TO REPORT-REC.
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
           DISPLAY 'DATAPKG REQUEST ' DK-REQUEST-ID ': '
              WS-PKG-COUNT ' ACCOUNTS, ' WS-TOT-RECS ' RECORDS'.
           IF DK-RETENTION
              DISPLAY 'DATAPKG ERASABLE: ' WS-TOT-ERASE
                 '  RETAINED: ' WS-TOT-KEEP
           END-IF.
           IF WS-PKG-COUNT = ZERO
              SET RC-NOTHING-FOUND TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'DATAPKG '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de records do
      *titular e o RETURN-CODE que o job esta devolvendo
           MOVE 'DATAPKG '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-TOT-RECS          TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
