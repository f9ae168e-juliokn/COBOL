      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. AcctOrig.
       AUTHOR. Julio Bittencourt.

      *Abertura de conta nova com decisao do pedido: a conta so
      *chegava ao ACCTREC como MNTTXN 'A' digitada a mao - o ACCT-NO
      *escolhido pelo atendente, ninguem olhando as outras contas do
      *documento, e o vinculo no XREFMST ficando para depois (o
      *XrefAud vivia achando conta sem documento). Este passo le os
      *pedidos do dia (APPLIN, copybook APPLREC), critica o CPF/CNPJ
      *pelo CPFCHECK, soma a exposicao ja existente do documento como
      *o Exposure (XREFMST + ACCTREC), passa o nome pela triagem do
      *SANCMTCH contra o WATCHLST e aplica as regras do ORIGPARM:
      *teto de limite combinado, estados atendidos e inadimplencia
      *nas contas existentes (DELQHIST, conta charged-off). Pedido
      *aprovado recebe ACCT-NO do sistema (serial do ORIGCTL mais
      *digito verificador modulo 11) e gera a inclusao em ORIGTXN, no
      *layout MNTTXN, para o AcctMaint aplicar, o vinculo no XREFMST,
      *o vinculo ao cliente no CUSTLNK (cliente novo no CUSTMST
      *quando o documento ainda nao tem cliente) e a carta de boas-
      *vindas em ORIGLTRS. Pedido recusado gera a carta de recusa
      *com o motivo. Nome que casou com a lista nao e decidido: o
      *pedido vai para o ORIGREFR para o compliance e volta digitado
      *de novo com o ID de quem liberou. Tudo sai no ORIGRPT.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPL-IN ASSIGN TO APPLIN
               FILE STATUS IS APPL-FILE-STATUS .
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT XREF-MASTER ASSIGN TO XREFMST
               FILE STATUS IS XREF-FILE-STATUS .
           SELECT CUST-MASTER ASSIGN TO CUSTMST
               FILE STATUS IS CUST-FILE-STATUS .
           SELECT CUST-LINK ASSIGN TO CUSTLNK
               FILE STATUS IS LINK-FILE-STATUS .
           SELECT DELQ-HIST ASSIGN TO DELQHIST
               FILE STATUS IS DELH-FILE-STATUS .
           SELECT WATCH-LIST ASSIGN TO WATCHLST
               FILE STATUS IS WTCH-FILE-STATUS .
           SELECT SCRN-PARM ASSIGN TO SCRNPARM
               FILE STATUS IS SCRP-FILE-STATUS .
           SELECT ORIG-PARM ASSIGN TO ORIGPARM
               FILE STATUS IS OPRM-FILE-STATUS .
           SELECT ORIG-CONTROL ASSIGN TO ORIGCTL
               FILE STATUS IS OCTL-FILE-STATUS .
           SELECT MAINT-TXN-OUT ASSIGN TO ORIGTXN
               FILE STATUS IS TXN-FILE-STATUS .
           SELECT REFER-OUT ASSIGN TO ORIGREFR
               FILE STATUS IS REFR-FILE-STATUS .
           SELECT LETTER-OUT ASSIGN TO ORIGLTRS
               FILE STATUS IS LTR-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO ORIGRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD APPL-IN RECORDING MODE F .
      *layout compartilhado no copybook APPLREC
           COPY APPLREC.

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD XREF-MASTER RECORDING MODE F .
      *mesmo layout mantido pelo TaxXref
       01  XREF-MASTER-REC.
           05 XR-DOC-TYPE       PIC X(1).
           05 XR-DOC-DIGITS     PIC X(14).
           05 XR-ACCT-NO        PIC X(8).

       FD CUST-MASTER RECORDING MODE F .
      *mesmo layout mantido pelo CustMaint
       01  CUST-MASTER-REC.
           05 CM-CUST-NO        PIC X(8).
           05 CM-LAST-NAME      PIC X(20).
           05 CM-FIRST-NAME     PIC X(15).
           05 CM-STREET-ADDR    PIC X(25).
           05 CM-CITY-COUNTY    PIC X(20).
           05 CM-USA-STATE      PIC X(15).
           05 CM-ZIP-CODE       PIC X(5).
      *extrato consolidado por cliente ('C'), lido pelo AcctStmt;
      *qualquer outro valor mantem um extrato por conta
           05 CM-STMT-MODE      PIC X(1).

       FD CUST-LINK RECORDING MODE F .
      *mesmo layout mantido pelo CustMaint
       01  CUST-LINK-REC.
           05 CL-CUST-NO        PIC X(8).
           05 CL-ACCT-NO        PIC X(8).

       FD DELQ-HIST RECORDING MODE F .
      *historico de inadimplencia mantido pelo DelqNite; layout
      *compartilhado no copybook DELQHIST
           COPY DELQHIST.

       FD WATCH-LIST RECORDING MODE F .
      *lista de sancoes; layout compartilhado no copybook WATCHLST
           COPY WATCHLST.

       FD SCRN-PARM RECORDING MODE F .
      *nota minima do acerto, a mesma lida pelo SancScrn
       01  SCRN-PARM-REC.
           05 SP-MIN-SCORE      PIC 9(3) .

       FD ORIG-PARM RECORDING MODE F .
      *regras de decisao, uma por record: 'L' teto do limite
      *combinado do documento (contas existentes mais o pedido),
      *'S' estado atendido (sem nenhum 'S' todos sao atendidos),
      *'D' dias de atraso tolerados numa conta existente (zero =
      *qualquer conta no DELQHIST recusa)
       01  ORIG-PARM-REC.
           05 OP-RULE-TYPE      PIC X(1) .
             88 OP-RULE-LIMIT       VALUE 'L'.
             88 OP-RULE-STATE       VALUE 'S'.
             88 OP-RULE-DELQ        VALUE 'D'.
           05 OP-RULE-VALUE     PIC X(15) .
           05 OP-LIMIT-VIEW REDEFINES OP-RULE-VALUE.
              10 OP-MAX-COMBINED PIC 9(9)V99 .
              10 FILLER          PIC X(4) .
           05 OP-DELQ-VIEW REDEFINES OP-RULE-VALUE.
              10 OP-MAX-DELQ-DAYS PIC 9(5) .
              10 FILLER          PIC X(10) .

       FD ORIG-CONTROL RECORDING MODE F .
      *ultimo serial de conta e de cliente dados pelo sistema,
      *regravado no fim de cada execucao
       01  ORIG-CONTROL-REC.
           05 OC-LAST-ACCT-SERIAL PIC 9(7) .
           05 OC-LAST-CUST-SERIAL PIC 9(7) .
           05 OC-LAST-RUN-DATE  PIC 9(8) .

       FD MAINT-TXN-OUT RECORDING MODE F .
      *layout compartilhado no copybook MNTTXN
           COPY MNTTXN.

       FD REFER-OUT RECORDING MODE F .
      *pedido parado na triagem: a entrada da lista que casou, a
      *nota e a imagem do pedido como chegou
       01  REFER-REC.
           05 RF-REFER-DATE     PIC 9(8) .
           05 RF-ENTRY-ID       PIC X(10) .
           05 RF-LIST-LAST-NAME PIC X(30) .
           05 RF-LIST-FIRST-NAME PIC X(20) .
           05 RF-SCORE          PIC 9(3) .
           05 RF-APPL-IMAGE     PIC X(161) .

       FD LETTER-OUT RECORDING MODE F .
       01  LETTER-REC            PIC X(80) .

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(132) .

       WORKING-STORAGE SECTION.
       01  APPL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  XREF-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CUST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  LINK-FILE-STATUS     PIC X(2) VALUE '00'.
       01  DELH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WTCH-FILE-STATUS     PIC X(2) VALUE '00'.
       01  SCRP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  OPRM-FILE-STATUS     PIC X(2) VALUE '00'.
       01  OCTL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  TXN-FILE-STATUS      PIC X(2) VALUE '00'.
       01  REFR-FILE-STATUS     PIC X(2) VALUE '00'.
       01  LTR-FILE-STATUS      PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-APPL-EOF          PIC X(1) VALUE 'N'.
           88 APPL-EOF          VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.

      *regras em vigor (defaults compilados quando o ORIGPARM nao
      *esta no job); o teto default e o mesmo do Exposure
       01  WS-MAX-COMBINED      PIC 9(9)V99 VALUE 100000.
       01  WS-MAX-DELQ-DAYS     PIC 9(5) VALUE ZERO.
       01  WS-MIN-SCORE         PIC 9(3) VALUE 70.
       01  WS-STATE-TABLE.
           05 WS-STATE-COUNT    PIC 9(3) VALUE ZERO.
           05 WS-STATE-ENTRY OCCURS 60 TIMES
                 INDEXED BY STX.
              10 WS-STATE-NAME  PIC X(15).
       01  WS-STATE-FOUND       PIC X(1) VALUE 'N'.
           88 STATE-FOUND       VALUE 'Y'.

      *vinculos documento/conta do XREFMST, mais os das contas
      *abertas nesta execucao (com o limite aprovado, porque elas
      *ainda nao estao no ACCTREC)
       01  WS-XREF-TABLE.
           05 WS-XREF-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-XREF-ENTRY OCCURS 2000 TIMES
                 INDEXED BY XRX.
              10 WX-DOC-TYPE    PIC X(1).
              10 WX-DOC-DIGITS  PIC X(14).
              10 WX-ACCT-NO     PIC X(8).
              10 WX-RUN-LIMIT   PIC S9(7)V99 COMP-3.

      *vinculos cliente/conta do CUSTLNK, mais os gravados agora
       01  WS-LINK-TABLE.
           05 WS-LINK-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-LINK-ENTRY OCCURS 2000 TIMES
                 INDEXED BY LKX.
              10 WL-CUST-NO     PIC X(8).
              10 WL-ACCT-NO     PIC X(8).

      *numeros de cliente ja usados no CUSTMST
       01  WS-CUST-TABLE.
           05 WS-CUST-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-CUST-ENTRY OCCURS 2000 TIMES
                 INDEXED BY CUX.
              10 WC-CUST-NO     PIC X(8).

      *contas no DELQHIST com os dias de atraso
       01  WS-DELQ-TABLE.
           05 WS-DELQ-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-DELQ-ENTRY OCCURS 3000 TIMES
                 INDEXED BY DQX.
              10 WD-ACCT-NO     PIC X(8).
              10 WD-DAYS-DELINQ PIC 9(5).

      *lista de sancoes inteira em memoria
       01  WS-WATCH-TABLE.
           05 WS-WATCH-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-WATCH-ENTRY OCCURS 3000 TIMES
                 INDEXED BY WLX.
              10 WT-ENTRY-ID    PIC X(10).
              10 WT-LAST-NAME   PIC X(30).
              10 WT-FIRST-NAME  PIC X(20).
       01  WS-BEST-SCORE        PIC 9(3) VALUE ZERO.
       01  WS-BEST-WLX          PIC 9(4) VALUE ZERO.

      *decisao do pedido corrente
       01  WS-DECISION          PIC X(1) VALUE SPACE.
           88 DEC-APPROVED      VALUE 'A'.
           88 DEC-DECLINED      VALUE 'D'.
           88 DEC-REFERRED      VALUE 'R'.
           88 DEC-INCOMPLETE    VALUE 'I'.
           88 DEC-PENDING       VALUE ' '.
       01  WS-REASON-TEXT       PIC X(40) VALUE SPACES.
       01  WS-EXIST-LIMIT       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-EXIST-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-DOC-DELQ-DAYS     PIC 9(5) VALUE ZERO.
       01  WS-DOC-CHGOFF        PIC X(1) VALUE 'N'.
           88 DOC-HAS-CHGOFF    VALUE 'Y'.
       01  WS-DOC-DELINQUENT    PIC X(1) VALUE 'N'.
           88 DOC-DELINQUENT    VALUE 'Y'.
       01  WS-COMBINED-LIMIT    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-NEW-ACCT-NO       PIC X(8) VALUE SPACES.
       01  WS-NEW-CUST-NO       PIC X(8) VALUE SPACES.
       01  WS-CUST-FOUND        PIC X(1) VALUE 'N'.
           88 CUST-FOUND        VALUE 'Y'.
       01  WS-FOUND-FLAG        PIC X(1) VALUE 'N'.
           88 ENTRY-FOUND       VALUE 'Y'.

      *numeracao de conta: serial de 7 digitos mais o digito
      *verificador modulo 11 (pesos 8 a 2; resto que daria 10 ou 11
      *vira zero)
       01  WS-LAST-ACCT-SERIAL  PIC 9(7) VALUE ZERO.
       01  WS-LAST-CUST-SERIAL  PIC 9(7) VALUE ZERO.
       01  WS-ACCT-NUMBER.
           05 WS-ACCT-SERIAL    PIC 9(7).
           05 WS-ACCT-CHECK     PIC 9(1).
       01  WS-SERIAL-DIGITS REDEFINES WS-ACCT-NUMBER.
           05 WS-SERIAL-DIG     PIC 9(1) OCCURS 8 TIMES.
       01  WS-WEIGHT-VALUES.
           05 FILLER            PIC 9(1) VALUE 8.
           05 FILLER            PIC 9(1) VALUE 7.
           05 FILLER            PIC 9(1) VALUE 6.
           05 FILLER            PIC 9(1) VALUE 5.
           05 FILLER            PIC 9(1) VALUE 4.
           05 FILLER            PIC 9(1) VALUE 3.
           05 FILLER            PIC 9(1) VALUE 2.
       01  WS-WEIGHTS REDEFINES WS-WEIGHT-VALUES.
           05 WS-WEIGHT         PIC 9(1) OCCURS 7 TIMES.
       01  WS-DIG-SUB           PIC 9(2) VALUE ZERO.
       01  WS-CHECK-SUM         PIC 9(4) VALUE ZERO.
       01  WS-CHECK-REM         PIC 9(2) VALUE ZERO.
       01  WS-CUST-NUMBER.
           05 FILLER            PIC X(1) VALUE 'C'.
           05 WS-CUST-SERIAL    PIC 9(7).

      *contadores de controle da execucao
       01  WS-APPL-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-APPROVED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-DECLINED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-REFERRED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-INCOMPLETE-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-NEW-CUST-COUNT    PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-NEEDS-ATTENTION VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma CPFCHECK, a
      *mesma critica de digito verificador do PROGCOBCPF
           COPY DOCCHKPR.

      *área de parâmetros trocada com o subprograma SANCMTCH
           COPY SANCPRM.

      *area de parametros do subprograma BUSDATE
           COPY BUSDPRM.

       01  COLUMN-LINE.
           05 FILLER             PIC X(12) VALUE 'APPLICATION'.
           05 FILLER             PIC X(22) VALUE 'APPLICANT'.
           05 FILLER             PIC X(17) VALUE 'DOCUMENT'.
           05 FILLER             PIC X(14) VALUE '    REQUESTED'.
           05 FILLER             PIC X(16) VALUE '  EXISTING LIMIT'.
           05 FILLER             PIC X(13) VALUE '  DECISION'.
           05 FILLER             PIC X(10) VALUE 'ACCT-NO'.
           05 FILLER             PIC X(28) VALUE 'REASON'.

       01  DETAIL-LINE.
           05 DT-APPL-NO         PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-DOC-TYPE        PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DT-DOC-DIGITS      PIC X(14).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DT-REQ-LIMIT       PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 DT-EXIST-LIMIT     PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 DT-DECISION        PIC X(10).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-REASON          PIC X(28).

       01  TOTAL-LINE.
           05 FILLER             PIC X(14) VALUE 'APPLICATIONS: '.
           05 TL-APPL-COUNT      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE '  APPROVED: '.
           05 TL-APPROVED-COUNT  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE '  DECLINED: '.
           05 TL-DECLINED-COUNT  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE '  REFERRED: '.
           05 TL-REFERRED-COUNT  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(14) VALUE '  INCOMPLETE: '.
           05 TL-INCOMPLETE-COUNT PIC ZZZ,ZZ9.
           05 FILLER             PIC X(17) VALUE '  NEW CUSTOMERS: '.
           05 TL-NEW-CUST-COUNT  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(12) VALUE SPACES.

      *linhas das cartas; o bloco de endereco segue o posicionamento
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

       01  WELCOME-TITLE-LINE    PIC X(80)
              VALUE 'WELCOME - YOUR NEW ACCOUNT IS OPEN'.
       01  WELCOME-TEXT-LINE-1   PIC X(80)
              VALUE 'THANK YOU FOR YOUR APPLICATION. WE ARE GLAD TO'.
       01  WELCOME-TEXT-LINE-2   PIC X(80)
              VALUE 'TELL YOU IT WAS APPROVED WITH THE CREDIT LIMIT'.
       01  WELCOME-TEXT-LINE-3   PIC X(80)
              VALUE 'SHOWN BELOW. YOUR FIRST STATEMENT WILL FOLLOW.'.

       01  WELCOME-ACCT-LINE.
           05 FILLER             PIC X(9)  VALUE 'ACCOUNT: '.
           05 WA-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(17) VALUE '   CREDIT LIMIT: '.
           05 WA-LIMIT           PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(33) VALUE SPACES.

       01  DECLINE-TITLE-LINE    PIC X(80)
              VALUE 'NOTICE OF ACTION TAKEN ON YOUR APPLICATION'.
       01  DECLINE-TEXT-LINE-1   PIC X(80)
              VALUE 'THANK YOU FOR YOUR APPLICATION. AFTER REVIEW,'.
       01  DECLINE-TEXT-LINE-2   PIC X(80)
              VALUE 'WE ARE UNABLE TO OPEN AN ACCOUNT FOR YOU AT THIS'.
       01  DECLINE-TEXT-LINE-3   PIC X(80)
              VALUE 'TIME. THE PRINCIPAL REASON FOR OUR DECISION IS:'.
       01  DECLINE-TEXT-LINE-4   PIC X(80)
              VALUE 'YOU MAY ASK US FOR A STATEMENT OF THE REASONS'.
       01  DECLINE-TEXT-LINE-5   PIC X(80)
              VALUE 'WITHIN 60 DAYS OF THE DATE OF THIS NOTICE.'.

       01  DECLINE-REASON-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 DR-REASON          PIC X(40).
           05 FILLER             PIC X(36) VALUE SPACES.

       01  APPL-REF-LINE.
           05 FILLER             PIC X(13) VALUE 'APPLICATION: '.
           05 AR-APPL-NO         PIC X(10).
           05 FILLER             PIC X(10) VALUE '   DATE: '.
           05 AR-DATE            PIC 9999/99/99.
           05 FILLER             PIC X(37) VALUE SPACES.

       01  PAGE-BREAK-LINE       PIC X(80) VALUE ALL '='.
       01  BLANK-LINE            PIC X(80) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM READ-ORIG-PARM.
           PERFORM READ-SCRN-PARM.
           PERFORM READ-ORIG-CONTROL.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-CUSTOMERS.
           PERFORM LOAD-CUST-LINKS.
           PERFORM LOAD-DELQ-HIST.
           PERFORM LOAD-WATCH-LIST.
           PERFORM OPEN-LINK-FILES.
           PERFORM PROCESS-APPLICATIONS.
           PERFORM WRITE-ORIG-CONTROL.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM GET-BUSINESS-DATE.
           OPEN INPUT APPL-IN .
           IF APPL-FILE-STATUS NOT = '00'
              STRING 'OPEN APPL-IN FAILED, STATUS ' APPL-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
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
           OPEN OUTPUT REFER-OUT .
           IF REFR-FILE-STATUS NOT = '00'
              STRING 'OPEN REFER-OUT FAILED, STATUS ' REFR-FILE-STATUS
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
           MOVE 'NEW ACCOUNT APPLICATIONS - DECISIONS' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE COLUMN-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'ACCTORIG ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       GET-BUSINESS-DATE.
      *a data-movimento vem do controle BUSDTCTL, nao do relogio
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-DATE-INVALID
              MOVE BUSD-MESSAGE TO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF BUSD-PRIOR-RERUN
              DISPLAY 'ACCTORIG ' BUSD-MESSAGE
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-TODAY-DATE.

       READ-ORIG-PARM.
      *regras opcionais: sem ORIGPARM valem os defaults compilados;
      *valor zerado ou invalido fica no default
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT ORIG-PARM.
           IF OPRM-FILE-STATUS = '00'
              PERFORM READ-ORIG-PARM-REC
              PERFORM UNTIL GEN-EOF
                 EVALUATE TRUE
                    WHEN OP-RULE-LIMIT
                       IF OP-MAX-COMBINED NUMERIC
                          AND OP-MAX-COMBINED > ZERO
                          MOVE OP-MAX-COMBINED TO WS-MAX-COMBINED
                       END-IF
                    WHEN OP-RULE-DELQ
                       IF OP-MAX-DELQ-DAYS NUMERIC
                          MOVE OP-MAX-DELQ-DAYS TO WS-MAX-DELQ-DAYS
                       END-IF
                    WHEN OP-RULE-STATE
                       IF WS-STATE-COUNT = 60
                          STRING 'STATE TABLE FULL AT 60 ENTRIES'
                             DELIMITED BY SIZE INTO WS-ABEND-TEXT
                          PERFORM ABEND-RUN
                       END-IF
                       ADD 1 TO WS-STATE-COUNT
                       SET STX TO WS-STATE-COUNT
                       MOVE OP-RULE-VALUE TO WS-STATE-NAME (STX)
                 END-EVALUATE
                 PERFORM READ-ORIG-PARM-REC
              END-PERFORM
              CLOSE ORIG-PARM
           END-IF.

       READ-ORIG-PARM-REC.
           READ ORIG-PARM
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF OPRM-FILE-STATUS NOT = '00'
              AND OPRM-FILE-STATUS NOT = '10'
              STRING 'READ ORIG-PARM FAILED, STATUS '
                 OPRM-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-SCRN-PARM.
      *parametro opcional: sem SCRNPARM vale a nota minima default
           OPEN INPUT SCRN-PARM.
           IF SCRP-FILE-STATUS = '00'
              READ SCRN-PARM
              IF SCRP-FILE-STATUS = '00'
                 AND SP-MIN-SCORE NUMERIC
                 AND SP-MIN-SCORE > ZERO
                 MOVE SP-MIN-SCORE TO WS-MIN-SCORE
              END-IF
              CLOSE SCRN-PARM
           END-IF.

       READ-ORIG-CONTROL.
      *na primeira execucao o controle ainda nao existe e a
      *numeracao comeca do zero; numero ja em uso no ACCTREC e
      *pulado na hora de dar a conta
           OPEN INPUT ORIG-CONTROL.
           IF OCTL-FILE-STATUS = '00'
              READ ORIG-CONTROL
              IF OCTL-FILE-STATUS = '00'
                 MOVE OC-LAST-ACCT-SERIAL TO WS-LAST-ACCT-SERIAL
                 MOVE OC-LAST-CUST-SERIAL TO WS-LAST-CUST-SERIAL
              END-IF
              CLOSE ORIG-CONTROL
           ELSE
              IF OCTL-FILE-STATUS NOT = '05'
                 AND OCTL-FILE-STATUS NOT = '35'
                 STRING 'OPEN ORIG-CONTROL FAILED, STATUS '
                    OCTL-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       LOAD-XREF-TABLE.
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT XREF-MASTER.
           IF XREF-FILE-STATUS = '05' OR XREF-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF XREF-FILE-STATUS NOT = '00'
                 STRING 'OPEN XREF-MASTER FAILED, STATUS '
                    XREF-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-XREF-REC
              PERFORM UNTIL GEN-EOF
                 PERFORM ADD-XREF-ENTRY
                 MOVE ZERO TO WX-RUN-LIMIT (XRX)
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

       ADD-XREF-ENTRY.
      *um vinculo a menos e exposicao subestimada: tabela cheia para
      *o passo em vez de decidir sem ele
           IF WS-XREF-COUNT = 2000
              STRING 'XREF TABLE FULL AT 2000 ENTRIES'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-XREF-COUNT.
           SET XRX TO WS-XREF-COUNT.
           MOVE XR-DOC-TYPE   TO WX-DOC-TYPE (XRX).
           MOVE XR-DOC-DIGITS TO WX-DOC-DIGITS (XRX).
           MOVE XR-ACCT-NO    TO WX-ACCT-NO (XRX).

       LOAD-CUSTOMERS.
      *so os numeros, para o cliente novo nao repetir um existente
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT CUST-MASTER.
           IF CUST-FILE-STATUS = '05' OR CUST-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF CUST-FILE-STATUS NOT = '00'
                 STRING 'OPEN CUST-MASTER FAILED, STATUS '
                    CUST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-CUST-REC
              PERFORM UNTIL GEN-EOF
                 PERFORM ADD-CUST-ENTRY
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

       ADD-CUST-ENTRY.
           IF WS-CUST-COUNT = 2000
              STRING 'CUSTOMER TABLE FULL AT 2000 ENTRIES'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-CUST-COUNT.
           SET CUX TO WS-CUST-COUNT.
           MOVE CM-CUST-NO TO WC-CUST-NO (CUX).

       LOAD-CUST-LINKS.
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
              PERFORM UNTIL GEN-EOF
                 PERFORM ADD-LINK-ENTRY
                 PERFORM READ-LINK-REC
              END-PERFORM
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

       ADD-LINK-ENTRY.
           IF WS-LINK-COUNT = 2000
              STRING 'LINK TABLE FULL AT 2000 ENTRIES'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-LINK-COUNT.
           SET LKX TO WS-LINK-COUNT.
           MOVE CL-CUST-NO TO WL-CUST-NO (LKX).
           MOVE CL-ACCT-NO TO WL-ACCT-NO (LKX).

       LOAD-DELQ-HIST.
      *sem o DELQHIST alocado nenhuma conta conta como em atraso
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT DELQ-HIST.
           IF DELH-FILE-STATUS = '05' OR DELH-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF DELH-FILE-STATUS NOT = '00'
                 STRING 'OPEN DELQ-HIST FAILED, STATUS '
                    DELH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-DELH-REC
              PERFORM UNTIL GEN-EOF
                 IF WS-DELQ-COUNT = 3000
                    STRING 'DELINQUENCY TABLE FULL AT 3000 ENTRIES'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-DELQ-COUNT
                 SET DQX TO WS-DELQ-COUNT
                 MOVE DH-ACCT-NO     TO WD-ACCT-NO (DQX)
                 MOVE DH-DAYS-DELINQ TO WD-DAYS-DELINQ (DQX)
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

       LOAD-WATCH-LIST.
      *sem o WATCHLST no job o pedido segue sem triagem aqui - a
      *inclusao ainda passa pela triagem do AcctMaint
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT WATCH-LIST.
           IF WTCH-FILE-STATUS = '05' OR WTCH-FILE-STATUS = '35'
              DISPLAY 'WATCH LIST NOT PRESENT - APPLICATIONS NOT '
                 'SCREENED BY ACCTORIG'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF WTCH-FILE-STATUS NOT = '00'
                 STRING 'OPEN WATCH-LIST FAILED, STATUS '
                    WTCH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-WATCH-REC
              PERFORM UNTIL GEN-EOF
                 IF WS-WATCH-COUNT = 3000
                    STRING 'WATCH-LIST TABLE FULL AT 3000 ENTRIES'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-WATCH-COUNT
                 SET WLX TO WS-WATCH-COUNT
                 MOVE WL-ENTRY-ID   TO WT-ENTRY-ID (WLX)
                 MOVE WL-LAST-NAME  TO WT-LAST-NAME (WLX)
                 MOVE WL-FIRST-NAME TO WT-FIRST-NAME (WLX)
                 PERFORM READ-WATCH-REC
              END-PERFORM
              CLOSE WATCH-LIST
           END-IF.

       READ-WATCH-REC.
           READ WATCH-LIST
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF WTCH-FILE-STATUS NOT = '00'
              AND WTCH-FILE-STATUS NOT = '10'
              STRING 'READ WATCH-LIST FAILED, STATUS '
                 WTCH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       OPEN-LINK-FILES.
      *XREFMST, CUSTMST e CUSTLNK ganham os vinculos no fim do
      *arquivo; na primeira vez o OPEN EXTEND precisa virar OUTPUT,
      *mesmo tratamento do AUDITLOG
           OPEN EXTEND XREF-MASTER.
           IF XREF-FILE-STATUS = '05' OR XREF-FILE-STATUS = '35'
              OPEN OUTPUT XREF-MASTER
           END-IF.
           IF XREF-FILE-STATUS NOT = '00'
              STRING 'OPEN EXTEND XREF-MASTER FAILED, STATUS '
                 XREF-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN EXTEND CUST-MASTER.
           IF CUST-FILE-STATUS = '05' OR CUST-FILE-STATUS = '35'
              OPEN OUTPUT CUST-MASTER
           END-IF.
           IF CUST-FILE-STATUS NOT = '00'
              STRING 'OPEN EXTEND CUST-MASTER FAILED, STATUS '
                 CUST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN EXTEND CUST-LINK.
           IF LINK-FILE-STATUS = '05' OR LINK-FILE-STATUS = '35'
              OPEN OUTPUT CUST-LINK
           END-IF.
           IF LINK-FILE-STATUS NOT = '00'
              STRING 'OPEN EXTEND CUST-LINK FAILED, STATUS '
                 LINK-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       PROCESS-APPLICATIONS.
           PERFORM READ-APPL-REC.
           PERFORM UNTIL APPL-EOF
              PERFORM DECIDE-APPLICATION
              PERFORM READ-APPL-REC
           END-PERFORM.

       READ-APPL-REC.
           READ APPL-IN
           AT END MOVE 'Y' TO WS-APPL-EOF
           END-READ.
           IF APPL-FILE-STATUS NOT = '00'
              AND APPL-FILE-STATUS NOT = '10'
              STRING 'READ APPL-IN FAILED, STATUS '
                 APPL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       DECIDE-APPLICATION.
      *na ordem: pedido incompleto, documento, triagem de nome,
      *regras do ORIGPARM; o primeiro que pega decide
           ADD 1 TO WS-APPL-COUNT.
           MOVE SPACE  TO WS-DECISION.
           MOVE SPACES TO WS-REASON-TEXT.
           MOVE SPACES TO WS-NEW-ACCT-NO.
           MOVE ZERO   TO WS-EXIST-LIMIT.
           PERFORM CHECK-COMPLETE.
           IF DEC-PENDING
              PERFORM CHECK-DOCUMENT
           END-IF.
           IF DEC-PENDING
              PERFORM SCREEN-APPLICANT
           END-IF.
           IF DEC-PENDING
              PERFORM SUM-DOC-EXPOSURE
              PERFORM APPLY-RULES
           END-IF.
           EVALUATE TRUE
              WHEN DEC-PENDING
                 PERFORM APPROVE-APPLICATION
              WHEN DEC-DECLINED
                 ADD 1 TO WS-DECLINED-COUNT
                 PERFORM WRITE-DECLINE-LETTER
              WHEN DEC-REFERRED
                 ADD 1 TO WS-REFERRED-COUNT
                 PERFORM WRITE-REFERRAL
              WHEN DEC-INCOMPLETE
                 ADD 1 TO WS-INCOMPLETE-COUNT
           END-EVALUATE.
           PERFORM WRITE-DETAIL-LINE.

       CHECK-COMPLETE.
      *sem nome, endereco ou limite nao ha conta nem carta possivel -
      *o pedido volta para a area de abertura pelo relatorio
           EVALUATE TRUE
              WHEN AP-LAST-NAME = SPACES
                 MOVE 'I' TO WS-DECISION
                 MOVE 'NAME MISSING' TO WS-REASON-TEXT
              WHEN AP-STREET-ADDR = SPACES
                 OR AP-CITY-COUNTY = SPACES
                 OR AP-USA-STATE = SPACES
                 MOVE 'I' TO WS-DECISION
                 MOVE 'ADDRESS MISSING' TO WS-REASON-TEXT
              WHEN AP-REQ-LIMIT NOT NUMERIC
                 OR AP-REQ-LIMIT = ZERO
                 MOVE 'I' TO WS-DECISION
                 MOVE 'REQUESTED LIMIT MISSING' TO WS-REASON-TEXT
              WHEN NOT AP-DOC-TYPE-VALID
                 MOVE 'I' TO WS-DECISION
                 MOVE 'DOCUMENT TYPE MISSING' TO WS-REASON-TEXT
           END-EVALUATE.

       CHECK-DOCUMENT.
      *mesma critica de digito verificador do TaxXref
           MOVE AP-DOC-TYPE   TO DC-DOC-TYPE.
           MOVE AP-DOC-DIGITS TO DC-DIGITS.
           CALL 'CPFCHECK' USING DOC-CHECK-PARMS.
           IF NOT DC-DOC-VALIDO
              MOVE 'D' TO WS-DECISION
              MOVE 'TAX DOCUMENT COULD NOT BE VERIFIED'
                 TO WS-REASON-TEXT
           END-IF.

       SCREEN-APPLICANT.
      *a maior nota contra a lista decide; pedido que volta com o
      *ID de quem liberou no SancRvw nao passa de novo
           MOVE ZERO TO WS-BEST-SCORE.
           MOVE ZERO TO WS-BEST-WLX.
           IF AP-SCREEN-CLEARED-BY = SPACES
              AND WS-WATCH-COUNT > ZERO
              PERFORM CHECK-ONE-ENTRY
                 VARYING WLX FROM 1 BY 1
                 UNTIL WLX > WS-WATCH-COUNT
           END-IF.
           IF WS-BEST-SCORE >= WS-MIN-SCORE
              MOVE 'R' TO WS-DECISION
              MOVE 'WATCH-LIST NAME MATCH' TO WS-REASON-TEXT
           END-IF.

       CHECK-ONE-ENTRY.
           MOVE AP-LAST-NAME        TO SM-CAND-LAST-NAME.
           MOVE AP-FIRST-NAME       TO SM-CAND-FIRST-NAME.
           MOVE WT-LAST-NAME (WLX)  TO SM-LIST-LAST-NAME.
           MOVE WT-FIRST-NAME (WLX) TO SM-LIST-FIRST-NAME.
           CALL 'SANCMTCH' USING SANC-MATCH-PARMS.
           IF SM-SCORE > WS-BEST-SCORE
              MOVE SM-SCORE TO WS-BEST-SCORE
              SET WS-BEST-WLX TO WLX
           END-IF.

       SUM-DOC-EXPOSURE.
      *todas as contas do documento, como no Exposure: o limite de
      *cada uma vem do ACCTREC por chave; a conta aberta nesta
      *execucao entra com o limite aprovado
           MOVE ZERO TO WS-EXIST-COUNT.
           MOVE ZERO TO WS-DOC-DELQ-DAYS.
           MOVE 'N'  TO WS-DOC-CHGOFF.
           MOVE 'N'  TO WS-DOC-DELINQUENT.
           IF WS-XREF-COUNT > ZERO
              PERFORM CHECK-ONE-LINK
                 VARYING XRX FROM 1 BY 1
                 UNTIL XRX > WS-XREF-COUNT
           END-IF.

       CHECK-ONE-LINK.
           IF WX-DOC-TYPE (XRX) = AP-DOC-TYPE
              AND WX-DOC-DIGITS (XRX) = AP-DOC-DIGITS
              ADD 1 TO WS-EXIST-COUNT
              MOVE WX-ACCT-NO (XRX) TO ACCT-NO
              READ ACCT-REC
              IF ACCT-FILE-STATUS = '00'
                 ADD ACCT-LIMIT TO WS-EXIST-LIMIT
                 IF ACCT-ST-CHGOFF
                    MOVE 'Y' TO WS-DOC-CHGOFF
                 END-IF
              ELSE
                 ADD WX-RUN-LIMIT (XRX) TO WS-EXIST-LIMIT
              END-IF
              PERFORM CHECK-ACCT-DELINQUENCY
           END-IF.

       CHECK-ACCT-DELINQUENCY.
           IF WS-DELQ-COUNT > ZERO
              SET DQX TO 1
              SEARCH WS-DELQ-ENTRY
                 AT END CONTINUE
                 WHEN DQX > WS-DELQ-COUNT
                    CONTINUE
                 WHEN WD-ACCT-NO (DQX) = WX-ACCT-NO (XRX)
                    IF WD-DAYS-DELINQ (DQX) > WS-DOC-DELQ-DAYS
                       MOVE WD-DAYS-DELINQ (DQX) TO WS-DOC-DELQ-DAYS
                    END-IF
                    IF WD-DAYS-DELINQ (DQX) > WS-MAX-DELQ-DAYS
                       OR WS-MAX-DELQ-DAYS = ZERO
                       MOVE 'Y' TO WS-DOC-DELINQUENT
                    END-IF
              END-SEARCH
           END-IF.

       APPLY-RULES.
           PERFORM CHECK-STATE.
           COMPUTE WS-COMBINED-LIMIT = WS-EXIST-LIMIT + AP-REQ-LIMIT.
           EVALUATE TRUE
              WHEN NOT STATE-FOUND
                 MOVE 'D' TO WS-DECISION
                 MOVE 'WE DO NOT OFFER ACCOUNTS IN YOUR STATE'
                    TO WS-REASON-TEXT
              WHEN DOC-HAS-CHGOFF
                 MOVE 'D' TO WS-DECISION
                 MOVE 'PRIOR ACCOUNT CHARGED OFF'
                    TO WS-REASON-TEXT
              WHEN DOC-DELINQUENT
                 MOVE 'D' TO WS-DECISION
                 MOVE 'EXISTING ACCOUNT PAST DUE'
                    TO WS-REASON-TEXT
              WHEN WS-COMBINED-LIMIT > WS-MAX-COMBINED
                 MOVE 'D' TO WS-DECISION
                 MOVE 'TOTAL CREDIT WITH US WOULD EXCEED LIMIT'
                    TO WS-REASON-TEXT
           END-EVALUATE.

       CHECK-STATE.
      *sem nenhum estado no ORIGPARM todos sao atendidos
           IF WS-STATE-COUNT = ZERO
              MOVE 'Y' TO WS-STATE-FOUND
           ELSE
              MOVE 'N' TO WS-STATE-FOUND
              SET STX TO 1
              SEARCH WS-STATE-ENTRY
                 AT END MOVE 'N' TO WS-STATE-FOUND
                 WHEN STX > WS-STATE-COUNT
                    MOVE 'N' TO WS-STATE-FOUND
                 WHEN WS-STATE-NAME (STX) = AP-USA-STATE
                    MOVE 'Y' TO WS-STATE-FOUND
              END-SEARCH
           END-IF.

       APPROVE-APPLICATION.
           MOVE 'A' TO WS-DECISION.
           ADD 1 TO WS-APPROVED-COUNT.
           PERFORM ASSIGN-ACCT-NO.
           PERFORM WRITE-MAINT-TXN.
           PERFORM WRITE-XREF-LINK.
           PERFORM LINK-CUSTOMER.
           PERFORM WRITE-WELCOME-LETTER.

       ASSIGN-ACCT-NO.
      *proximo serial cujo numero com digito ainda nao esta no
      *ACCTREC (numeros digitados a mao no passado ficam de fora)
           MOVE '00' TO ACCT-FILE-STATUS.
           PERFORM UNTIL ACCT-FILE-STATUS = '23'
              IF WS-LAST-ACCT-SERIAL = 9999999
                 STRING 'ACCOUNT NUMBER SERIAL EXHAUSTED'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-LAST-ACCT-SERIAL
              MOVE WS-LAST-ACCT-SERIAL TO WS-ACCT-SERIAL
              PERFORM CALC-CHECK-DIGIT
              MOVE WS-ACCT-NUMBER TO ACCT-NO
              READ ACCT-REC
              IF ACCT-FILE-STATUS NOT = '00'
                 AND ACCT-FILE-STATUS NOT = '23'
                 STRING 'READ ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-PERFORM.
           MOVE WS-ACCT-NUMBER TO WS-NEW-ACCT-NO.

       CALC-CHECK-DIGIT.
           MOVE ZERO TO WS-CHECK-SUM.
           PERFORM VARYING WS-DIG-SUB FROM 1 BY 1
              UNTIL WS-DIG-SUB > 7
              COMPUTE WS-CHECK-SUM = WS-CHECK-SUM +
                 WS-SERIAL-DIG (WS-DIG-SUB) * WS-WEIGHT (WS-DIG-SUB)
           END-PERFORM.
           DIVIDE WS-CHECK-SUM BY 11 GIVING WS-DIG-SUB
              REMAINDER WS-CHECK-REM.
           IF WS-CHECK-REM < 2
              MOVE ZERO TO WS-ACCT-CHECK
           ELSE
              COMPUTE WS-ACCT-CHECK = 11 - WS-CHECK-REM
           END-IF.

       WRITE-MAINT-TXN.
      *inclusao 'A' para o AcctMaint, conta aberta e saldo zero;
      *limite acima do teto do APRPARM cai no duplo controle la,
      *como qualquer inclusao
           MOVE SPACES           TO MNT-TXN-REC.
           MOVE 'A'              TO MT-ACTION.
           MOVE 'ACCTORIG'       TO MT-OPERATOR-ID.
           MOVE WS-NEW-ACCT-NO   TO MT-ACCT-NO.
           MOVE AP-REQ-LIMIT     TO MT-ACCT-LIMIT.
           MOVE ZERO             TO MT-ACCT-BALANCE.
           MOVE AP-LAST-NAME     TO MT-LAST-NAME.
           MOVE AP-FIRST-NAME    TO MT-FIRST-NAME.
           MOVE AP-STREET-ADDR   TO MT-STREET-ADDR.
           MOVE AP-CITY-COUNTY   TO MT-CITY-COUNTY.
           MOVE AP-USA-STATE     TO MT-USA-STATE.
           MOVE AP-CURRENCY-CODE TO MT-CURRENCY-CODE.
           MOVE AP-ZIP-CODE      TO MT-ZIP-CODE.
           STRING 'APPLICATION ' AP-APPL-NO ' ENTERED BY '
              AP-ENTERED-BY DELIMITED BY SIZE INTO MT-COMMENTS.
           MOVE 'O'              TO MT-ACCT-STATUS.
           MOVE 'N'              TO MT-MAIL-SUPPRESS.
           WRITE MNT-TXN-REC.
           IF TXN-FILE-STATUS NOT = '00'
              STRING 'WRITE MAINT-TXN-OUT FAILED, STATUS '
                 TXN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-XREF-LINK.
      *o vinculo entra junto com a conta - e tambem na tabela, para
      *o proximo pedido do mesmo documento nesta execucao
           MOVE AP-DOC-TYPE    TO XR-DOC-TYPE.
           MOVE AP-DOC-DIGITS  TO XR-DOC-DIGITS.
           MOVE WS-NEW-ACCT-NO TO XR-ACCT-NO.
           WRITE XREF-MASTER-REC.
           IF XREF-FILE-STATUS NOT = '00'
              STRING 'WRITE XREF-MASTER FAILED, STATUS '
                 XREF-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM ADD-XREF-ENTRY.
           MOVE AP-REQ-LIMIT TO WX-RUN-LIMIT (XRX).

       LINK-CUSTOMER.
      *o cliente de uma conta que ja existe para o documento leva a
      *conta nova; documento sem cliente ganha um no CUSTMST
           MOVE 'N' TO WS-CUST-FOUND.
           PERFORM FIND-DOC-CUSTOMER
              VARYING XRX FROM 1 BY 1
              UNTIL XRX > WS-XREF-COUNT OR CUST-FOUND.
           IF NOT CUST-FOUND
              PERFORM ADD-NEW-CUSTOMER
           END-IF.
           MOVE WS-NEW-CUST-NO TO CL-CUST-NO.
           MOVE WS-NEW-ACCT-NO TO CL-ACCT-NO.
           WRITE CUST-LINK-REC.
           IF LINK-FILE-STATUS NOT = '00'
              STRING 'WRITE CUST-LINK FAILED, STATUS '
                 LINK-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM ADD-LINK-ENTRY.

       FIND-DOC-CUSTOMER.
           IF WX-DOC-TYPE (XRX) = AP-DOC-TYPE
              AND WX-DOC-DIGITS (XRX) = AP-DOC-DIGITS
              AND WX-ACCT-NO (XRX) NOT = WS-NEW-ACCT-NO
              AND WS-LINK-COUNT > ZERO
              SET LKX TO 1
              SEARCH WS-LINK-ENTRY
                 AT END CONTINUE
                 WHEN LKX > WS-LINK-COUNT
                    CONTINUE
                 WHEN WL-ACCT-NO (LKX) = WX-ACCT-NO (XRX)
                    MOVE 'Y' TO WS-CUST-FOUND
                    MOVE WL-CUST-NO (LKX) TO WS-NEW-CUST-NO
              END-SEARCH
           END-IF.

       ADD-NEW-CUSTOMER.
      *numero 'C' mais serial do ORIGCTL, pulando o que ja existe
           MOVE 'Y' TO WS-FOUND-FLAG.
           PERFORM UNTIL NOT ENTRY-FOUND
              IF WS-LAST-CUST-SERIAL = 9999999
                 STRING 'CUSTOMER NUMBER SERIAL EXHAUSTED'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-LAST-CUST-SERIAL
              MOVE WS-LAST-CUST-SERIAL TO WS-CUST-SERIAL
              MOVE 'N' TO WS-FOUND-FLAG
              IF WS-CUST-COUNT > ZERO
                 SET CUX TO 1
                 SEARCH WS-CUST-ENTRY
                    AT END CONTINUE
                    WHEN CUX > WS-CUST-COUNT
                       CONTINUE
                    WHEN WC-CUST-NO (CUX) = WS-CUST-NUMBER
                       MOVE 'Y' TO WS-FOUND-FLAG
                 END-SEARCH
              END-IF
           END-PERFORM.
           MOVE WS-CUST-NUMBER TO WS-NEW-CUST-NO.
           ADD 1 TO WS-NEW-CUST-COUNT.
           MOVE WS-NEW-CUST-NO  TO CM-CUST-NO.
           MOVE AP-LAST-NAME    TO CM-LAST-NAME.
           MOVE AP-FIRST-NAME   TO CM-FIRST-NAME.
           MOVE AP-STREET-ADDR  TO CM-STREET-ADDR.
           MOVE AP-CITY-COUNTY  TO CM-CITY-COUNTY.
           MOVE AP-USA-STATE    TO CM-USA-STATE.
           MOVE AP-ZIP-CODE     TO CM-ZIP-CODE.
           MOVE SPACE           TO CM-STMT-MODE.
           WRITE CUST-MASTER-REC.
           IF CUST-FILE-STATUS NOT = '00'
              STRING 'WRITE CUST-MASTER FAILED, STATUS '
                 CUST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM ADD-CUST-ENTRY.

       WRITE-REFERRAL.
      *o pedido inteiro vai para o compliance com a entrada que casou
           MOVE WS-TODAY-DATE TO RF-REFER-DATE.
           SET WLX TO WS-BEST-WLX.
           MOVE WT-ENTRY-ID (WLX)   TO RF-ENTRY-ID.
           MOVE WT-LAST-NAME (WLX)  TO RF-LIST-LAST-NAME.
           MOVE WT-FIRST-NAME (WLX) TO RF-LIST-FIRST-NAME.
           MOVE WS-BEST-SCORE       TO RF-SCORE.
           MOVE APPL-REC            TO RF-APPL-IMAGE.
           WRITE REFER-REC.
           IF REFR-FILE-STATUS NOT = '00'
              STRING 'WRITE REFER-OUT FAILED, STATUS '
                 REFR-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-ADDRESS-BLOCK.
      *----tres linhas em branco posicionam o bloco de endereco na
      *----janela do envelope, como no CollLtr
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE AP-FIRST-NAME TO NL-FIRST-NAME.
           MOVE AP-LAST-NAME  TO NL-LAST-NAME.
           MOVE NAME-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE AP-STREET-ADDR TO AL-STREET-ADDR.
           MOVE ADDR-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE AP-CITY-COUNTY TO CL-CITY-COUNTY.
           MOVE AP-USA-STATE   TO CL-USA-STATE.
           MOVE AP-ZIP-CODE    TO CL-ZIP-CODE.
           MOVE CITY-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.

       WRITE-WELCOME-LETTER.
           PERFORM WRITE-ADDRESS-BLOCK.
           MOVE WELCOME-TITLE-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE WELCOME-TEXT-LINE-1 TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE WELCOME-TEXT-LINE-2 TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE WELCOME-TEXT-LINE-3 TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE WS-NEW-ACCT-NO TO WA-ACCT-NO.
           MOVE AP-REQ-LIMIT   TO WA-LIMIT.
           MOVE WELCOME-ACCT-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM WRITE-APPL-REF-LINE.

       WRITE-DECLINE-LETTER.
           PERFORM WRITE-ADDRESS-BLOCK.
           MOVE DECLINE-TITLE-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE DECLINE-TEXT-LINE-1 TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE DECLINE-TEXT-LINE-2 TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE DECLINE-TEXT-LINE-3 TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE WS-REASON-TEXT TO DR-REASON.
           MOVE DECLINE-REASON-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE DECLINE-TEXT-LINE-4 TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE DECLINE-TEXT-LINE-5 TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           PERFORM WRITE-APPL-REF-LINE.

       WRITE-APPL-REF-LINE.
           MOVE BLANK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE AP-APPL-NO    TO AR-APPL-NO.
           MOVE WS-TODAY-DATE TO AR-DATE.
           MOVE APPL-REF-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.
           MOVE PAGE-BREAK-LINE TO LETTER-REC.
           PERFORM WRITE-LETTER-REC.

       WRITE-LETTER-REC.
           WRITE LETTER-REC.
           IF LTR-FILE-STATUS NOT = '00'
              STRING 'WRITE LETTER-OUT FAILED, STATUS '
                 LTR-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE SPACES          TO DETAIL-LINE.
           MOVE AP-APPL-NO      TO DT-APPL-NO.
           MOVE AP-LAST-NAME    TO DT-LAST-NAME.
           MOVE AP-DOC-TYPE     TO DT-DOC-TYPE.
           MOVE AP-DOC-DIGITS   TO DT-DOC-DIGITS.
           IF AP-REQ-LIMIT NUMERIC
              MOVE AP-REQ-LIMIT TO DT-REQ-LIMIT
           END-IF.
           MOVE WS-EXIST-LIMIT  TO DT-EXIST-LIMIT.
           EVALUATE TRUE
              WHEN DEC-APPROVED
                 MOVE 'APPROVED'   TO DT-DECISION
              WHEN DEC-DECLINED
                 MOVE 'DECLINED'   TO DT-DECISION
              WHEN DEC-REFERRED
                 MOVE 'REFERRED'   TO DT-DECISION
              WHEN DEC-INCOMPLETE
                 MOVE 'INCOMPLETE' TO DT-DECISION
           END-EVALUATE.
           MOVE WS-NEW-ACCT-NO  TO DT-ACCT-NO.
           MOVE WS-REASON-TEXT  TO DT-REASON.
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

       WRITE-ORIG-CONTROL.
           OPEN OUTPUT ORIG-CONTROL.
           IF OCTL-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT ORIG-CONTROL FAILED, STATUS '
                 OCTL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE WS-LAST-ACCT-SERIAL TO OC-LAST-ACCT-SERIAL.
           MOVE WS-LAST-CUST-SERIAL TO OC-LAST-CUST-SERIAL.
           MOVE WS-TODAY-DATE       TO OC-LAST-RUN-DATE.
           WRITE ORIG-CONTROL-REC.
           IF OCTL-FILE-STATUS NOT = '00'
              STRING 'WRITE ORIG-CONTROL FAILED, STATUS '
                 OCTL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           CLOSE ORIG-CONTROL.

       CLOSE-STOP.
      *RC 4 quando ha pedido parado na triagem ou incompleto -
      *alguem precisa olhar antes da proxima noite
           MOVE SPACES TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE WS-APPL-COUNT       TO TL-APPL-COUNT.
           MOVE WS-APPROVED-COUNT   TO TL-APPROVED-COUNT.
           MOVE WS-DECLINED-COUNT   TO TL-DECLINED-COUNT.
           MOVE WS-REFERRED-COUNT   TO TL-REFERRED-COUNT.
           MOVE WS-INCOMPLETE-COUNT TO TL-INCOMPLETE-COUNT.
           MOVE WS-NEW-CUST-COUNT   TO TL-NEW-CUST-COUNT.
           MOVE TOTAL-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           CLOSE APPL-IN .
           CLOSE ACCT-REC .
           CLOSE XREF-MASTER .
           CLOSE CUST-MASTER .
           CLOSE CUST-LINK .
           CLOSE MAINT-TXN-OUT .
           CLOSE REFER-OUT .
           CLOSE LETTER-OUT .
           CLOSE REPORT-LINE .
           IF WS-REFERRED-COUNT > ZERO
              OR WS-INCOMPLETE-COUNT > ZERO
              SET RC-NEEDS-ATTENTION TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'ACCTORIG'     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de contas abertas
      *e o RETURN-CODE devolvido ao scheduler
           MOVE 'ACCTORIG'           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-APPROVED-COUNT    TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
