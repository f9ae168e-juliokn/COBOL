      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. TaxStat.
       AUTHOR. Julio Bittencourt.

      *Situacao cadastral dos documentos fiscais na Receita: o
      *CPFCHECK so prova que o digito verificador confere, nao que
      *o CPF/CNPJ esta em dia - ha conta em CNPJ baixado e em CPF
      *de titular falecido que nenhum passo pegava. Este passo
      *periodico cruza o arquivo de situacao cadastral do governo
      *(GOVSTAT, ja convertido para o layout abaixo) com todo
      *documento do XREFMST e grava a situacao (regular, suspensa,
      *cancelada, titular falecido; documento ausente do arquivo
      *do governo fica como nao localizado) e a data da checagem no
      *DOCSTAT. O TAXSTRPT lista, no estilo do Exposure, as contas
      *ligadas a documento fora da situacao regular com saldo e a
      *exposicao combinada do documento, e em separado as mudancas
      *de situacao desde a checagem anterior. Documento que passou
      *a cancelado ou falecido tem as contas abertas oferecidas a
      *esteira de manutencao como congelamento - alteracao 'C' com
      *situacao 'F' no layout MNTTXN (dataset TAXFRZ), que o
      *AcctMaint manda para o duplo controle do Apprvl como toda
      *mudanca para congelada, igual ao SANCTXN do SancRvw.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-MASTER ASSIGN TO XREFMST
               FILE STATUS IS XREF-FILE-STATUS .
           SELECT GOV-STATUS ASSIGN TO GOVSTAT
               FILE STATUS IS GOV-FILE-STATUS .
           SELECT DOC-STATUS ASSIGN TO DOCSTAT
               FILE STATUS IS DOCS-FILE-STATUS .
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT MAINT-TXN-OUT ASSIGN TO TAXFRZ
               FILE STATUS IS TXN-FILE-STATUS .
           SELECT REPORT-LINE ASSIGN TO TAXSTRPT
               FILE STATUS IS RPT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD XREF-MASTER RECORDING MODE F .
      *mesmo layout mantido pelo TaxXref
       01  XREF-MASTER-REC.
           05 XR-DOC-TYPE       PIC X(1).
           05 XR-DOC-DIGITS     PIC X(14).
           05 XR-ACCT-NO        PIC X(8).

       FD GOV-STATUS RECORDING MODE F .
      *um record por documento no arquivo de situacao cadastral:
      *tipo (1=CPF 2=CNPJ, como no XREFMST), digitos, situacao e a
      *data em que a situacao passou a valer na Receita
       01  GOV-STATUS-REC.
           05 GV-DOC-TYPE       PIC X(1).
           05 GV-DOC-DIGITS     PIC X(14).
           05 GV-STATUS         PIC X(1).
             88 GV-STATUS-VALID     VALUES 'R' 'S' 'C' 'D'.
           05 GV-STATUS-DATE    PIC 9(8).

       FD DOC-STATUS RECORDING MODE F .
      *situacao de cada documento do XREFMST na ultima checagem,
      *regravado inteiro a cada execucao
       01  DOC-STATUS-REC.
           05 DS-DOC-TYPE       PIC X(1).
           05 DS-DOC-DIGITS     PIC X(14).
           05 DS-STATUS         PIC X(1).
             88 DS-REGULAR          VALUE 'R'.
             88 DS-SUSPENDED        VALUE 'S'.
             88 DS-CANCELLED        VALUE 'C'.
             88 DS-DECEASED         VALUE 'D'.
             88 DS-NOT-ON-FILE      VALUE 'N'.
           05 DS-STATUS-DATE    PIC 9(8).
           05 DS-CHECK-DATE     PIC 9(8).

       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

       FD MAINT-TXN-OUT RECORDING MODE F .
      *layout compartilhado no copybook MNTTXN
           COPY MNTTXN.

       FD REPORT-LINE RECORDING MODE F .
       01  REPORT-REC            PIC X(110) .

       WORKING-STORAGE SECTION.
       01  XREF-FILE-STATUS     PIC X(2) VALUE '00'.
       01  GOV-FILE-STATUS      PIC X(2) VALUE '00'.
       01  DOCS-FILE-STATUS     PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  TXN-FILE-STATUS      PIC X(2) VALUE '00'.
       01  RPT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-XREF-EOF          PIC X(1) VALUE 'N'.
           88 XREF-EOF          VALUE 'Y'.
       01  WS-GOV-EOF           PIC X(1) VALUE 'N'.
           88 GOV-EOF           VALUE 'Y'.
       01  WS-DOCS-EOF          PIC X(1) VALUE 'N'.
           88 DOCS-EOF          VALUE 'Y'.
       01  WS-BUSINESS-DATE     PIC 9(8) VALUE ZERO.

      *vinculos documento/conta carregados do XREFMST
       01  WS-XREF-TABLE.
           05 WS-XREF-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-XREF-ENTRY OCCURS 1000 TIMES
                 INDEXED BY XRX.
              10 WX-DOC-TYPE    PIC X(1).
              10 WX-DOC-DIGITS  PIC X(14).
              10 WX-ACCT-NO     PIC X(8).

      *um item por documento distinto do XREFMST, com a situacao
      *da checagem anterior e a desta
       01  WS-DOC-TABLE.
           05 WS-DOC-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-DOC-ENTRY OCCURS 1000 TIMES
                 INDEXED BY DCX.
              10 WDC-DOC-TYPE   PIC X(1).
              10 WDC-DOC-DIGITS PIC X(14).
              10 WDC-PRIOR-STATUS PIC X(1).
              10 WDC-PRIOR-CHECK  PIC 9(8).
              10 WDC-STATUS     PIC X(1).
                 88 WDC-REGULAR     VALUE 'R'.
                 88 WDC-FREEZE-CASE VALUES 'C' 'D'.
              10 WDC-STATUS-DATE PIC 9(8).
              10 WDC-ACCT-COUNT PIC 9(4).
              10 WDC-LIMIT-TOT  PIC S9(11)V99 COMP-3.
              10 WDC-BAL-TOT    PIC S9(11)V99 COMP-3.
       01  WS-DOC-FOUND         PIC X(1) VALUE 'N'.
           88 DOC-FOUND         VALUE 'Y'.
       01  WS-WORK-TYPE         PIC X(1) VALUE SPACE.
       01  WS-WORK-DIGITS       PIC X(14) VALUE SPACES.
       01  WS-WORK-STATUS       PIC X(1) VALUE SPACE.
       01  WS-STATUS-TEXT       PIC X(15) VALUE SPACES.
       01  WS-OFFER-FREEZE      PIC X(1) VALUE 'N'.
           88 OFFER-FREEZE      VALUE 'Y'.

      *contadores de controle da execucao
       01  WS-GOV-READ-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-GOV-BAD-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-NOT-REGULAR-COUNT PIC 9(5) VALUE ZERO.
       01  WS-NOT-FOUND-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-CHANGE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-FREEZE-COUNT      PIC 9(5) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-NOT-REGULAR    VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
           COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *area de parametros do subprograma BUSDATE
           COPY BUSDPRM.

       01  DOC-HEADER-LINE.
           05 FILLER             PIC X(10) VALUE 'DOCUMENT ('.
           05 DH-DOC-TYPE        PIC X(1).
           05 FILLER             PIC X(2)  VALUE ') '.
           05 DH-DOC-DIGITS      PIC X(14).
           05 FILLER             PIC X(10) VALUE '  STATUS: '.
           05 DH-STATUS          PIC X(15).
           05 FILLER             PIC X(8)  VALUE '  SINCE '.
           05 DH-STATUS-DATE     PIC 9999/99/99.
           05 FILLER             PIC X(40) VALUE SPACES.

       01  ACCT-DETAIL-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 DT-ACCT-NO         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-LAST-NAME       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ACCT-LIMIT      PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ACCT-BALANCE    PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(9)  VALUE '  STATUS '.
           05 DT-ACCT-STATUS     PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 DT-ACTION          PIC X(20).
           05 FILLER             PIC X(13) VALUE SPACES.

       01  DOC-TOTAL-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(21)
              VALUE 'COMBINED  ACCOUNTS: '.
           05 DT-ACCT-COUNT      PIC ZZZ9.
           05 FILLER             PIC X(9)  VALUE '  LIMIT: '.
           05 DT-LIMIT-TOT       PIC $$,$$$,$$$,$$9.99.
           05 FILLER             PIC X(11) VALUE '  BALANCE: '.
           05 DT-BAL-TOT         PIC $$,$$$,$$$,$$9.99-.
           05 FILLER             PIC X(26) VALUE SPACES.

       01  CHANGE-LINE.
           05 FILLER             PIC X(10) VALUE 'DOCUMENT ('.
           05 CH-DOC-TYPE        PIC X(1).
           05 FILLER             PIC X(2)  VALUE ') '.
           05 CH-DOC-DIGITS      PIC X(14).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 CH-PRIOR-STATUS    PIC X(15).
           05 FILLER             PIC X(4)  VALUE ' -> '.
           05 CH-STATUS          PIC X(15).
           05 FILLER             PIC X(14) VALUE '  LAST CHECK: '.
           05 CH-PRIOR-CHECK     PIC 9999/99/99.
           05 FILLER             PIC X(23) VALUE SPACES.

       01  COUNT-LINE.
           05 CT-LABEL           PIC X(32).
           05 CT-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(67) VALUE SPACES.

       01  BLANK-LINE            PIC X(110) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-XREF-TABLE.
           PERFORM LOAD-DOC-STATUS.
           PERFORM SCAN-GOV-STATUS.
           PERFORM REPORT-NOT-REGULAR.
           PERFORM REPORT-CHANGES.
           PERFORM REWRITE-DOC-STATUS.
           PERFORM REPORT-COUNTS.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM GET-BUSINESS-DATE.
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
           OPEN OUTPUT REPORT-LINE .
           IF RPT-FILE-STATUS NOT = '00'
              STRING 'OPEN REPORT-LINE FAILED, STATUS ' RPT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.
           MOVE 'TAX DOCUMENT REGISTRATION STATUS CHECK' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE RUN-HEADER-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
           COPY RUNHDRPR.

       GET-BUSINESS-DATE.
      *a data da checagem gravada no DOCSTAT e a data-movimento do
      *controle BUSDTCTL, nao o relogio
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-ERROR
              MOVE BUSD-MESSAGE TO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF BUSD-MESSAGE NOT = SPACES
              DISPLAY 'TAXSTAT ' BUSD-MESSAGE
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-BUSINESS-DATE.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'TAXSTAT ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       LOAD-XREF-TABLE.
      *cada documento distinto do XREFMST ganha um item na tabela
      *de documentos, ainda sem situacao
           OPEN INPUT XREF-MASTER.
           IF XREF-FILE-STATUS = '05' OR XREF-FILE-STATUS = '35'
              MOVE 'Y' TO WS-XREF-EOF
           ELSE
              IF XREF-FILE-STATUS NOT = '00'
                 STRING 'OPEN XREF-MASTER FAILED, STATUS '
                    XREF-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-XREF-REC
              PERFORM UNTIL XREF-EOF OR WS-XREF-COUNT = 1000
                 ADD 1 TO WS-XREF-COUNT
                 SET XRX TO WS-XREF-COUNT
                 MOVE XR-DOC-TYPE   TO WX-DOC-TYPE (XRX)
                 MOVE XR-DOC-DIGITS TO WX-DOC-DIGITS (XRX)
                 MOVE XR-ACCT-NO    TO WX-ACCT-NO (XRX)
                 MOVE XR-DOC-TYPE   TO WS-WORK-TYPE
                 MOVE XR-DOC-DIGITS TO WS-WORK-DIGITS
                 PERFORM FIND-DOC-ENTRY
                 IF NOT DOC-FOUND
                    PERFORM ADD-DOC-ENTRY
                 END-IF
                 PERFORM READ-XREF-REC
              END-PERFORM
              CLOSE XREF-MASTER
              IF NOT XREF-EOF
                 STRING 'XREF TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-XREF-REC.
           READ XREF-MASTER
           AT END MOVE 'Y' TO WS-XREF-EOF
           END-READ.
           IF XREF-FILE-STATUS NOT = '00'
              AND XREF-FILE-STATUS NOT = '10'
              STRING 'READ XREF-MASTER FAILED, STATUS '
                 XREF-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       FIND-DOC-ENTRY.
           MOVE 'N' TO WS-DOC-FOUND.
           IF WS-DOC-COUNT > ZERO
              SET DCX TO 1
              SEARCH WS-DOC-ENTRY
                 AT END MOVE 'N' TO WS-DOC-FOUND
                 WHEN DCX > WS-DOC-COUNT
                    MOVE 'N' TO WS-DOC-FOUND
                 WHEN WDC-DOC-TYPE (DCX) = WS-WORK-TYPE
                    AND WDC-DOC-DIGITS (DCX) = WS-WORK-DIGITS
                    MOVE 'Y' TO WS-DOC-FOUND
              END-SEARCH
           END-IF.

       ADD-DOC-ENTRY.
      *documento que nao aparecer no arquivo do governo fica como
      *nao localizado
           ADD 1 TO WS-DOC-COUNT.
           SET DCX TO WS-DOC-COUNT.
           MOVE WS-WORK-TYPE   TO WDC-DOC-TYPE (DCX).
           MOVE WS-WORK-DIGITS TO WDC-DOC-DIGITS (DCX).
           MOVE SPACE          TO WDC-PRIOR-STATUS (DCX).
           MOVE ZERO           TO WDC-PRIOR-CHECK (DCX).
           MOVE 'N'            TO WDC-STATUS (DCX).
           MOVE ZERO           TO WDC-STATUS-DATE (DCX).
           MOVE ZERO           TO WDC-ACCT-COUNT (DCX).
           MOVE ZERO           TO WDC-LIMIT-TOT (DCX).
           MOVE ZERO           TO WDC-BAL-TOT (DCX).

       LOAD-DOC-STATUS.
      *situacao da checagem anterior; na primeira execucao o
      *DOCSTAT ainda nao existe e ninguem aparece como mudanca.
      *documento que saiu do XREFMST e descartado
           OPEN INPUT DOC-STATUS.
           IF DOCS-FILE-STATUS = '05' OR DOCS-FILE-STATUS = '35'
              MOVE 'Y' TO WS-DOCS-EOF
           ELSE
              IF DOCS-FILE-STATUS NOT = '00'
                 STRING 'OPEN DOC-STATUS FAILED, STATUS '
                    DOCS-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-DOC-STATUS
              PERFORM UNTIL DOCS-EOF
                 MOVE DS-DOC-TYPE   TO WS-WORK-TYPE
                 MOVE DS-DOC-DIGITS TO WS-WORK-DIGITS
                 PERFORM FIND-DOC-ENTRY
                 IF DOC-FOUND
                    MOVE DS-STATUS     TO WDC-PRIOR-STATUS (DCX)
                    MOVE DS-CHECK-DATE TO WDC-PRIOR-CHECK (DCX)
                 END-IF
                 PERFORM READ-DOC-STATUS
              END-PERFORM
              CLOSE DOC-STATUS
           END-IF.

       READ-DOC-STATUS.
           READ DOC-STATUS
           AT END MOVE 'Y' TO WS-DOCS-EOF
           END-READ.
           IF DOCS-FILE-STATUS NOT = '00'
              AND DOCS-FILE-STATUS NOT = '10'
              STRING 'READ DOC-STATUS FAILED, STATUS '
                 DOCS-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SCAN-GOV-STATUS.
      *uma passada no arquivo do governo; so interessam os
      *documentos que temos no XREFMST
           OPEN INPUT GOV-STATUS.
           IF GOV-FILE-STATUS NOT = '00'
              STRING 'OPEN GOV-STATUS FAILED, STATUS '
                 GOV-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-GOV-REC.
           PERFORM UNTIL GOV-EOF
              ADD 1 TO WS-GOV-READ-COUNT
              PERFORM MATCH-GOV-REC
              PERFORM READ-GOV-REC
           END-PERFORM.
           CLOSE GOV-STATUS.

       READ-GOV-REC.
           READ GOV-STATUS
           AT END MOVE 'Y' TO WS-GOV-EOF
           END-READ.
           IF GOV-FILE-STATUS NOT = '00'
              AND GOV-FILE-STATUS NOT = '10'
              STRING 'READ GOV-STATUS FAILED, STATUS '
                 GOV-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       MATCH-GOV-REC.
           MOVE GV-DOC-TYPE   TO WS-WORK-TYPE.
           MOVE GV-DOC-DIGITS TO WS-WORK-DIGITS.
           PERFORM FIND-DOC-ENTRY.
           IF DOC-FOUND
              IF GV-STATUS-VALID
                 MOVE GV-STATUS TO WDC-STATUS (DCX)
                 IF GV-STATUS-DATE NUMERIC
                    MOVE GV-STATUS-DATE TO WDC-STATUS-DATE (DCX)
                 END-IF
              ELSE
      *----------codigo de situacao desconhecido: o documento fica
      *----------como nao localizado e o record e contado
                 ADD 1 TO WS-GOV-BAD-COUNT
                 DISPLAY 'TAXSTAT UNKNOWN STATUS ' GV-STATUS
                    ' FOR DOCUMENT ' GV-DOC-TYPE ' ' GV-DOC-DIGITS
              END-IF
           END-IF.

       REPORT-NOT-REGULAR.
      *documentos fora da situacao regular, cada um com as contas
      *ligadas buscadas por chave e a exposicao combinada no fim
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'ACCOUNTS LINKED TO DOCUMENTS NOT IN REGULAR STATUS'
              TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           IF WS-DOC-COUNT > ZERO
              PERFORM CHECK-ONE-DOC
                 VARYING DCX FROM 1 BY 1
                 UNTIL DCX > WS-DOC-COUNT
           END-IF.
           IF WS-NOT-REGULAR-COUNT = ZERO
              MOVE 'NO DOCUMENTS OUT OF REGULAR STATUS' TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       CHECK-ONE-DOC.
           IF WDC-STATUS (DCX) = 'N'
              ADD 1 TO WS-NOT-FOUND-COUNT
           END-IF.
           IF NOT WDC-REGULAR (DCX)
              ADD 1 TO WS-NOT-REGULAR-COUNT
      *-------congelamento so e oferecido quando o documento passa
      *-------a cancelado ou falecido; nas checagens seguintes a
      *-------conta ja esta congelada ou o Apprvl ja decidiu
              MOVE 'N' TO WS-OFFER-FREEZE
              IF WDC-FREEZE-CASE (DCX)
                 AND WDC-PRIOR-STATUS (DCX) NOT = 'C'
                 AND WDC-PRIOR-STATUS (DCX) NOT = 'D'
                 MOVE 'Y' TO WS-OFFER-FREEZE
              END-IF
              MOVE WDC-STATUS (DCX) TO WS-WORK-STATUS
              PERFORM SET-STATUS-TEXT
              MOVE BLANK-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
              MOVE WDC-DOC-TYPE (DCX)    TO DH-DOC-TYPE
              MOVE WDC-DOC-DIGITS (DCX)  TO DH-DOC-DIGITS
              MOVE WS-STATUS-TEXT        TO DH-STATUS
              MOVE WDC-STATUS-DATE (DCX) TO DH-STATUS-DATE
              MOVE DOC-HEADER-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
              PERFORM LIST-DOC-ACCOUNTS
                 VARYING XRX FROM 1 BY 1
                 UNTIL XRX > WS-XREF-COUNT
              MOVE WDC-ACCT-COUNT (DCX) TO DT-ACCT-COUNT
              MOVE WDC-LIMIT-TOT (DCX)  TO DT-LIMIT-TOT
              MOVE WDC-BAL-TOT (DCX)    TO DT-BAL-TOT
              MOVE DOC-TOTAL-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       LIST-DOC-ACCOUNTS.
           IF WX-DOC-TYPE (XRX) = WDC-DOC-TYPE (DCX)
              AND WX-DOC-DIGITS (XRX) = WDC-DOC-DIGITS (DCX)
              MOVE WX-ACCT-NO (XRX) TO ACCT-NO
              READ ACCT-REC
              EVALUATE TRUE
                 WHEN ACCT-FILE-STATUS = '23'
      *-------------vinculo orfao: o XrefAud e quem cuida dele
                    MOVE WX-ACCT-NO (XRX) TO DT-ACCT-NO
                    MOVE SPACES TO DT-LAST-NAME
                    MOVE ZERO TO DT-ACCT-LIMIT
                    MOVE ZERO TO DT-ACCT-BALANCE
                    MOVE SPACE TO DT-ACCT-STATUS
                    MOVE '*NOT ON ACCTREC*' TO DT-ACTION
                 WHEN ACCT-FILE-STATUS NOT = '00'
                    STRING 'READ ACCT-REC FAILED, STATUS '
                       ACCT-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 WHEN OTHER
                    ADD 1            TO WDC-ACCT-COUNT (DCX)
                    ADD ACCT-LIMIT   TO WDC-LIMIT-TOT (DCX)
                    ADD ACCT-BALANCE TO WDC-BAL-TOT (DCX)
                    MOVE ACCT-NO      TO DT-ACCT-NO
                    MOVE LAST-NAME    TO DT-LAST-NAME
                    MOVE ACCT-LIMIT   TO DT-ACCT-LIMIT
                    MOVE ACCT-BALANCE TO DT-ACCT-BALANCE
                    MOVE ACCT-STATUS  TO DT-ACCT-STATUS
                    MOVE SPACES TO DT-ACTION
                    IF OFFER-FREEZE
                       PERFORM OFFER-ACCOUNT-FREEZE
                    END-IF
              END-EVALUATE
              MOVE ACCT-DETAIL-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       OFFER-ACCOUNT-FREEZE.
      *conta ja congelada, encerrada ou baixada nao gera outra
      *transacao
           IF ACCT-ST-OPEN
              PERFORM WRITE-FREEZE-TXN
              MOVE 'FREEZE OFFERED' TO DT-ACTION
           ELSE
              MOVE 'NOT OPEN - NO FREEZE' TO DT-ACTION
           END-IF.

       WRITE-FREEZE-TXN.
      *a transacao leva a imagem inteira da conta, como toda
      *MNTTXN 'C', so com a situacao trocada para congelada
           MOVE SPACES             TO MNT-TXN-REC.
           MOVE 'C'                TO MT-ACTION.
           MOVE 'TAXSTAT '         TO MT-OPERATOR-ID.
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
           MOVE 'F'                TO MT-ACCT-STATUS.
           MOVE ACCT-MAIL-SUPPRESS TO MT-MAIL-SUPPRESS.
           WRITE MNT-TXN-REC.
           IF TXN-FILE-STATUS NOT = '00'
              STRING 'WRITE MAINT-TXN-OUT FAILED, STATUS '
                 TXN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-FREEZE-COUNT.

       SET-STATUS-TEXT.
           EVALUATE WS-WORK-STATUS
              WHEN 'R'
                 MOVE 'REGULAR'         TO WS-STATUS-TEXT
              WHEN 'S'
                 MOVE 'SUSPENDED'       TO WS-STATUS-TEXT
              WHEN 'C'
                 MOVE 'CANCELLED'       TO WS-STATUS-TEXT
              WHEN 'D'
                 MOVE 'HOLDER DECEASED' TO WS-STATUS-TEXT
              WHEN OTHER
                 MOVE 'NOT ON GOV FILE' TO WS-STATUS-TEXT
           END-EVALUATE.

       REPORT-CHANGES.
      *mudancas de situacao desde a checagem anterior; documento
      *checado pela primeira vez nao conta como mudanca
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'STATUS CHANGES SINCE LAST CHECK' TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           IF WS-DOC-COUNT > ZERO
              PERFORM CHECK-ONE-CHANGE
                 VARYING DCX FROM 1 BY 1
                 UNTIL DCX > WS-DOC-COUNT
           END-IF.
           IF WS-CHANGE-COUNT = ZERO
              MOVE 'NO STATUS CHANGES' TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       CHECK-ONE-CHANGE.
           IF WDC-PRIOR-STATUS (DCX) NOT = SPACE
              AND WDC-PRIOR-STATUS (DCX) NOT = WDC-STATUS (DCX)
              ADD 1 TO WS-CHANGE-COUNT
              MOVE WDC-DOC-TYPE (DCX)    TO CH-DOC-TYPE
              MOVE WDC-DOC-DIGITS (DCX)  TO CH-DOC-DIGITS
              MOVE WDC-PRIOR-STATUS (DCX) TO WS-WORK-STATUS
              PERFORM SET-STATUS-TEXT
              MOVE WS-STATUS-TEXT        TO CH-PRIOR-STATUS
              MOVE WDC-STATUS (DCX)      TO WS-WORK-STATUS
              PERFORM SET-STATUS-TEXT
              MOVE WS-STATUS-TEXT        TO CH-STATUS
              MOVE WDC-PRIOR-CHECK (DCX) TO CH-PRIOR-CHECK
              MOVE CHANGE-LINE TO REPORT-REC
              PERFORM WRITE-REPORT-REC
           END-IF.

       REWRITE-DOC-STATUS.
           OPEN OUTPUT DOC-STATUS.
           IF DOCS-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT DOC-STATUS FAILED, STATUS '
                 DOCS-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF WS-DOC-COUNT > ZERO
              PERFORM WRITE-ONE-DOC-STATUS
                 VARYING DCX FROM 1 BY 1
                 UNTIL DCX > WS-DOC-COUNT
           END-IF.
           CLOSE DOC-STATUS.

       WRITE-ONE-DOC-STATUS.
           MOVE WDC-DOC-TYPE (DCX)    TO DS-DOC-TYPE.
           MOVE WDC-DOC-DIGITS (DCX)  TO DS-DOC-DIGITS.
           MOVE WDC-STATUS (DCX)      TO DS-STATUS.
           MOVE WDC-STATUS-DATE (DCX) TO DS-STATUS-DATE.
           MOVE WS-BUSINESS-DATE      TO DS-CHECK-DATE.
           WRITE DOC-STATUS-REC.
           IF DOCS-FILE-STATUS NOT = '00'
              STRING 'WRITE DOC-STATUS FAILED, STATUS '
                 DOCS-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REPORT-COUNTS.
           MOVE BLANK-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'GOVERNMENT RECORDS READ' TO CT-LABEL.
           MOVE WS-GOV-READ-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'UNKNOWN STATUS CODES' TO CT-LABEL.
           MOVE WS-GOV-BAD-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'DOCUMENTS CHECKED' TO CT-LABEL.
           MOVE WS-DOC-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'DOCUMENTS NOT REGULAR' TO CT-LABEL.
           MOVE WS-NOT-REGULAR-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE '  OF WHICH NOT ON GOV FILE' TO CT-LABEL.
           MOVE WS-NOT-FOUND-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'STATUS CHANGES' TO CT-LABEL.
           MOVE WS-CHANGE-COUNT TO CT-COUNT.
           MOVE COUNT-LINE TO REPORT-REC.
           PERFORM WRITE-REPORT-REC.
           MOVE 'FREEZES OFFERED TO MAINTENANCE' TO CT-LABEL.
           MOVE WS-FREEZE-COUNT TO CT-COUNT.
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

       CLOSE-STOP.
           CLOSE ACCT-REC .
           CLOSE MAINT-TXN-OUT .
           CLOSE REPORT-LINE .
           IF WS-NOT-REGULAR-COUNT > ZERO
              SET RC-NOT-REGULAR TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           DISPLAY 'TAXSTAT ' WS-DOC-COUNT ' DOCUMENTS, '
              WS-NOT-REGULAR-COUNT ' NOT REGULAR, '
              WS-FREEZE-COUNT ' FREEZES OFFERED'.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'TAXSTAT '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de documentos
      *fora da situacao regular e o RETURN-CODE devolvido
           MOVE 'TAXSTAT '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-NOT-REGULAR-COUNT TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
