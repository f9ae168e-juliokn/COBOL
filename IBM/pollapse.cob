      *Caducidade por falta de pagamento: o PREMRPT do PolBill
      *envelhece as faturas em aberto, mas a apolice com 120 dias
      *sem pagar continuava em vigor no POLICYIN e o ExpirDate
      *seguia varrendo para renovacao. Este passo olha a fatura em
      *aberto mais antiga de cada apolice (sem casamento no PREMPAY):
      *passados os dias de aviso do LAPSPARM manda o aviso de
      *periodo de graca GRACENOT; vencida a graca gera o 'D' no
      *POLTXN para o PolMaint aplicar e guarda a caducidade no
      *historico LAPSEHST, com a data, o inicio, o premio e a
      *frequencia originais. Quitados todos os atrasados dentro da
      *janela de reabilitacao, gera o 'A' que devolve a apolice ao
      *cadastro com a data de inicio original. O relatorio LAPSERPT
      *mostra avisos, caducidades e reabilitacoes com o premio em
      *risco.

          IDENTIFICATION DIVISION.
          PROGRAM-ID. PolLapse.
          AUTHOR. Julio Bittencourt

          ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
              SELECT POLICY-FILE ASSIGN TO POLICYIN
                  FILE STATUS IS POLICY-FILE-STATUS.
              SELECT PREM-INVOICE ASSIGN TO PREMINV
                  FILE STATUS IS PINV-FILE-STATUS.
              SELECT PREM-PAYMENT ASSIGN TO PREMPAY
                  FILE STATUS IS PPAY-FILE-STATUS.
              SELECT LAPSE-PARM ASSIGN TO LAPSPARM
                  FILE STATUS IS LPARM-FILE-STATUS.
              SELECT LAPSE-HIST ASSIGN TO LAPSEHST
                  FILE STATUS IS LHST-FILE-STATUS.
              SELECT GRACE-NOTICE ASSIGN TO GRACENOT
                  FILE STATUS IS GNOT-FILE-STATUS.
              SELECT POLICY-TXN ASSIGN TO POLTXN
                  FILE STATUS IS PTXN-FILE-STATUS.
              SELECT REPORT-LINE ASSIGN TO LAPSERPT
                  FILE STATUS IS RPT-FILE-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD  POLICY-FILE RECORDING MODE F.
      *mesmo layout lido pelo ExpirDate, com premio e frequencia
          01  POLICY-REC.
              05 POL-CODE          PIC X(10).
              05 POL-START-DATE    PIC 9(8).
              05 POL-PREMIUM       PIC 9(7)V99.
              05 POL-BILL-FREQ     PIC X(1).

          FD  PREM-INVOICE RECORDING MODE F.
      *fatura de premio gravada pelo PolBill
          01  PREM-INVOICE-REC.
              05 PI-POL-CODE       PIC X(10).
              05 PI-BILL-DATE      PIC 9(8).
              05 PI-AMOUNT         PIC 9(7)V99.
      *pago ate aqui pelos cupons parciais do LockBox, no lugar do
      *antigo FILLER X(3) - o record passou de 30 para 36
              05 PI-PAID-AMOUNT    PIC 9(7)V99.

          FD  PREM-PAYMENT RECORDING MODE F.
      *pagamentos de premio casados por apolice e data da fatura
          01  PREM-PAYMENT-REC.
              05 PY-POL-CODE       PIC X(10).
              05 PY-BILL-DATE      PIC 9(8).
              05 PY-PAY-DATE       PIC 9(8).

          FD  LAPSE-PARM RECORDING MODE F.
      *dias contados da data da fatura ate o aviso e ate a
      *caducidade, e dias da janela de reabilitacao contados da
      *caducidade
          01  LAPSE-PARM-REC.
              05 LP-NOTICE-DAYS     PIC 9(3).
              05 LP-GRACE-DAYS      PIC 9(3).
              05 LP-REINST-DAYS     PIC 9(3).

          FD  LAPSE-HIST RECORDING MODE F.
      *um record por fatura que gerou aviso ou caducidade; N aviso
      *mandado, L caducada, R reabilitada, E janela vencida
          01  LAPSE-HIST-REC.
              05 LH-POL-CODE       PIC X(10).
              05 LH-BILL-DATE      PIC 9(8).
              05 LH-STATUS         PIC X(1).
              05 LH-EVENT-DATE     PIC 9(8).
              05 LH-START-DATE     PIC 9(8).
              05 LH-PREMIUM        PIC 9(7)V99.
              05 LH-BILL-FREQ      PIC X(1).
              05 LH-REINST-DATE    PIC 9(8).
              05 LH-AT-RISK        PIC 9(9)V99.

          FD  GRACE-NOTICE RECORDING MODE F.
          01  GRACE-NOTICE-REC.
              05 GN-TEXT            PIC X(30).
              05 GN-POL-CODE        PIC X(10).
              05 GN-BILL-DATE       PIC 9999/99/99.
              05 FILLER             PIC X(2).
              05 GN-ARREARS         PIC ZZ,ZZZ,ZZ9.99.
              05 FILLER             PIC X(2).
              05 GN-LAPSE-DATE      PIC 9999/99/99.

          FD  POLICY-TXN RECORDING MODE F.
      *mesma transacao de manutencao aplicada pelo PolMaint
          01  POLICY-TXN-REC.
              05 PT-ACTION         PIC X(1).
              05 PT-POL-CODE       PIC X(10).
              05 PT-START-DATE     PIC 9(8).
              05 PT-PREMIUM        PIC 9(7)V99.
              05 PT-BILL-FREQ      PIC X(1).

          FD  REPORT-LINE RECORDING MODE F.
          01  REPORT-REC           PIC X(100).

          WORKING-STORAGE SECTION.
          01  POLICY-FILE-STATUS PIC X(2) VALUE '00'.
          01  PINV-FILE-STATUS   PIC X(2) VALUE '00'.
          01  PPAY-FILE-STATUS   PIC X(2) VALUE '00'.
          01  LPARM-FILE-STATUS  PIC X(2) VALUE '00'.
          01  LHST-FILE-STATUS   PIC X(2) VALUE '00'.
          01  GNOT-FILE-STATUS   PIC X(2) VALUE '00'.
          01  PTXN-FILE-STATUS   PIC X(2) VALUE '00'.
          01  RPT-FILE-STATUS    PIC X(2) VALUE '00'.
          01  WS-ABEND-TEXT      PIC X(60) VALUE SPACES.
          01  WS-GEN-FIM         PIC X VALUE 'N'.
           88 GEN-FIM            VALUE 'Y'.

          01  WS-TODAY-DATE      PIC 9(8) VALUE ZERO.
          01  WS-TODAY-INTEGER   PIC S9(9) VALUE ZERO.
          01  WS-WORK-INTEGER    PIC S9(9) VALUE ZERO.
          01  WS-WORK-DATE       PIC 9(8) VALUE ZERO.
          01  WS-AGE-DAYS        PIC S9(5) VALUE ZERO.
          01  WS-NOTICE-DAYS     PIC 9(3) VALUE 30.
          01  WS-GRACE-DAYS      PIC 9(3) VALUE 60.
          01  WS-REINST-DAYS     PIC 9(3) VALUE 90.

      *apolices em memoria, com os atrasados e a fatura em aberto
      *mais antiga
          01  WS-POL-TABLE.
              05 WS-POL-COUNT    PIC 9(4) VALUE ZERO.
              05 WS-POL-ENTRY OCCURS 1000 TIMES
                    INDEXED BY PLX.
                 10 WPL-POL-CODE   PIC X(10).
                 10 WPL-START-DATE PIC 9(8).
                 10 WPL-PREMIUM    PIC 9(7)V99.
                 10 WPL-BILL-FREQ  PIC X(1).
                 10 WPL-ARREARS    PIC 9(9)V99.
                 10 WPL-OLDEST     PIC 9(8).
          01  WS-POL-FOUND       PIC X VALUE 'N'.
           88 POL-FOUND          VALUE 'Y'.
          01  WS-SEARCH-POL      PIC X(10) VALUE SPACES.

      *faturas de premio, para somar os atrasados da caducada
          01  WS-INV-TABLE.
              05 WS-INV-COUNT    PIC 9(4) VALUE ZERO.
              05 WS-INV-ENTRY OCCURS 5000 TIMES
                    INDEXED BY IVX.
                 10 WIV-POL-CODE  PIC X(10).
                 10 WIV-BILL-DATE PIC 9(8).
                 10 WIV-AMOUNT    PIC 9(7)V99.
                 10 WIV-PAY-DATE  PIC 9(8).

      *pagamentos de premio, casados com as faturas pela apolice e
      *pela data da fatura
          01  WS-PAY-TABLE.
              05 WS-PAY-COUNT    PIC 9(4) VALUE ZERO.
              05 WS-PAY-ENTRY OCCURS 5000 TIMES
                    INDEXED BY PYX.
                 10 WPY-POL-CODE  PIC X(10).
                 10 WPY-BILL-DATE PIC 9(8).
                 10 WPY-PAY-DATE  PIC 9(8).

      *historico de avisos e caducidades, regravado no fim
          01  WS-HST-TABLE.
              05 WS-HST-COUNT    PIC 9(4) VALUE ZERO.
              05 WS-HST-ENTRY OCCURS 2000 TIMES
                    INDEXED BY HSX.
                 10 WLH-POL-CODE    PIC X(10).
                 10 WLH-BILL-DATE   PIC 9(8).
                 10 WLH-STATUS      PIC X(1).
                   88 WLH-NOTICED       VALUE 'N'.
                   88 WLH-LAPSED        VALUE 'L'.
                   88 WLH-REINSTATED    VALUE 'R'.
                   88 WLH-EXPIRED       VALUE 'E'.
                 10 WLH-EVENT-DATE  PIC 9(8).
                 10 WLH-START-DATE  PIC 9(8).
                 10 WLH-PREMIUM     PIC 9(7)V99.
                 10 WLH-BILL-FREQ   PIC X(1).
                 10 WLH-REINST-DATE PIC 9(8).
                 10 WLH-AT-RISK     PIC 9(9)V99.
          01  WS-HST-FOUND       PIC X VALUE 'N'.
           88 HST-FOUND          VALUE 'Y'.
          01  WS-PENDING-LAPSE   PIC X VALUE 'N'.
           88 PENDING-LAPSE      VALUE 'Y'.

      *transacoes do POLTXN, guardadas em ordem de POL-CODE porque
      *o PolMaint faz atualizacao casada de arquivos ordenados
          01  WS-TXN-TABLE.
              05 WS-TXN-COUNT    PIC 9(4) VALUE ZERO.
              05 WS-TXN-ENTRY OCCURS 1000 TIMES.
                 10 WTX-ACTION     PIC X(1).
                 10 WTX-POL-CODE   PIC X(10).
                 10 WTX-START-DATE PIC 9(8).
                 10 WTX-PREMIUM    PIC 9(7)V99.
                 10 WTX-BILL-FREQ  PIC X(1).
          01  WS-TXN-SUB         PIC 9(4) VALUE ZERO.
          01  WS-TXN-DEST        PIC 9(4) VALUE ZERO.
          01  WS-SLOT-FOUND      PIC X VALUE 'N'.
           88 SLOT-FOUND         VALUE 'Y'.
          01  WS-NEW-TXN.
              05 WNT-ACTION      PIC X(1).
              05 WNT-POL-CODE    PIC X(10).
              05 WNT-START-DATE  PIC 9(8).
              05 WNT-PREMIUM     PIC 9(7)V99.
              05 WNT-BILL-FREQ   PIC X(1).

      *atrasados da apolice caducada, apurados na reabilitacao
          01  WS-OPEN-ARREARS    PIC 9(9)V99 VALUE ZERO.
          01  WS-LATE-PAYMENT    PIC X VALUE 'N'.
           88 LATE-PAYMENT       VALUE 'Y'.

      *totais do relatorio por tipo de evento: 1 aviso, 2
      *caducidade, 3 reabilitacao, 4 janela vencida, 5 aguardando
      *reabilitacao
          01  WS-EVENT-SUB       PIC 9(1) VALUE ZERO.
          01  WS-EVENT-TABLE.
              05 WS-EVENT-ENTRY OCCURS 5 TIMES.
                 10 WEV-COUNT     PIC 9(5).
                 10 WEV-AT-RISK   PIC S9(11)V99 COMP-3.
          01  WS-EVENT-LABELS.
              05 FILLER          PIC X(16) VALUE 'GRACE NOTICE'.
              05 FILLER          PIC X(16) VALUE 'LAPSED'.
              05 FILLER          PIC X(16) VALUE 'REINSTATED'.
              05 FILLER          PIC X(16) VALUE 'WINDOW EXPIRED'.
              05 FILLER          PIC X(16) VALUE 'AWAITING REINST'.
          01  WS-EVENT-LABEL-TABLE REDEFINES WS-EVENT-LABELS.
              05 WS-EVENT-LABEL  PIC X(16) OCCURS 5 TIMES.

          01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL          VALUE 0.
           88 RC-IO-ERROR        VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
          COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
          COPY AUDITPRM.

          01  EVENT-LINE.
              05 EV-LABEL         PIC X(16).
              05 FILLER           PIC X(2)  VALUE SPACES.
              05 EV-POL-CODE      PIC X(10).
              05 FILLER           PIC X(8)  VALUE '  BILL: '.
              05 EV-BILL-DATE     PIC 9999/99/99.
              05 FILLER           PIC X(10) VALUE '  AT RISK:'.
              05 EV-AT-RISK       PIC $$$,$$$,$$9.99.
              05 FILLER           PIC X(8)  VALUE '  DATE: '.
              05 EV-EVENT-DATE    PIC 9999/99/99.
              05 FILLER           PIC X(12) VALUE SPACES.

          01  TOTAL-LINE.
              05 TL-LABEL         PIC X(16).
              05 FILLER           PIC X(8)  VALUE '  COUNT:'.
              05 TL-COUNT         PIC ZZ,ZZ9.
              05 FILLER           PIC X(11) VALUE '  AT RISK: '.
              05 TL-AT-RISK       PIC $$,$$$,$$$,$$9.99.
              05 FILLER           PIC X(42) VALUE SPACES.

          PROCEDURE DIVISION.

          MAIN-PROCESS.
            PERFORM ABRE-ARQUIVOS.
            PERFORM CARREGA-PARAMETROS.
            PERFORM CARREGA-APOLICES.
            PERFORM CARREGA-PAGAMENTOS.
            PERFORM CARREGA-FATURAS.
            PERFORM CARREGA-HISTORICO.
            PERFORM AVALIA-APOLICES.
            PERFORM AVALIA-CADUCADAS.
            PERFORM GRAVA-TRANSACOES.
            PERFORM REGRAVA-HISTORICO.
            PERFORM ENCERRA.

          ABRE-ARQUIVOS.
            MOVE 'POLLAPSE'  TO AUDIT-PGM-NAME.
            MOVE 'START'     TO AUDIT-EVENT.
            MOVE ZERO        TO AUDIT-REC-COUNT.
            MOVE ZERO        TO AUDIT-RETURN-CODE.
            CALL 'AUDITLOG' USING AUDIT-PARMS.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
            COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
            OPEN OUTPUT GRACE-NOTICE.
            IF GNOT-FILE-STATUS NOT = '00'
               STRING 'OPEN GRACE-NOTICE FAILED, STATUS '
                  GNOT-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.
            OPEN OUTPUT REPORT-LINE.
            IF RPT-FILE-STATUS NOT = '00'
               STRING 'OPEN REPORT-LINE FAILED, STATUS '
                  RPT-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.
            PERFORM STAMP-RUN-HEADER.
            MOVE 'POLICY LAPSE AND REINSTATEMENT' TO REPORT-REC.
            PERFORM GRAVA-LINHA.
            MOVE RUN-HEADER-LINE TO REPORT-REC.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
               UNTIL WS-EVENT-SUB > 5
               MOVE ZERO TO WEV-COUNT (WS-EVENT-SUB)
               MOVE ZERO TO WEV-AT-RISK (WS-EVENT-SUB)
            END-PERFORM.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
          COPY RUNHDRPR.

          ABEND-POLLAPSE.
      *erro grave de I/O: mostra a mensagem e interrompe a execucao
      *com RETURN-CODE diferente de zero
            DISPLAY 'POLLAPSE ABEND: ' WS-ABEND-TEXT.
            SET RC-IO-ERROR TO TRUE.
            PERFORM AUDITA-FIM.
            MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

          CARREGA-PARAMETROS.
      *sem o LAPSPARM: aviso aos 30 dias, caducidade aos 60 e
      *janela de reabilitacao de 90 dias
            OPEN INPUT LAPSE-PARM.
            IF LPARM-FILE-STATUS = '00'
               READ LAPSE-PARM
               IF LPARM-FILE-STATUS = '00'
                  IF LP-NOTICE-DAYS NUMERIC
                     AND LP-NOTICE-DAYS > ZERO
                     MOVE LP-NOTICE-DAYS TO WS-NOTICE-DAYS
                  END-IF
                  IF LP-GRACE-DAYS NUMERIC
                     AND LP-GRACE-DAYS > ZERO
                     MOVE LP-GRACE-DAYS TO WS-GRACE-DAYS
                  END-IF
                  IF LP-REINST-DAYS NUMERIC
                     MOVE LP-REINST-DAYS TO WS-REINST-DAYS
                  END-IF
               END-IF
               CLOSE LAPSE-PARM
            END-IF.

          CARREGA-APOLICES.
            OPEN INPUT POLICY-FILE.
            IF POLICY-FILE-STATUS NOT = '00'
               STRING 'OPEN POLICY-FILE FAILED, STATUS '
                  POLICY-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.
            MOVE 'N' TO WS-GEN-FIM.
            PERFORM LE-APOLICE.
            PERFORM UNTIL GEN-FIM OR WS-POL-COUNT = 1000
               ADD 1 TO WS-POL-COUNT
               SET PLX TO WS-POL-COUNT
               MOVE POL-CODE       TO WPL-POL-CODE (PLX)
               MOVE POL-START-DATE TO WPL-START-DATE (PLX)
               MOVE POL-PREMIUM    TO WPL-PREMIUM (PLX)
               MOVE POL-BILL-FREQ  TO WPL-BILL-FREQ (PLX)
               MOVE ZERO           TO WPL-ARREARS (PLX)
               MOVE 99999999       TO WPL-OLDEST (PLX)
               PERFORM LE-APOLICE
            END-PERFORM.
            CLOSE POLICY-FILE.
            IF NOT GEN-FIM
               STRING 'POLICY TABLE FULL AT 1000 ENTRIES'
                  DELIMITED BY SIZE INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.

          LE-APOLICE.
            READ POLICY-FILE
               AT END MOVE 'Y' TO WS-GEN-FIM
            END-READ.
            IF POLICY-FILE-STATUS NOT = '00'
               AND POLICY-FILE-STATUS NOT = '10'
               STRING 'READ POLICY-FILE FAILED, STATUS '
                  POLICY-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.

          CARREGA-PAGAMENTOS.
      *pagamentos marcados no PREMPAY; sem o dataset alocado toda
      *fatura conta como em aberto
            OPEN INPUT PREM-PAYMENT.
            IF PPAY-FILE-STATUS = '05' OR PPAY-FILE-STATUS = '35'
               CONTINUE
            ELSE
               IF PPAY-FILE-STATUS NOT = '00'
                  STRING 'OPEN PREM-PAYMENT FAILED, STATUS '
                     PPAY-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-ABEND-TEXT
                  PERFORM ABEND-POLLAPSE
               END-IF
               MOVE 'N' TO WS-GEN-FIM
               PERFORM LE-PAGAMENTO
               PERFORM UNTIL GEN-FIM OR WS-PAY-COUNT = 5000
                  ADD 1 TO WS-PAY-COUNT
                  SET PYX TO WS-PAY-COUNT
                  MOVE PY-POL-CODE  TO WPY-POL-CODE (PYX)
                  MOVE PY-BILL-DATE TO WPY-BILL-DATE (PYX)
                  MOVE PY-PAY-DATE  TO WPY-PAY-DATE (PYX)
                  PERFORM LE-PAGAMENTO
               END-PERFORM
               CLOSE PREM-PAYMENT
      *--------pagamento fora da tabela faria caducar apolice em dia
               IF NOT GEN-FIM
                  STRING 'PAYMENT TABLE FULL AT 5000 ENTRIES'
                     DELIMITED BY SIZE INTO WS-ABEND-TEXT
                  PERFORM ABEND-POLLAPSE
               END-IF
            END-IF.

          LE-PAGAMENTO.
            READ PREM-PAYMENT
               AT END MOVE 'Y' TO WS-GEN-FIM
            END-READ.
            IF PPAY-FILE-STATUS NOT = '00'
               AND PPAY-FILE-STATUS NOT = '10'
               STRING 'READ PREM-PAYMENT FAILED, STATUS '
                  PPAY-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.

          CARREGA-FATURAS.
      *cada fatura guarda a data do pagamento casado (zero quando
      *em aberto); a em aberto soma nos atrasados da apolice do
      *cadastro e pode ser a mais antiga dela
            OPEN INPUT PREM-INVOICE.
            IF PINV-FILE-STATUS = '05' OR PINV-FILE-STATUS = '35'
               CONTINUE
            ELSE
               IF PINV-FILE-STATUS NOT = '00'
                  STRING 'OPEN PREM-INVOICE FAILED, STATUS '
                     PINV-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-ABEND-TEXT
                  PERFORM ABEND-POLLAPSE
               END-IF
               MOVE 'N' TO WS-GEN-FIM
               PERFORM LE-FATURA
               PERFORM UNTIL GEN-FIM OR WS-INV-COUNT = 5000
                  ADD 1 TO WS-INV-COUNT
                  SET IVX TO WS-INV-COUNT
                  MOVE PI-POL-CODE  TO WIV-POL-CODE (IVX)
                  MOVE PI-BILL-DATE TO WIV-BILL-DATE (IVX)
      *-----------o atrasado e o saldo da fatura: o pagamento
      *-----------parcial do LockBox ja abateu parte dela
                  MOVE PI-AMOUNT    TO WIV-AMOUNT (IVX)
                  IF PI-PAID-AMOUNT NUMERIC
                     SUBTRACT PI-PAID-AMOUNT FROM WIV-AMOUNT (IVX)
                  END-IF
                  PERFORM CASA-PAGAMENTO
                  PERFORM SOMA-ATRASADO
                  PERFORM LE-FATURA
               END-PERFORM
               CLOSE PREM-INVOICE
               IF NOT GEN-FIM
                  STRING 'INVOICE TABLE FULL AT 5000 ENTRIES'
                     DELIMITED BY SIZE INTO WS-ABEND-TEXT
                  PERFORM ABEND-POLLAPSE
               END-IF
            END-IF.

          LE-FATURA.
            READ PREM-INVOICE
               AT END MOVE 'Y' TO WS-GEN-FIM
            END-READ.
            IF PINV-FILE-STATUS NOT = '00'
               AND PINV-FILE-STATUS NOT = '10'
               STRING 'READ PREM-INVOICE FAILED, STATUS '
                  PINV-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.

          CASA-PAGAMENTO.
            MOVE ZERO TO WIV-PAY-DATE (IVX).
            IF WS-PAY-COUNT > ZERO
               SET PYX TO 1
               SEARCH WS-PAY-ENTRY
                  AT END CONTINUE
                  WHEN PYX > WS-PAY-COUNT
                     CONTINUE
                  WHEN WPY-POL-CODE (PYX) = PI-POL-CODE
                     AND WPY-BILL-DATE (PYX) = PI-BILL-DATE
                     MOVE WPY-PAY-DATE (PYX) TO WIV-PAY-DATE (IVX)
               END-SEARCH
            END-IF.

          SOMA-ATRASADO.
            IF WIV-PAY-DATE (IVX) = ZERO
               MOVE PI-POL-CODE TO WS-SEARCH-POL
               PERFORM PROCURA-APOLICE
               IF POL-FOUND
                  ADD WIV-AMOUNT (IVX) TO WPL-ARREARS (PLX)
                  IF PI-BILL-DATE < WPL-OLDEST (PLX)
                     MOVE PI-BILL-DATE TO WPL-OLDEST (PLX)
                  END-IF
               END-IF
            END-IF.

          PROCURA-APOLICE.
            MOVE 'N' TO WS-POL-FOUND.
            IF WS-POL-COUNT > ZERO
               SET PLX TO 1
               SEARCH WS-POL-ENTRY
                  AT END MOVE 'N' TO WS-POL-FOUND
                  WHEN PLX > WS-POL-COUNT
                     MOVE 'N' TO WS-POL-FOUND
                  WHEN WPL-POL-CODE (PLX) = WS-SEARCH-POL
                     MOVE 'Y' TO WS-POL-FOUND
               END-SEARCH
            END-IF.

          CARREGA-HISTORICO.
      *historico das execucoes anteriores; na primeira execucao o
      *dataset ainda nao existe
            OPEN INPUT LAPSE-HIST.
            IF LHST-FILE-STATUS = '05' OR LHST-FILE-STATUS = '35'
               CONTINUE
            ELSE
               IF LHST-FILE-STATUS NOT = '00'
                  STRING 'OPEN LAPSE-HIST FAILED, STATUS '
                     LHST-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-ABEND-TEXT
                  PERFORM ABEND-POLLAPSE
               END-IF
               MOVE 'N' TO WS-GEN-FIM
               PERFORM LE-HISTORICO
               PERFORM UNTIL GEN-FIM OR WS-HST-COUNT = 2000
                  ADD 1 TO WS-HST-COUNT
                  SET HSX TO WS-HST-COUNT
                  MOVE LH-POL-CODE    TO WLH-POL-CODE (HSX)
                  MOVE LH-BILL-DATE   TO WLH-BILL-DATE (HSX)
                  MOVE LH-STATUS      TO WLH-STATUS (HSX)
                  MOVE LH-EVENT-DATE  TO WLH-EVENT-DATE (HSX)
                  MOVE LH-START-DATE  TO WLH-START-DATE (HSX)
                  MOVE LH-PREMIUM     TO WLH-PREMIUM (HSX)
                  MOVE LH-BILL-FREQ   TO WLH-BILL-FREQ (HSX)
                  MOVE LH-REINST-DATE TO WLH-REINST-DATE (HSX)
                  MOVE LH-AT-RISK     TO WLH-AT-RISK (HSX)
                  PERFORM LE-HISTORICO
               END-PERFORM
               CLOSE LAPSE-HIST
      *--------caducidade fora da tabela perderia a data de inicio
      *--------original que a reabilitacao devolve
               IF NOT GEN-FIM
                  STRING 'HISTORY TABLE FULL AT 2000 ENTRIES'
                     DELIMITED BY SIZE INTO WS-ABEND-TEXT
                  PERFORM ABEND-POLLAPSE
               END-IF
            END-IF.

          LE-HISTORICO.
            READ LAPSE-HIST
               AT END MOVE 'Y' TO WS-GEN-FIM
            END-READ.
            IF LHST-FILE-STATUS NOT = '00'
               AND LHST-FILE-STATUS NOT = '10'
               STRING 'READ LAPSE-HIST FAILED, STATUS '
                  LHST-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.

          AVALIA-APOLICES.
            IF WS-POL-COUNT > ZERO
               PERFORM AVALIA-UMA-APOLICE
                  VARYING PLX FROM 1 BY 1
                  UNTIL PLX > WS-POL-COUNT
            END-IF.

          AVALIA-UMA-APOLICE.
      *a idade da fatura em aberto mais antiga decide: passada a
      *graca, caduca; passado o aviso, avisa uma vez por fatura.
      *Caducada que ainda esta no cadastro espera o PolMaint
      *aplicar o 'D' da noite anterior
            IF WPL-ARREARS (PLX) > ZERO
               PERFORM TESTA-CADUCIDADE-PENDENTE
               IF NOT PENDING-LAPSE
                  COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                     - FUNCTION INTEGER-OF-DATE (WPL-OLDEST (PLX))
                  PERFORM PROCURA-HISTORICO
                  EVALUATE TRUE
                     WHEN WS-AGE-DAYS >= WS-GRACE-DAYS
                        PERFORM CADUCA-APOLICE
                     WHEN WS-AGE-DAYS >= WS-NOTICE-DAYS
                        AND NOT HST-FOUND
                        PERFORM MANDA-AVISO
                  END-EVALUATE
               END-IF
            END-IF.

          TESTA-CADUCIDADE-PENDENTE.
            MOVE 'N' TO WS-PENDING-LAPSE.
            IF WS-HST-COUNT > ZERO
               SET HSX TO 1
               SEARCH WS-HST-ENTRY
                  AT END CONTINUE
                  WHEN HSX > WS-HST-COUNT
                     CONTINUE
                  WHEN WLH-POL-CODE (HSX) = WPL-POL-CODE (PLX)
                     AND WLH-LAPSED (HSX)
                     MOVE 'Y' TO WS-PENDING-LAPSE
               END-SEARCH
            END-IF.

          PROCURA-HISTORICO.
            MOVE 'N' TO WS-HST-FOUND.
            IF WS-HST-COUNT > ZERO
               SET HSX TO 1
               SEARCH WS-HST-ENTRY
                  AT END MOVE 'N' TO WS-HST-FOUND
                  WHEN HSX > WS-HST-COUNT
                     MOVE 'N' TO WS-HST-FOUND
                  WHEN WLH-POL-CODE (HSX) = WPL-POL-CODE (PLX)
                     AND WLH-BILL-DATE (HSX) = WPL-OLDEST (PLX)
                     MOVE 'Y' TO WS-HST-FOUND
               END-SEARCH
            END-IF.

          INCLUI-HISTORICO.
            IF WS-HST-COUNT = 2000
               STRING 'HISTORY TABLE FULL AT 2000 ENTRIES'
                  DELIMITED BY SIZE INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.
            ADD 1 TO WS-HST-COUNT.
            SET HSX TO WS-HST-COUNT.
            MOVE WPL-POL-CODE (PLX)   TO WLH-POL-CODE (HSX).
            MOVE WPL-OLDEST (PLX)     TO WLH-BILL-DATE (HSX).
            MOVE ZERO                 TO WLH-REINST-DATE (HSX).

          MANDA-AVISO.
            PERFORM INCLUI-HISTORICO.
            SET WLH-NOTICED (HSX) TO TRUE.
            MOVE WS-TODAY-DATE        TO WLH-EVENT-DATE (HSX).
            MOVE WPL-START-DATE (PLX) TO WLH-START-DATE (HSX).
            MOVE WPL-PREMIUM (PLX)    TO WLH-PREMIUM (HSX).
            MOVE WPL-BILL-FREQ (PLX)  TO WLH-BILL-FREQ (HSX).
            MOVE WPL-ARREARS (PLX)    TO WLH-AT-RISK (HSX).
            MOVE SPACES TO GRACE-NOTICE-REC.
            MOVE 'GRACE PERIOD NOTICE - POLICY: ' TO GN-TEXT.
            MOVE WPL-POL-CODE (PLX) TO GN-POL-CODE.
            MOVE WPL-OLDEST (PLX)   TO GN-BILL-DATE.
            MOVE WPL-ARREARS (PLX)  TO GN-ARREARS.
      *-----data em que a graca vence e a apolice caduca
            COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE (WPL-OLDEST (PLX))
               + WS-GRACE-DAYS.
            COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER).
            MOVE WS-WORK-DATE TO GN-LAPSE-DATE.
            WRITE GRACE-NOTICE-REC.
            IF GNOT-FILE-STATUS NOT = '00'
               STRING 'WRITE GRACE-NOTICE FAILED, STATUS '
                  GNOT-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.
            MOVE 1 TO WS-EVENT-SUB.
            PERFORM GRAVA-LINHA-EVENTO.

          CADUCA-APOLICE.
      *guarda inicio, premio e frequencia originais para a
      *reabilitacao e manda o 'D' para o PolMaint
            IF NOT HST-FOUND
               PERFORM INCLUI-HISTORICO
            END-IF.
            SET WLH-LAPSED (HSX) TO TRUE.
            MOVE WS-TODAY-DATE        TO WLH-EVENT-DATE (HSX).
            MOVE WPL-START-DATE (PLX) TO WLH-START-DATE (HSX).
            MOVE WPL-PREMIUM (PLX)    TO WLH-PREMIUM (HSX).
            MOVE WPL-BILL-FREQ (PLX)  TO WLH-BILL-FREQ (HSX).
            MOVE WPL-ARREARS (PLX)    TO WLH-AT-RISK (HSX).
            MOVE ZERO                 TO WLH-REINST-DATE (HSX).
            MOVE 'D'                  TO WNT-ACTION.
            MOVE WPL-POL-CODE (PLX)   TO WNT-POL-CODE.
            MOVE WPL-START-DATE (PLX) TO WNT-START-DATE.
            MOVE WPL-PREMIUM (PLX)    TO WNT-PREMIUM.
            MOVE WPL-BILL-FREQ (PLX)  TO WNT-BILL-FREQ.
            PERFORM INSERE-TRANSACAO.
            MOVE 2 TO WS-EVENT-SUB.
            PERFORM GRAVA-LINHA-EVENTO.

          AVALIA-CADUCADAS.
      *caducada fora do cadastro: atrasados quitados com pagamento
      *dentro da janela reabilitam; janela vencida sem quitacao
      *encerra o caso; senao segue aguardando no relatorio
            IF WS-HST-COUNT > ZERO
               PERFORM AVALIA-UMA-CADUCADA
                  VARYING HSX FROM 1 BY 1
                  UNTIL HSX > WS-HST-COUNT
            END-IF.

          AVALIA-UMA-CADUCADA.
            IF WLH-LAPSED (HSX)
               MOVE WLH-POL-CODE (HSX) TO WS-SEARCH-POL
               PERFORM PROCURA-APOLICE
               IF NOT POL-FOUND
                  COMPUTE WS-WORK-INTEGER =
                     FUNCTION INTEGER-OF-DATE (WLH-EVENT-DATE (HSX))
                     + WS-REINST-DAYS
                  COMPUTE WS-WORK-DATE =
                     FUNCTION DATE-OF-INTEGER (WS-WORK-INTEGER)
                  PERFORM APURA-ATRASADOS
                  EVALUATE TRUE
                     WHEN WS-OPEN-ARREARS = ZERO
                        AND NOT LATE-PAYMENT
                        PERFORM REABILITA-APOLICE
                     WHEN WS-WORK-INTEGER < WS-TODAY-INTEGER
                        SET WLH-EXPIRED (HSX) TO TRUE
                        MOVE 4 TO WS-EVENT-SUB
                        PERFORM GRAVA-LINHA-CADUCADA
                     WHEN OTHER
                        MOVE 5 TO WS-EVENT-SUB
                        PERFORM GRAVA-LINHA-CADUCADA
                  END-EVALUATE
               END-IF
            END-IF.

          APURA-ATRASADOS.
      *soma as faturas da apolice ainda em aberto e marca se alguma
      *foi paga depois do fim da janela (WS-WORK-DATE)
            MOVE ZERO TO WS-OPEN-ARREARS.
            MOVE 'N' TO WS-LATE-PAYMENT.
            IF WS-INV-COUNT > ZERO
               PERFORM TESTA-FATURA-CADUCADA
                  VARYING IVX FROM 1 BY 1
                  UNTIL IVX > WS-INV-COUNT
            END-IF.

          TESTA-FATURA-CADUCADA.
            IF WIV-POL-CODE (IVX) = WLH-POL-CODE (HSX)
               IF WIV-PAY-DATE (IVX) = ZERO
                  ADD WIV-AMOUNT (IVX) TO WS-OPEN-ARREARS
               ELSE
                  IF WIV-PAY-DATE (IVX) > WS-WORK-DATE
                     MOVE 'Y' TO WS-LATE-PAYMENT
                  END-IF
               END-IF
            END-IF.

          REABILITA-APOLICE.
      *o 'A' devolve a apolice com a data de inicio original, e o
      *PolBill retoma o ciclo de cobranca de onde estava
            SET WLH-REINSTATED (HSX) TO TRUE.
            MOVE WS-TODAY-DATE         TO WLH-REINST-DATE (HSX).
            MOVE 'A'                   TO WNT-ACTION.
            MOVE WLH-POL-CODE (HSX)    TO WNT-POL-CODE.
            MOVE WLH-START-DATE (HSX)  TO WNT-START-DATE.
            MOVE WLH-PREMIUM (HSX)     TO WNT-PREMIUM.
            MOVE WLH-BILL-FREQ (HSX)   TO WNT-BILL-FREQ.
            PERFORM INSERE-TRANSACAO.
            MOVE 3 TO WS-EVENT-SUB.
            PERFORM GRAVA-LINHA-CADUCADA.

          INSERE-TRANSACAO.
      *insercao ordenada: desloca para baixo as transacoes de chave
      *maior ate abrir a vaga da nova
            IF WS-TXN-COUNT = 1000
               STRING 'TRANSACTION TABLE FULL AT 1000 ENTRIES'
                  DELIMITED BY SIZE INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.
            MOVE WS-TXN-COUNT TO WS-TXN-SUB.
            MOVE 'N' TO WS-SLOT-FOUND.
            PERFORM ABRE-VAGA UNTIL SLOT-FOUND.
            COMPUTE WS-TXN-DEST = WS-TXN-SUB + 1.
            MOVE WS-NEW-TXN TO WS-TXN-ENTRY (WS-TXN-DEST).
            ADD 1 TO WS-TXN-COUNT.

          ABRE-VAGA.
            IF WS-TXN-SUB = ZERO
               MOVE 'Y' TO WS-SLOT-FOUND
            ELSE
               IF WTX-POL-CODE (WS-TXN-SUB) <= WNT-POL-CODE
                  MOVE 'Y' TO WS-SLOT-FOUND
               ELSE
                  COMPUTE WS-TXN-DEST = WS-TXN-SUB + 1
                  MOVE WS-TXN-ENTRY (WS-TXN-SUB)
                     TO WS-TXN-ENTRY (WS-TXN-DEST)
                  SUBTRACT 1 FROM WS-TXN-SUB
               END-IF
            END-IF.

          GRAVA-TRANSACOES.
            OPEN OUTPUT POLICY-TXN.
            IF PTXN-FILE-STATUS NOT = '00'
               STRING 'OPEN POLICY-TXN FAILED, STATUS '
                  PTXN-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.
            IF WS-TXN-COUNT > ZERO
               PERFORM GRAVA-UMA-TRANSACAO
                  VARYING WS-TXN-SUB FROM 1 BY 1
                  UNTIL WS-TXN-SUB > WS-TXN-COUNT
            END-IF.
            CLOSE POLICY-TXN.

          GRAVA-UMA-TRANSACAO.
            MOVE WTX-ACTION (WS-TXN-SUB)     TO PT-ACTION.
            MOVE WTX-POL-CODE (WS-TXN-SUB)   TO PT-POL-CODE.
            MOVE WTX-START-DATE (WS-TXN-SUB) TO PT-START-DATE.
            MOVE WTX-PREMIUM (WS-TXN-SUB)    TO PT-PREMIUM.
            MOVE WTX-BILL-FREQ (WS-TXN-SUB)  TO PT-BILL-FREQ.
            WRITE POLICY-TXN-REC.
            IF PTXN-FILE-STATUS NOT = '00'
               STRING 'WRITE POLICY-TXN FAILED, STATUS '
                  PTXN-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.

          REGRAVA-HISTORICO.
            OPEN OUTPUT LAPSE-HIST.
            IF LHST-FILE-STATUS NOT = '00'
               STRING 'REOPEN LAPSE-HIST FAILED, STATUS '
                  LHST-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.
            IF WS-HST-COUNT > ZERO
               PERFORM GRAVA-UM-HISTORICO
                  VARYING HSX FROM 1 BY 1
                  UNTIL HSX > WS-HST-COUNT
            END-IF.
            CLOSE LAPSE-HIST.

          GRAVA-UM-HISTORICO.
            MOVE WLH-POL-CODE (HSX)    TO LH-POL-CODE.
            MOVE WLH-BILL-DATE (HSX)   TO LH-BILL-DATE.
            MOVE WLH-STATUS (HSX)      TO LH-STATUS.
            MOVE WLH-EVENT-DATE (HSX)  TO LH-EVENT-DATE.
            MOVE WLH-START-DATE (HSX)  TO LH-START-DATE.
            MOVE WLH-PREMIUM (HSX)     TO LH-PREMIUM.
            MOVE WLH-BILL-FREQ (HSX)   TO LH-BILL-FREQ.
            MOVE WLH-REINST-DATE (HSX) TO LH-REINST-DATE.
            MOVE WLH-AT-RISK (HSX)     TO LH-AT-RISK.
            WRITE LAPSE-HIST-REC.
            IF LHST-FILE-STATUS NOT = '00'
               STRING 'WRITE LAPSE-HIST FAILED, STATUS '
                  LHST-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.

          GRAVA-LINHA-EVENTO.
      *aviso ou caducidade da noite, a partir da apolice do cadastro
            MOVE WS-EVENT-LABEL (WS-EVENT-SUB) TO EV-LABEL.
            MOVE WPL-POL-CODE (PLX) TO EV-POL-CODE.
            MOVE WPL-OLDEST (PLX)   TO EV-BILL-DATE.
            MOVE WPL-ARREARS (PLX)  TO EV-AT-RISK.
            MOVE WS-TODAY-DATE      TO EV-EVENT-DATE.
            ADD 1 TO WEV-COUNT (WS-EVENT-SUB).
            ADD WPL-ARREARS (PLX) TO WEV-AT-RISK (WS-EVENT-SUB).
            MOVE EVENT-LINE TO REPORT-REC.
            PERFORM GRAVA-LINHA.

          GRAVA-LINHA-CADUCADA.
      *caducada fora do cadastro: o premio em risco e o atrasado
      *apurado na caducidade; a data e a da caducidade, ou a da
      *reabilitacao
            MOVE WS-EVENT-LABEL (WS-EVENT-SUB) TO EV-LABEL.
            MOVE WLH-POL-CODE (HSX)   TO EV-POL-CODE.
            MOVE WLH-BILL-DATE (HSX)  TO EV-BILL-DATE.
            MOVE WLH-AT-RISK (HSX)    TO EV-AT-RISK.
            IF WLH-REINSTATED (HSX)
               MOVE WLH-REINST-DATE (HSX) TO EV-EVENT-DATE
            ELSE
               MOVE WLH-EVENT-DATE (HSX)  TO EV-EVENT-DATE
            END-IF.
            ADD 1 TO WEV-COUNT (WS-EVENT-SUB).
            ADD WLH-AT-RISK (HSX) TO WEV-AT-RISK (WS-EVENT-SUB).
            MOVE EVENT-LINE TO REPORT-REC.
            PERFORM GRAVA-LINHA.

          GRAVA-LINHA.
            WRITE REPORT-REC.
            IF RPT-FILE-STATUS NOT = '00'
               STRING 'WRITE REPORT-LINE FAILED, STATUS '
                  RPT-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLLAPSE
            END-IF.
            MOVE SPACES TO REPORT-REC.

          GRAVA-LINHA-TOTAL.
            MOVE WS-EVENT-LABEL (WS-EVENT-SUB) TO TL-LABEL.
            MOVE WEV-COUNT (WS-EVENT-SUB)      TO TL-COUNT.
            MOVE WEV-AT-RISK (WS-EVENT-SUB)    TO TL-AT-RISK.
            MOVE TOTAL-LINE TO REPORT-REC.
            PERFORM GRAVA-LINHA.

          ENCERRA.
            MOVE 'TOTALS' TO REPORT-REC.
            PERFORM GRAVA-LINHA.
            PERFORM GRAVA-LINHA-TOTAL
               VARYING WS-EVENT-SUB FROM 1 BY 1
               UNTIL WS-EVENT-SUB > 5.
            CLOSE GRACE-NOTICE.
            CLOSE REPORT-LINE.
            DISPLAY 'POLICIES: ' WS-POL-COUNT
               '  NOTICES: ' WEV-COUNT (1)
               '  LAPSED: ' WEV-COUNT (2)
               '  REINSTATED: ' WEV-COUNT (3).
            SET RC-NORMAL TO TRUE.
            PERFORM AUDITA-FIM.
            MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

          AUDITA-FIM.
      *registra o fim da execucao com a contagem de transacoes
      *geradas e o RETURN-CODE devolvido ao scheduler
            MOVE 'POLLAPSE'           TO AUDIT-PGM-NAME.
            MOVE 'END  '              TO AUDIT-EVENT.
            MOVE WS-TXN-COUNT         TO AUDIT-REC-COUNT.
            MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
            CALL 'AUDITLOG' USING AUDIT-PARMS.
