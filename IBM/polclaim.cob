      *Sinistros do cadastro de apolices: emissao, cobranca e
      *renovacao ja passam pelo PolMaint, PolBill e PolRenew, mas o
      *aviso de sinistro vivia em papel, sem ninguem conferir se a
      *apolice estava em vigor. Este passo le as transacoes CLAIMTXN
      *e mantem o arquivo de sinistros CLAIMS: N registra o aviso
      *(apolice, data do sinistro, valor reclamado, descricao) e
      *confere a cobertura - apolice no POLICYIN (o cancelamento do
      *PolMaint tira a apolice do cadastro), data do sinistro entre
      *o POL-START-DATE e o vencimento calculado como no ExpirDate,
      *e premio pago no PREMINV/PREMPAY ate a data do sinistro -
      *abrindo a reserva inicial com o valor reclamado; P paga, R
      *ajusta a reserva e C encerra o sinistro. Saem o registro de
      *sinistros CLAIMREG e a sinistralidade LOSSRPT (sinistro pago
      *contra premio faturado) por apolice e por frequencia.

          IDENTIFICATION DIVISION.
          PROGRAM-ID. PolClaim.
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
              SELECT EXPIR-PARM ASSIGN TO EXPPARM
                  FILE STATUS IS EPARM-FILE-STATUS.
              SELECT CLAIM-PARM ASSIGN TO CLMPARM
                  FILE STATUS IS CPARM-FILE-STATUS.
              SELECT CLAIM-FILE ASSIGN TO CLAIMS
                  FILE STATUS IS CLAIM-FILE-STATUS.
              SELECT CLAIM-TXN ASSIGN TO CLAIMTXN
                  FILE STATUS IS CTXN-FILE-STATUS.
              SELECT REGISTER-LINE ASSIGN TO CLAIMREG
                  FILE STATUS IS REG-FILE-STATUS.
              SELECT LOSS-LINE ASSIGN TO LOSSRPT
                  FILE STATUS IS LOSS-FILE-STATUS.

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

          FD  EXPIR-PARM RECORDING MODE F.
      *mesmo record de parametro do ExpirDate: o offset e o modo de
      *contagem definem o vencimento da apolice
          01  EXPIR-PARM-REC.
              05 EP-RUN-MODE        PIC 9(1).
              05 EP-OFFSET-DAYS     PIC 9(3).
              05 EP-CALC-MODE       PIC 9(1).
              05 EP-SCAN-WINDOW     PIC 9(3).

          FD  CLAIM-PARM RECORDING MODE F.
      *dias de tolerancia: a fatura emitida ha menos dias que isso
      *antes do sinistro ainda nao precisa estar paga
          01  CLAIM-PARM-REC.
              05 CP-GRACE-DAYS      PIC 9(3).

          FD  CLAIM-FILE RECORDING MODE F.
      *um record por sinistro, regravado inteiro a cada execucao
          01  CLAIM-REC.
              05 CL-CLAIM-NO       PIC X(8).
              05 CL-POL-CODE       PIC X(10).
              05 CL-LOSS-DATE      PIC 9(8).
              05 CL-REPORT-DATE    PIC 9(8).
              05 CL-REPORTED-AMT   PIC 9(9)V99.
              05 CL-RESERVE        PIC 9(9)V99.
              05 CL-PAID-AMT       PIC 9(9)V99.
              05 CL-STATUS         PIC X(1).
              05 CL-CLOSE-DATE     PIC 9(8).
              05 CL-DESCRIPTION    PIC X(40).
              05 CL-NOTE           PIC X(25).

          FD  CLAIM-TXN RECORDING MODE F.
      *transacao de sinistro: N aviso, P pagamento, R nova reserva,
      *C encerramento; a data e a do sinistro no N e a do movimento
      *nas demais
          01  CLAIM-TXN-REC.
              05 CT-ACTION         PIC X(1).
                88 CT-NOTICE           VALUE 'N'.
                88 CT-PAYMENT          VALUE 'P'.
                88 CT-RESERVE          VALUE 'R'.
                88 CT-CLOSE            VALUE 'C'.
              05 CT-CLAIM-NO       PIC X(8).
              05 CT-POL-CODE       PIC X(10).
              05 CT-TXN-DATE       PIC 9(8).
              05 CT-AMOUNT         PIC 9(9)V99.
              05 CT-DESCRIPTION    PIC X(40).

          FD  REGISTER-LINE RECORDING MODE F.
          01  REGISTER-REC         PIC X(100).

          FD  LOSS-LINE RECORDING MODE F.
          01  LOSS-REC             PIC X(100).

          WORKING-STORAGE SECTION.
          01  POLICY-FILE-STATUS PIC X(2) VALUE '00'.
          01  PINV-FILE-STATUS   PIC X(2) VALUE '00'.
          01  PPAY-FILE-STATUS   PIC X(2) VALUE '00'.
          01  EPARM-FILE-STATUS  PIC X(2) VALUE '00'.
          01  CPARM-FILE-STATUS  PIC X(2) VALUE '00'.
          01  CLAIM-FILE-STATUS  PIC X(2) VALUE '00'.
          01  CTXN-FILE-STATUS   PIC X(2) VALUE '00'.
          01  REG-FILE-STATUS    PIC X(2) VALUE '00'.
          01  LOSS-FILE-STATUS   PIC X(2) VALUE '00'.
          01  WS-ABEND-TEXT      PIC X(60) VALUE SPACES.
          01  WS-GEN-FIM         PIC X VALUE 'N'.
           88 GEN-FIM            VALUE 'Y'.

          01  WS-TODAY-DATE      PIC 9(8) VALUE ZERO.
          01  WS-TODAY-INTEGER   PIC S9(9) VALUE ZERO.
          01  WS-WORK-INTEGER    PIC S9(9) VALUE ZERO.
          01  WS-LOSS-INTEGER    PIC S9(9) VALUE ZERO.
          01  WS-OFFSET-DAYS     PIC 9(3) VALUE 90.
          01  WS-CALC-MODE       PIC 9 VALUE 1.
           88 BUSINESS-DAYS      VALUE 2.
          01  WS-GRACE-DAYS      PIC 9(3) VALUE 30.

      *área de parâmetros trocada com o subprograma DATESRV
          COPY DATEPRM.

      *apolices em memoria, com o vencimento e os acumulados da
      *sinistralidade
          01  WS-POL-TABLE.
              05 WS-POL-COUNT    PIC 9(4) VALUE ZERO.
              05 WS-POL-ENTRY OCCURS 1000 TIMES
                    INDEXED BY PLX.
                 10 WPL-POL-CODE   PIC X(10).
                 10 WPL-START-DATE PIC 9(8).
                 10 WPL-BILL-FREQ  PIC X(1).
                 10 WPL-EXPIRE-INT PIC S9(9).
                 10 WPL-BILLED     PIC S9(11)V99 COMP-3.
                 10 WPL-PAID       PIC S9(11)V99 COMP-3.
          01  WS-POL-FOUND       PIC X VALUE 'N'.
           88 POL-FOUND          VALUE 'Y'.
          01  WS-SEARCH-POL      PIC X(10) VALUE SPACES.

      *faturas de premio, para a conferencia do premio em dia
          01  WS-INV-TABLE.
              05 WS-INV-COUNT    PIC 9(4) VALUE ZERO.
              05 WS-INV-ENTRY OCCURS 5000 TIMES
                    INDEXED BY IVX.
                 10 WIV-POL-CODE  PIC X(10).
                 10 WIV-BILL-DATE PIC 9(8).

      *pagamentos de premio, casados com as faturas pela apolice e
      *pela data da fatura
          01  WS-PAY-TABLE.
              05 WS-PAY-COUNT    PIC 9(4) VALUE ZERO.
              05 WS-PAY-ENTRY OCCURS 5000 TIMES
                    INDEXED BY PYX.
                 10 WPY-POL-CODE  PIC X(10).
                 10 WPY-BILL-DATE PIC 9(8).
                 10 WPY-PAY-DATE  PIC 9(8).
          01  WS-PAY-FOUND       PIC X VALUE 'N'.
           88 PAY-FOUND          VALUE 'Y'.

      *sinistros em memoria, regravados no fim da execucao
          01  WS-CLM-TABLE.
              05 WS-CLM-COUNT    PIC 9(4) VALUE ZERO.
              05 WS-CLM-ENTRY OCCURS 2000 TIMES
                    INDEXED BY CLX.
                 10 WCL-CLAIM-NO     PIC X(8).
                 10 WCL-POL-CODE     PIC X(10).
                 10 WCL-LOSS-DATE    PIC 9(8).
                 10 WCL-REPORT-DATE  PIC 9(8).
                 10 WCL-REPORTED-AMT PIC 9(9)V99.
                 10 WCL-RESERVE      PIC 9(9)V99.
                 10 WCL-PAID-AMT     PIC 9(9)V99.
                 10 WCL-STATUS       PIC X(1).
                   88 WCL-OPEN           VALUE 'O'.
                   88 WCL-CLOSED         VALUE 'C'.
                   88 WCL-DENIED         VALUE 'D'.
                 10 WCL-CLOSE-DATE   PIC 9(8).
                 10 WCL-DESCRIPTION  PIC X(40).
                 10 WCL-NOTE         PIC X(25).
          01  WS-CLM-FOUND       PIC X VALUE 'N'.
           88 CLM-FOUND          VALUE 'Y'.

      *validacao de data de calendario real, como no PolMaint
          01  WS-DATE-PARTS.
              05 WS-DT-YEAR      PIC 9(4).
              05 WS-DT-MONTH     PIC 9(2).
              05 WS-DT-DAY       PIC 9(2).
          01  WS-DAYS-IN-MONTH   PIC 9(2) VALUE ZERO.
          01  WS-DATE-OK         PIC X(1) VALUE 'N'.
           88 DATE-OK            VALUE 'Y'.

          01  WS-MOVE-DATE       PIC 9(8) VALUE ZERO.
          01  WS-TXN-NOTE        PIC X(33) VALUE SPACES.
          01  WS-TXN-OK          PIC X(1) VALUE 'N'.
           88 TXN-OK             VALUE 'Y'.
           88 TXN-DENIED         VALUE 'D'.
          01  WS-COVER-NOTE      PIC X(25) VALUE SPACES.

      *acumulados da sinistralidade por frequencia: M, Q, A e as
      *apolices que nao estao mais no cadastro
          01  WS-FREQ-SUB        PIC 9(1) VALUE ZERO.
          01  WS-FREQ-TABLE.
              05 WS-FREQ-ENTRY OCCURS 4 TIMES.
                 10 WFQ-BILLED    PIC S9(11)V99 COMP-3.
                 10 WFQ-PAID      PIC S9(11)V99 COMP-3.
          01  WS-TOT-BILLED      PIC S9(11)V99 COMP-3 VALUE ZERO.
          01  WS-TOT-PAID        PIC S9(11)V99 COMP-3 VALUE ZERO.
          01  WS-RATIO           PIC S9(5)V99 VALUE ZERO.

      *contadores de controle da execucao
          01  WS-TXN-COUNT       PIC 9(5) VALUE ZERO.
          01  WS-APPLIED-COUNT   PIC 9(5) VALUE ZERO.
          01  WS-REJECT-COUNT    PIC 9(5) VALUE ZERO.
          01  WS-DENIED-COUNT    PIC 9(5) VALUE ZERO.

          01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL          VALUE 0.
           88 RC-REJECTS         VALUE 4.
           88 RC-IO-ERROR        VALUE 8.

      *campos do cabeçalho RUN DATE / RUN TIME, compartilhados via copybook
          COPY RUNHEADER.

      *área de parâmetros trocada com o subprograma AUDITLOG
          COPY AUDITPRM.

          01  ACTIVITY-LINE.
              05 AL-ACTION        PIC X(1).
              05 FILLER           PIC X(2)  VALUE SPACES.
              05 AL-CLAIM-NO      PIC X(8).
              05 FILLER           PIC X(2)  VALUE SPACES.
              05 AL-POL-CODE      PIC X(10).
              05 FILLER           PIC X(2)  VALUE SPACES.
              05 AL-DATE          PIC 9999/99/99.
              05 FILLER           PIC X(2)  VALUE SPACES.
              05 AL-AMOUNT        PIC $$$,$$$,$$9.99.
              05 FILLER           PIC X(2)  VALUE SPACES.
              05 AL-NOTE          PIC X(33).
              05 FILLER           PIC X(14) VALUE SPACES.

          01  CLAIM-LINE.
              05 RL-CLAIM-NO      PIC X(8).
              05 FILLER           PIC X(2)  VALUE SPACES.
              05 RL-POL-CODE      PIC X(10).
              05 FILLER           PIC X(2)  VALUE SPACES.
              05 RL-LOSS-DATE     PIC 9999/99/99.
              05 FILLER           PIC X(2)  VALUE SPACES.
              05 RL-STATUS        PIC X(6).
              05 FILLER           PIC X(10) VALUE '  RESERVE:'.
              05 RL-RESERVE       PIC $$$,$$$,$$9.99.
              05 FILLER           PIC X(7)  VALUE '  PAID:'.
              05 RL-PAID          PIC $$$,$$$,$$9.99.
              05 FILLER           PIC X(15) VALUE SPACES.

          01  LOSS-DETAIL-LINE.
              05 LD-LABEL         PIC X(10).
              05 FILLER           PIC X(2)  VALUE SPACES.
              05 LD-FREQ          PIC X(1).
              05 FILLER           PIC X(10) VALUE '  BILLED: '.
              05 LD-BILLED        PIC $$,$$$,$$$,$$9.99.
              05 FILLER           PIC X(8)  VALUE '  PAID: '.
              05 LD-PAID          PIC $$,$$$,$$$,$$9.99.
              05 FILLER           PIC X(9)  VALUE '  RATIO: '.
              05 LD-RATIO         PIC ZZ,ZZ9.99.
              05 LD-PERCENT       PIC X(1).
              05 FILLER           PIC X(16) VALUE SPACES.

          PROCEDURE DIVISION.

          MAIN-PROCESS.
            PERFORM ABRE-ARQUIVOS.
            PERFORM CARREGA-PARAMETROS.
            PERFORM CARREGA-APOLICES.
            PERFORM CARREGA-FATURAS.
            PERFORM CARREGA-PAGAMENTOS.
            PERFORM CARREGA-SINISTROS.
            PERFORM PROCESSA-TRANSACOES.
            PERFORM REGRAVA-SINISTROS.
            PERFORM LISTA-SINISTRALIDADE.
            PERFORM ENCERRA.

          ABRE-ARQUIVOS.
            MOVE 'POLCLAIM'  TO AUDIT-PGM-NAME.
            MOVE 'START'     TO AUDIT-EVENT.
            MOVE ZERO        TO AUDIT-REC-COUNT.
            MOVE ZERO        TO AUDIT-RETURN-CODE.
            CALL 'AUDITLOG' USING AUDIT-PARMS.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
            COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
            OPEN INPUT CLAIM-TXN.
            IF CTXN-FILE-STATUS NOT = '00'
               STRING 'OPEN CLAIM-TXN FAILED, STATUS '
                  CTXN-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLCLAIM
            END-IF.
            OPEN OUTPUT REGISTER-LINE.
            IF REG-FILE-STATUS NOT = '00'
               STRING 'OPEN REGISTER-LINE FAILED, STATUS '
                  REG-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLCLAIM
            END-IF.
            OPEN OUTPUT LOSS-LINE.
            IF LOSS-FILE-STATUS NOT = '00'
               STRING 'OPEN LOSS-LINE FAILED, STATUS '
                  LOSS-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLCLAIM
            END-IF.
            PERFORM STAMP-RUN-HEADER.
            MOVE 'CLAIMS REGISTER' TO REGISTER-REC.
            PERFORM GRAVA-REGISTRO.
            MOVE RUN-HEADER-LINE TO REGISTER-REC.
            PERFORM GRAVA-REGISTRO.
            MOVE 'LOSS RATIO - CLAIMS PAID AGAINST PREMIUM BILLED'
               TO LOSS-REC.
            PERFORM GRAVA-SINISTRALIDADE.
            MOVE RUN-HEADER-LINE TO LOSS-REC.
            PERFORM GRAVA-SINISTRALIDADE.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
          COPY RUNHDRPR.

          ABEND-POLCLAIM.
      *erro grave de I/O: mostra a mensagem e interrompe a execucao
      *com RETURN-CODE diferente de zero
            DISPLAY 'POLCLAIM ABEND: ' WS-ABEND-TEXT.
            SET RC-IO-ERROR TO TRUE.
            PERFORM AUDITA-FIM.
            MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

          CARREGA-PARAMETROS.
      *mesmos defaults do ExpirDate quando o EXPPARM nao esta no
      *job; sem o CLMPARM a tolerancia fica em 30 dias, a primeira
      *faixa do envelhecimento do PolBill
            OPEN INPUT EXPIR-PARM.
            IF EPARM-FILE-STATUS = '00'
               READ EXPIR-PARM
               IF EPARM-FILE-STATUS = '00'
                  IF EP-OFFSET-DAYS NUMERIC
                     AND EP-OFFSET-DAYS > ZERO
                     MOVE EP-OFFSET-DAYS TO WS-OFFSET-DAYS
                  END-IF
                  IF EP-CALC-MODE = 2
                     MOVE 2 TO WS-CALC-MODE
                  END-IF
               END-IF
               CLOSE EXPIR-PARM
            END-IF.
            OPEN INPUT CLAIM-PARM.
            IF CPARM-FILE-STATUS = '00'
               READ CLAIM-PARM
               IF CPARM-FILE-STATUS = '00'
                  IF CP-GRACE-DAYS NUMERIC
                     MOVE CP-GRACE-DAYS TO WS-GRACE-DAYS
                  END-IF
               END-IF
               CLOSE CLAIM-PARM
            END-IF.

          CARREGA-APOLICES.
      *carrega o cadastro e calcula o vencimento de cada apolice
      *com a mesma conta do ExpirDate e do PolRenew
            OPEN INPUT POLICY-FILE.
            IF POLICY-FILE-STATUS NOT = '00'
               STRING 'OPEN POLICY-FILE FAILED, STATUS '
                  POLICY-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLCLAIM
            END-IF.
            MOVE 'N' TO WS-GEN-FIM.
            PERFORM LE-APOLICE.
            PERFORM UNTIL GEN-FIM OR WS-POL-COUNT = 1000
               ADD 1 TO WS-POL-COUNT
               SET PLX TO WS-POL-COUNT
               MOVE POL-CODE       TO WPL-POL-CODE (PLX)
               MOVE POL-START-DATE TO WPL-START-DATE (PLX)
               MOVE POL-BILL-FREQ  TO WPL-BILL-FREQ (PLX)
               PERFORM CALCULA-VENCIMENTO
               MOVE WS-WORK-INTEGER TO WPL-EXPIRE-INT (PLX)
               MOVE ZERO TO WPL-BILLED (PLX)
               MOVE ZERO TO WPL-PAID (PLX)
               PERFORM LE-APOLICE
            END-PERFORM.
            CLOSE POLICY-FILE.
            IF NOT GEN-FIM
               STRING 'POLICY TABLE FULL AT 1000 ENTRIES'
                  DELIMITED BY SIZE INTO WS-ABEND-TEXT
               PERFORM ABEND-POLCLAIM
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
               PERFORM ABEND-POLCLAIM
            END-IF.

          CALCULA-VENCIMENTO.
      *vencimento = inicio + offset, em dias corridos ou em dias
      *uteis pelo servico compartilhado DATESRV
            COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE (POL-START-DATE).
            IF BUSINESS-DAYS
               SET DS-FN-ADD-BUS-DAYS TO TRUE
               MOVE WS-WORK-INTEGER TO DS-DATE-INTEGER
               MOVE WS-OFFSET-DAYS  TO DS-DAYS-COUNT
               CALL 'DATESRV' USING DATE-PARMS
               MOVE DS-DATE-INTEGER TO WS-WORK-INTEGER
            ELSE
               ADD WS-OFFSET-DAYS TO WS-WORK-INTEGER
            END-IF.

          CARREGA-FATURAS.
      *faturas do PREMINV: guardadas para a conferencia do premio
      *em dia e somadas no premio faturado da apolice; fatura de
      *apolice que saiu do cadastro vai para a quarta linha
            MOVE ZERO TO WFQ-BILLED (1) WFQ-BILLED (2)
                         WFQ-BILLED (3) WFQ-BILLED (4).
            MOVE ZERO TO WFQ-PAID (1) WFQ-PAID (2)
                         WFQ-PAID (3) WFQ-PAID (4).
            OPEN INPUT PREM-INVOICE.
            IF PINV-FILE-STATUS = '05' OR PINV-FILE-STATUS = '35'
               CONTINUE
            ELSE
               IF PINV-FILE-STATUS NOT = '00'
                  STRING 'OPEN PREM-INVOICE FAILED, STATUS '
                     PINV-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-ABEND-TEXT
                  PERFORM ABEND-POLCLAIM
               END-IF
               MOVE 'N' TO WS-GEN-FIM
               PERFORM LE-FATURA
               PERFORM UNTIL GEN-FIM OR WS-INV-COUNT = 5000
                  ADD 1 TO WS-INV-COUNT
                  SET IVX TO WS-INV-COUNT
                  MOVE PI-POL-CODE  TO WIV-POL-CODE (IVX)
                  MOVE PI-BILL-DATE TO WIV-BILL-DATE (IVX)
                  MOVE PI-POL-CODE  TO WS-SEARCH-POL
                  PERFORM PROCURA-APOLICE
                  IF POL-FOUND
                     ADD PI-AMOUNT TO WPL-BILLED (PLX)
                  ELSE
                     ADD PI-AMOUNT TO WFQ-BILLED (4)
                  END-IF
                  PERFORM LE-FATURA
               END-PERFORM
               CLOSE PREM-INVOICE
      *--------fatura fora da tabela deixaria de ser conferida e o
      *--------sinistro passaria com premio em atraso - melhor parar
               IF NOT GEN-FIM
                  STRING 'INVOICE TABLE FULL AT 5000 ENTRIES'
                     DELIMITED BY SIZE INTO WS-ABEND-TEXT
                  PERFORM ABEND-POLCLAIM
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
               PERFORM ABEND-POLCLAIM
            END-IF.

          CARREGA-PAGAMENTOS.
      *pagamentos marcados no PREMPAY; sem o dataset alocado
      *nenhuma fatura conta como paga
            OPEN INPUT PREM-PAYMENT.
            IF PPAY-FILE-STATUS = '05' OR PPAY-FILE-STATUS = '35'
               CONTINUE
            ELSE
               IF PPAY-FILE-STATUS NOT = '00'
                  STRING 'OPEN PREM-PAYMENT FAILED, STATUS '
                     PPAY-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-ABEND-TEXT
                  PERFORM ABEND-POLCLAIM
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
               IF NOT GEN-FIM
                  STRING 'PAYMENT TABLE FULL AT 5000 ENTRIES'
                     DELIMITED BY SIZE INTO WS-ABEND-TEXT
                  PERFORM ABEND-POLCLAIM
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
               PERFORM ABEND-POLCLAIM
            END-IF.

          CARREGA-SINISTROS.
      *arquivo de sinistros das execucoes anteriores; na primeira
      *execucao o dataset ainda nao existe
            OPEN INPUT CLAIM-FILE.
            IF CLAIM-FILE-STATUS = '05' OR CLAIM-FILE-STATUS = '35'
               CONTINUE
            ELSE
               IF CLAIM-FILE-STATUS NOT = '00'
                  STRING 'OPEN CLAIM-FILE FAILED, STATUS '
                     CLAIM-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-ABEND-TEXT
                  PERFORM ABEND-POLCLAIM
               END-IF
               MOVE 'N' TO WS-GEN-FIM
               PERFORM LE-SINISTRO
               PERFORM UNTIL GEN-FIM OR WS-CLM-COUNT = 2000
                  ADD 1 TO WS-CLM-COUNT
                  SET CLX TO WS-CLM-COUNT
                  MOVE CL-CLAIM-NO     TO WCL-CLAIM-NO (CLX)
                  MOVE CL-POL-CODE     TO WCL-POL-CODE (CLX)
                  MOVE CL-LOSS-DATE    TO WCL-LOSS-DATE (CLX)
                  MOVE CL-REPORT-DATE  TO WCL-REPORT-DATE (CLX)
                  MOVE CL-REPORTED-AMT TO WCL-REPORTED-AMT (CLX)
                  MOVE CL-RESERVE      TO WCL-RESERVE (CLX)
                  MOVE CL-PAID-AMT     TO WCL-PAID-AMT (CLX)
                  MOVE CL-STATUS       TO WCL-STATUS (CLX)
                  MOVE CL-CLOSE-DATE   TO WCL-CLOSE-DATE (CLX)
                  MOVE CL-DESCRIPTION  TO WCL-DESCRIPTION (CLX)
                  MOVE CL-NOTE         TO WCL-NOTE (CLX)
                  PERFORM LE-SINISTRO
               END-PERFORM
               CLOSE CLAIM-FILE
      *--------sinistro fora da tabela se perderia na regravacao
               IF NOT GEN-FIM
                  STRING 'CLAIM TABLE FULL AT 2000 ENTRIES'
                     DELIMITED BY SIZE INTO WS-ABEND-TEXT
                  PERFORM ABEND-POLCLAIM
               END-IF
            END-IF.

          LE-SINISTRO.
            READ CLAIM-FILE
               AT END MOVE 'Y' TO WS-GEN-FIM
            END-READ.
            IF CLAIM-FILE-STATUS NOT = '00'
               AND CLAIM-FILE-STATUS NOT = '10'
               STRING 'READ CLAIM-FILE FAILED, STATUS '
                  CLAIM-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLCLAIM
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

          PROCURA-SINISTRO.
            MOVE 'N' TO WS-CLM-FOUND.
            IF WS-CLM-COUNT > ZERO
               SET CLX TO 1
               SEARCH WS-CLM-ENTRY
                  AT END MOVE 'N' TO WS-CLM-FOUND
                  WHEN CLX > WS-CLM-COUNT
                     MOVE 'N' TO WS-CLM-FOUND
                  WHEN WCL-CLAIM-NO (CLX) = CT-CLAIM-NO
                     MOVE 'Y' TO WS-CLM-FOUND
               END-SEARCH
            END-IF.

          PROCESSA-TRANSACOES.
            MOVE 'RUN ACTIVITY' TO REGISTER-REC.
            PERFORM GRAVA-REGISTRO.
            MOVE 'N' TO WS-GEN-FIM.
            PERFORM LE-TRANSACAO.
            PERFORM UNTIL GEN-FIM
               PERFORM PROCESSA-UMA-TRANSACAO
               PERFORM LE-TRANSACAO
            END-PERFORM.
            CLOSE CLAIM-TXN.

          LE-TRANSACAO.
            READ CLAIM-TXN
               AT END MOVE 'Y' TO WS-GEN-FIM
            END-READ.
            IF CTXN-FILE-STATUS NOT = '00'
               AND CTXN-FILE-STATUS NOT = '10'
               STRING 'READ CLAIM-TXN FAILED, STATUS '
                  CTXN-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLCLAIM
            END-IF.

          PROCESSA-UMA-TRANSACAO.
      *data do movimento em branco ou zerada assume a data do dia
            ADD 1 TO WS-TXN-COUNT.
            MOVE 'N' TO WS-TXN-OK.
            IF CT-TXN-DATE NUMERIC AND CT-TXN-DATE > ZERO
               MOVE CT-TXN-DATE TO WS-MOVE-DATE
            ELSE
               MOVE WS-TODAY-DATE TO WS-MOVE-DATE
            END-IF.
            PERFORM PROCURA-SINISTRO.
            EVALUATE TRUE
               WHEN CT-CLAIM-NO = SPACES
                  MOVE 'CLAIM NUMBER BLANK' TO WS-TXN-NOTE
               WHEN CT-AMOUNT NOT NUMERIC
                  MOVE 'AMOUNT NOT NUMERIC' TO WS-TXN-NOTE
               WHEN CT-NOTICE
                  PERFORM REGISTRA-AVISO
               WHEN NOT CT-PAYMENT AND NOT CT-RESERVE
                  AND NOT CT-CLOSE
                  MOVE 'INVALID ACTION CODE' TO WS-TXN-NOTE
               WHEN NOT CLM-FOUND
                  MOVE 'CLAIM NOT ON FILE' TO WS-TXN-NOTE
               WHEN NOT WCL-OPEN (CLX)
                  MOVE 'CLAIM NOT OPEN' TO WS-TXN-NOTE
               WHEN CT-PAYMENT
                  PERFORM APLICA-PAGAMENTO
               WHEN CT-RESERVE
                  PERFORM APLICA-RESERVA
               WHEN OTHER
                  PERFORM APLICA-ENCERRAMENTO
            END-EVALUATE.
            EVALUATE TRUE
               WHEN TXN-OK
                  ADD 1 TO WS-APPLIED-COUNT
               WHEN TXN-DENIED
                  ADD 1 TO WS-DENIED-COUNT
               WHEN OTHER
                  ADD 1 TO WS-REJECT-COUNT
            END-EVALUATE.
            PERFORM GRAVA-ATIVIDADE.

          REGISTRA-AVISO.
      *aviso de sinistro: numero novo, data do sinistro real e nao
      *futura; passando disso o aviso fica registrado mesmo quando a
      *cobertura e negada, para constar que o cliente avisou
            EVALUATE TRUE
               WHEN CLM-FOUND
                  MOVE 'CLAIM ALREADY ON FILE' TO WS-TXN-NOTE
               WHEN WS-CLM-COUNT = 2000
                  MOVE 'CLAIM TABLE FULL' TO WS-TXN-NOTE
               WHEN CT-TXN-DATE NOT NUMERIC
                  MOVE 'LOSS DATE NOT A REAL DATE' TO WS-TXN-NOTE
               WHEN OTHER
                  PERFORM VALIDA-DATA-CALENDARIO
                  IF NOT DATE-OK
                     MOVE 'LOSS DATE NOT A REAL DATE' TO WS-TXN-NOTE
                  ELSE
                     IF CT-TXN-DATE > WS-TODAY-DATE
                        MOVE 'LOSS DATE IN THE FUTURE'
                           TO WS-TXN-NOTE
                     ELSE
                        PERFORM CONFERE-COBERTURA
                        PERFORM INCLUI-SINISTRO
                     END-IF
                  END-IF
            END-EVALUATE.

          VALIDA-DATA-CALENDARIO.
            MOVE CT-TXN-DATE TO WS-DATE-PARTS.
            MOVE 'Y' TO WS-DATE-OK.
            IF WS-DT-YEAR < 1601 OR WS-DT-MONTH < 1
               OR WS-DT-MONTH > 12 OR WS-DT-DAY < 1
               MOVE 'N' TO WS-DATE-OK
            ELSE
               EVALUATE WS-DT-MONTH
                  WHEN 4
                  WHEN 6
                  WHEN 9
                  WHEN 11
                     MOVE 30 TO WS-DAYS-IN-MONTH
                  WHEN 2
                     IF FUNCTION MOD (WS-DT-YEAR, 4) = 0 AND
                        (FUNCTION MOD (WS-DT-YEAR, 100) NOT = 0 OR
                         FUNCTION MOD (WS-DT-YEAR, 400) = 0)
                        MOVE 29 TO WS-DAYS-IN-MONTH
                     ELSE
                        MOVE 28 TO WS-DAYS-IN-MONTH
                     END-IF
                  WHEN OTHER
                     MOVE 31 TO WS-DAYS-IN-MONTH
               END-EVALUATE
               IF WS-DT-DAY > WS-DAYS-IN-MONTH
                  MOVE 'N' TO WS-DATE-OK
               END-IF
            END-IF.

          CONFERE-COBERTURA.
      *apolice no cadastro (a cancelada o PolMaint ja tirou), data
      *do sinistro dentro do periodo e premio em dia; WS-COVER-NOTE
      *fica em branco quando ha cobertura
            MOVE SPACES TO WS-COVER-NOTE.
            MOVE CT-POL-CODE TO WS-SEARCH-POL.
            PERFORM PROCURA-APOLICE.
            COMPUTE WS-LOSS-INTEGER =
               FUNCTION INTEGER-OF-DATE (CT-TXN-DATE).
            EVALUATE TRUE
               WHEN NOT POL-FOUND
                  MOVE 'POLICY NOT IN FORCE' TO WS-COVER-NOTE
               WHEN CT-TXN-DATE < WPL-START-DATE (PLX)
                  MOVE 'LOSS BEFORE POLICY START' TO WS-COVER-NOTE
               WHEN WS-LOSS-INTEGER > WPL-EXPIRE-INT (PLX)
                  MOVE 'LOSS AFTER POLICY EXPIRY' TO WS-COVER-NOTE
               WHEN OTHER
                  PERFORM CONFERE-PREMIO-EM-DIA
            END-EVALUATE.

          CONFERE-PREMIO-EM-DIA.
      *toda fatura da apolice emitida ate a data do sinistro menos
      *a tolerancia precisa de pagamento no PREMPAY com data de
      *pagamento ate a data do sinistro
            IF WS-INV-COUNT > ZERO
               PERFORM TESTA-FATURA-PAGA
                  VARYING IVX FROM 1 BY 1
                  UNTIL IVX > WS-INV-COUNT
                  OR WS-COVER-NOTE NOT = SPACES
            END-IF.

          TESTA-FATURA-PAGA.
            IF WIV-POL-CODE (IVX) = CT-POL-CODE
               COMPUTE WS-WORK-INTEGER =
                  FUNCTION INTEGER-OF-DATE (WIV-BILL-DATE (IVX))
                  + WS-GRACE-DAYS
               IF WS-WORK-INTEGER <= WS-LOSS-INTEGER
                  MOVE 'N' TO WS-PAY-FOUND
                  IF WS-PAY-COUNT > ZERO
                     SET PYX TO 1
                     SEARCH WS-PAY-ENTRY
                        AT END MOVE 'N' TO WS-PAY-FOUND
                        WHEN PYX > WS-PAY-COUNT
                           MOVE 'N' TO WS-PAY-FOUND
                        WHEN WPY-POL-CODE (PYX) = CT-POL-CODE
                           AND WPY-BILL-DATE (PYX)
                              = WIV-BILL-DATE (IVX)
                           AND WPY-PAY-DATE (PYX) <= CT-TXN-DATE
                           MOVE 'Y' TO WS-PAY-FOUND
                     END-SEARCH
                  END-IF
                  IF NOT PAY-FOUND
                     MOVE 'PREMIUM UNPAID AT LOSS' TO WS-COVER-NOTE
                  END-IF
               END-IF
            END-IF.

          INCLUI-SINISTRO.
      *com cobertura, a reserva inicial e o valor reclamado; sem
      *cobertura o sinistro entra negado, com reserva zero
            ADD 1 TO WS-CLM-COUNT.
            SET CLX TO WS-CLM-COUNT.
            MOVE CT-CLAIM-NO     TO WCL-CLAIM-NO (CLX).
            MOVE CT-POL-CODE     TO WCL-POL-CODE (CLX).
            MOVE CT-TXN-DATE     TO WCL-LOSS-DATE (CLX).
            MOVE WS-TODAY-DATE   TO WCL-REPORT-DATE (CLX).
            MOVE CT-AMOUNT       TO WCL-REPORTED-AMT (CLX).
            MOVE ZERO            TO WCL-PAID-AMT (CLX).
            MOVE CT-DESCRIPTION  TO WCL-DESCRIPTION (CLX).
            MOVE WS-COVER-NOTE   TO WCL-NOTE (CLX).
            IF WS-COVER-NOTE = SPACES
               SET WCL-OPEN (CLX) TO TRUE
               MOVE CT-AMOUNT TO WCL-RESERVE (CLX)
               MOVE ZERO      TO WCL-CLOSE-DATE (CLX)
               MOVE 'OPENED, RESERVE SET' TO WS-TXN-NOTE
               MOVE 'Y' TO WS-TXN-OK
            ELSE
               MOVE 'D' TO WS-TXN-OK
               SET WCL-DENIED (CLX) TO TRUE
               MOVE ZERO          TO WCL-RESERVE (CLX)
               MOVE WS-TODAY-DATE TO WCL-CLOSE-DATE (CLX)
               STRING 'DENIED: ' WS-COVER-NOTE DELIMITED BY SIZE
                  INTO WS-TXN-NOTE
            END-IF.

          APLICA-PAGAMENTO.
      *o pagamento consome a reserva; acima da reserva aberta e
      *recusado - primeiro vem a transacao R aumentando a reserva
            EVALUATE TRUE
               WHEN CT-AMOUNT = ZERO
                  MOVE 'PAYMENT AMOUNT ZERO' TO WS-TXN-NOTE
               WHEN CT-AMOUNT > WCL-RESERVE (CLX)
                  MOVE 'PAYMENT EXCEEDS RESERVE' TO WS-TXN-NOTE
               WHEN OTHER
                  ADD CT-AMOUNT TO WCL-PAID-AMT (CLX)
                  SUBTRACT CT-AMOUNT FROM WCL-RESERVE (CLX)
                  MOVE 'PAID' TO WS-TXN-NOTE
                  MOVE 'Y' TO WS-TXN-OK
            END-EVALUATE.

          APLICA-RESERVA.
      *o valor da transacao R e a nova reserva em aberto
            MOVE CT-AMOUNT TO WCL-RESERVE (CLX).
            MOVE 'RESERVE CHANGED' TO WS-TXN-NOTE.
            MOVE 'Y' TO WS-TXN-OK.

          APLICA-ENCERRAMENTO.
      *encerrar libera a reserva que sobrou
            SET WCL-CLOSED (CLX) TO TRUE.
            MOVE ZERO         TO WCL-RESERVE (CLX).
            MOVE WS-MOVE-DATE TO WCL-CLOSE-DATE (CLX).
            MOVE 'CLOSED, RESERVE RELEASED' TO WS-TXN-NOTE.
            MOVE 'Y' TO WS-TXN-OK.

          GRAVA-ATIVIDADE.
            MOVE CT-ACTION    TO AL-ACTION.
            MOVE CT-CLAIM-NO  TO AL-CLAIM-NO.
            IF CLM-FOUND AND NOT CT-NOTICE
               MOVE WCL-POL-CODE (CLX) TO AL-POL-CODE
            ELSE
               MOVE CT-POL-CODE TO AL-POL-CODE
            END-IF.
            IF CT-NOTICE AND CT-TXN-DATE NUMERIC
               MOVE CT-TXN-DATE TO AL-DATE
            ELSE
               MOVE WS-MOVE-DATE TO AL-DATE
            END-IF.
            IF CT-AMOUNT NUMERIC
               MOVE CT-AMOUNT TO AL-AMOUNT
            ELSE
               MOVE ZERO TO AL-AMOUNT
            END-IF.
            MOVE WS-TXN-NOTE  TO AL-NOTE.
            MOVE ACTIVITY-LINE TO REGISTER-REC.
            PERFORM GRAVA-REGISTRO.
            MOVE SPACES TO WS-TXN-NOTE.

          REGRAVA-SINISTROS.
      *regrava o arquivo inteiro e lista cada sinistro no registro,
      *somando o pago na sinistralidade da apolice
            OPEN OUTPUT CLAIM-FILE.
            IF CLAIM-FILE-STATUS NOT = '00'
               STRING 'REOPEN CLAIM-FILE FAILED, STATUS '
                  CLAIM-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLCLAIM
            END-IF.
            MOVE 'CLAIMS ON FILE' TO REGISTER-REC.
            PERFORM GRAVA-REGISTRO.
            IF WS-CLM-COUNT > ZERO
               PERFORM GRAVA-UM-SINISTRO
                  VARYING CLX FROM 1 BY 1
                  UNTIL CLX > WS-CLM-COUNT
            END-IF.
            CLOSE CLAIM-FILE.

          GRAVA-UM-SINISTRO.
            MOVE WCL-CLAIM-NO (CLX)     TO CL-CLAIM-NO.
            MOVE WCL-POL-CODE (CLX)     TO CL-POL-CODE.
            MOVE WCL-LOSS-DATE (CLX)    TO CL-LOSS-DATE.
            MOVE WCL-REPORT-DATE (CLX)  TO CL-REPORT-DATE.
            MOVE WCL-REPORTED-AMT (CLX) TO CL-REPORTED-AMT.
            MOVE WCL-RESERVE (CLX)      TO CL-RESERVE.
            MOVE WCL-PAID-AMT (CLX)     TO CL-PAID-AMT.
            MOVE WCL-STATUS (CLX)       TO CL-STATUS.
            MOVE WCL-CLOSE-DATE (CLX)   TO CL-CLOSE-DATE.
            MOVE WCL-DESCRIPTION (CLX)  TO CL-DESCRIPTION.
            MOVE WCL-NOTE (CLX)         TO CL-NOTE.
            WRITE CLAIM-REC.
            IF CLAIM-FILE-STATUS NOT = '00'
               STRING 'WRITE CLAIM-FILE FAILED, STATUS '
                  CLAIM-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLCLAIM
            END-IF.
            MOVE WCL-CLAIM-NO (CLX)  TO RL-CLAIM-NO.
            MOVE WCL-POL-CODE (CLX)  TO RL-POL-CODE.
            MOVE WCL-LOSS-DATE (CLX) TO RL-LOSS-DATE.
            EVALUATE TRUE
               WHEN WCL-OPEN (CLX)
                  MOVE 'OPEN  ' TO RL-STATUS
               WHEN WCL-CLOSED (CLX)
                  MOVE 'CLOSED' TO RL-STATUS
               WHEN OTHER
                  MOVE 'DENIED' TO RL-STATUS
            END-EVALUATE.
            MOVE WCL-RESERVE (CLX)  TO RL-RESERVE.
            MOVE WCL-PAID-AMT (CLX) TO RL-PAID.
            MOVE CLAIM-LINE TO REGISTER-REC.
            PERFORM GRAVA-REGISTRO.
            MOVE WCL-POL-CODE (CLX) TO WS-SEARCH-POL.
            PERFORM PROCURA-APOLICE.
            IF POL-FOUND
               ADD WCL-PAID-AMT (CLX) TO WPL-PAID (PLX)
            ELSE
               ADD WCL-PAID-AMT (CLX) TO WFQ-PAID (4)
            END-IF.

          LISTA-SINISTRALIDADE.
      *uma linha por apolice do cadastro, depois os totais por
      *frequencia; premio e sinistro de apolice que ja saiu do
      *cadastro ficam na linha CANCELLED
            IF WS-POL-COUNT > ZERO
               PERFORM GRAVA-SINISTRALIDADE-APOLICE
                  VARYING PLX FROM 1 BY 1
                  UNTIL PLX > WS-POL-COUNT
            END-IF.
            MOVE 'BY BILLING FREQUENCY' TO LOSS-REC.
            PERFORM GRAVA-SINISTRALIDADE.
            MOVE 'MONTHLY   ' TO LD-LABEL.
            MOVE 'M' TO LD-FREQ.
            MOVE 1 TO WS-FREQ-SUB.
            PERFORM GRAVA-LINHA-FREQUENCIA.
            MOVE 'QUARTERLY ' TO LD-LABEL.
            MOVE 'Q' TO LD-FREQ.
            MOVE 2 TO WS-FREQ-SUB.
            PERFORM GRAVA-LINHA-FREQUENCIA.
            MOVE 'ANNUAL    ' TO LD-LABEL.
            MOVE 'A' TO LD-FREQ.
            MOVE 3 TO WS-FREQ-SUB.
            PERFORM GRAVA-LINHA-FREQUENCIA.
            MOVE 'CANCELLED ' TO LD-LABEL.
            MOVE SPACE TO LD-FREQ.
            MOVE 4 TO WS-FREQ-SUB.
            PERFORM GRAVA-LINHA-FREQUENCIA.
            MOVE 'TOTAL     ' TO LD-LABEL.
            MOVE SPACE TO LD-FREQ.
            PERFORM MONTA-LINHA-PERCENTUAL.

          GRAVA-SINISTRALIDADE-APOLICE.
            EVALUATE WPL-BILL-FREQ (PLX)
               WHEN 'M'
                  MOVE 1 TO WS-FREQ-SUB
               WHEN 'Q'
                  MOVE 2 TO WS-FREQ-SUB
               WHEN 'A'
                  MOVE 3 TO WS-FREQ-SUB
               WHEN OTHER
                  MOVE 4 TO WS-FREQ-SUB
            END-EVALUATE.
            ADD WPL-BILLED (PLX) TO WFQ-BILLED (WS-FREQ-SUB).
            ADD WPL-PAID (PLX)   TO WFQ-PAID (WS-FREQ-SUB).
            MOVE WPL-POL-CODE (PLX)  TO LD-LABEL.
            MOVE WPL-BILL-FREQ (PLX) TO LD-FREQ.
            MOVE WPL-BILLED (PLX) TO WS-TOT-BILLED.
            MOVE WPL-PAID (PLX)   TO WS-TOT-PAID.
            PERFORM MONTA-LINHA-PERCENTUAL.

          GRAVA-LINHA-FREQUENCIA.
            MOVE WFQ-BILLED (WS-FREQ-SUB) TO WS-TOT-BILLED.
            MOVE WFQ-PAID (WS-FREQ-SUB)   TO WS-TOT-PAID.
            PERFORM MONTA-LINHA-PERCENTUAL.

          MONTA-LINHA-PERCENTUAL.
      *sem premio faturado a razao nao existe: sai em branco; na
      *linha TOTAL os acumulados sao a soma das quatro frequencias
            IF LD-LABEL = 'TOTAL     '
               COMPUTE WS-TOT-BILLED = WFQ-BILLED (1) + WFQ-BILLED (2)
                  + WFQ-BILLED (3) + WFQ-BILLED (4)
               COMPUTE WS-TOT-PAID = WFQ-PAID (1) + WFQ-PAID (2)
                  + WFQ-PAID (3) + WFQ-PAID (4)
            END-IF.
            MOVE WS-TOT-BILLED TO LD-BILLED.
            MOVE WS-TOT-PAID   TO LD-PAID.
            IF WS-TOT-BILLED > ZERO
               COMPUTE WS-RATIO ROUNDED =
                  WS-TOT-PAID * 100 / WS-TOT-BILLED
                  ON SIZE ERROR MOVE 99999.99 TO WS-RATIO
               END-COMPUTE
               MOVE WS-RATIO TO LD-RATIO
               MOVE '%' TO LD-PERCENT
            ELSE
               MOVE ZERO  TO LD-RATIO
               MOVE SPACE TO LD-PERCENT
            END-IF.
            MOVE LOSS-DETAIL-LINE TO LOSS-REC.
            PERFORM GRAVA-SINISTRALIDADE.

          GRAVA-REGISTRO.
            WRITE REGISTER-REC.
            IF REG-FILE-STATUS NOT = '00'
               STRING 'WRITE REGISTER-LINE FAILED, STATUS '
                  REG-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLCLAIM
            END-IF.
            MOVE SPACES TO REGISTER-REC.

          GRAVA-SINISTRALIDADE.
            WRITE LOSS-REC.
            IF LOSS-FILE-STATUS NOT = '00'
               STRING 'WRITE LOSS-LINE FAILED, STATUS '
                  LOSS-FILE-STATUS DELIMITED BY SIZE
                  INTO WS-ABEND-TEXT
               PERFORM ABEND-POLCLAIM
            END-IF.
            MOVE SPACES TO LOSS-REC.

          ENCERRA.
            CLOSE REGISTER-LINE.
            CLOSE LOSS-LINE.
            DISPLAY 'CLAIM TXNS: ' WS-TXN-COUNT
               '  APPLIED: ' WS-APPLIED-COUNT
               '  REJECTED: ' WS-REJECT-COUNT
               '  DENIED: ' WS-DENIED-COUNT.
            IF WS-REJECT-COUNT > ZERO
               SET RC-REJECTS TO TRUE
            ELSE
               SET RC-NORMAL TO TRUE
            END-IF.
            PERFORM AUDITA-FIM.
            MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
            STOP RUN.

          AUDITA-FIM.
      *registra o fim da execucao com a contagem de transacoes
      *aplicadas e o RETURN-CODE devolvido ao scheduler
            MOVE 'POLCLAIM'           TO AUDIT-PGM-NAME.
            MOVE 'END  '              TO AUDIT-EVENT.
            MOVE WS-APPLIED-COUNT     TO AUDIT-REC-COUNT.
            MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
            CALL 'AUDITLOG' USING AUDIT-PARMS.
