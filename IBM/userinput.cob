               FILE STATUS IS BANK-FILE-STATUS.
           SELECT DED-MASTER ASSIGN TO DEDMAST
               FILE STATUS IS DED-FILE-STATUS.
           SELECT PAY-HIST ASSIGN TO PAYHIST
               FILE STATUS IS PHST-FILE-STATUS.
           SELECT TIME-CARD ASSIGN TO TIMECRD
               FILE STATUS IS TCRD-FILE-STATUS.
           SELECT PAY-PARM ASSIGN TO PAYPARM
               FILE STATUS IS PPRM-FILE-STATUS.
           SELECT LEAVE-MASTER ASSIGN TO LEAVMAST
               FILE STATUS IS LEAV-FILE-STATUS.
           SELECT LEAVE-RULE ASSIGN TO LEAVRULE
               FILE STATUS IS LRUL-FILE-STATUS.
           SELECT LEAVE-TXN ASSIGN TO LEAVTXN
               FILE STATUS IS LTXN-FILE-STATUS.
           SELECT GL-MAP ASSIGN TO GLMAP
               FILE STATUS IS GMAP-FILE-STATUS.
           SELECT GL-JOURNAL ASSIGN TO PAYGLJ
               FILE STATUS IS GLJR-FILE-STATUS.
           SELECT COMM-EARN ASSIGN TO COMMEARN
               FILE STATUS IS CERN-FILE-STATUS.

      *Divisão de data
       DATA DIVISION.
           05 EM-HIRE-DATE    PIC 9(8) .
           05 EM-BANK-ROUTING PIC 9(9) .
           05 EM-BANK-ACCT    PIC X(12) .
      *tipo de pagamento: 'H' horista, pago pelo cartao de ponto do
      *TIMECRD; qualquer outro valor e mensalista, pago pelo BATCHIN
           05 EM-PAY-TYPE     PIC X(1) .
           05 EM-HOURLY-RATE  PIC 9(5)V99 .
      *loja do vendedor no cadastro STORMST, para a venda digitada
      *no PROGCOBVENDAS ser conferida contra a loja dele
           05 EM-STORE-CODE   PIC X(6) .

       FD  PAY-SLIP-WORK RECORDING MODE F.
      *materia-prima do holerite: um 'H' por funcionario com bruto,
           05 PW-YTD-GROSS    PIC 9(13)V99 .
           05 PW-YTD-TAX      PIC 9(13)V99 .
           05 PW-YTD-NET      PIC 9(13)V99 .
      *horas e taxas do horista, para o holerite mostrar a conta
           05 PW-PAY-TYPE     PIC X(1) .
           05 PW-REG-HOURS    PIC 9(3)V99 .
           05 PW-OT-HOURS     PIC 9(3)V99 .
           05 PW-REG-RATE     PIC 9(5)V99 .
           05 PW-OT-RATE      PIC 9(5)V99 .
           05 PW-NIGHT-FLAG   PIC X(1) .
      *ferias do run: horas acumuladas, gozadas e o saldo que resta;
      *'Y' quando o run e o pagamento do saldo na rescisao
           05 PW-LEAVE-ACCRUED PIC 9(3)V99 .
           05 PW-LEAVE-TAKEN  PIC 9(3)V99 .
           05 PW-LEAVE-BALANCE PIC S9(4)V99 .
           05 PW-LEAVE-PAYOUT PIC X(1) .
      *comissao de vendas do mes fechado somada no bruto do run
           05 PW-COMMISSION   PIC 9(9)V99 .

      *segundo layout da mesma area do FD (os 01 de um FD ja
      *compartilham a area implicitamente)
           05 PD-EMP-ID       PIC X(8) .
           05 PD-DED-CODE     PIC X(4) .
           05 PD-DED-AMT      PIC 9(11)V99 .
           05 FILLER          PIC X(147) .

       FD  PAY-EXCP RECORDING MODE F.
      *entrada de folha recusada: ID fora do cadastro ou desligado
           05 DM-DED-TYPE     PIC X(1) .
           05 DM-DED-VALUE    PIC 9(7)V99 .

       FD  PAY-HIST RECORDING MODE F.
      *historico acumulado dos runs, para a conferencia de fim de
      *ano do YTDMAST; layout compartilhado no copybook PAYHIST
       COPY PAYHIST.

       FD  TIME-CARD RECORDING MODE F.
      *cartao de ponto do horista, um por funcionario e periodo:
      *horas normais, horas extras e indicador de turno noturno
      *('Y'), no lugar do bruto calculado na planilha e digitado
      *como se fosse salario
       01  TIME-CARD-REC.
           05 TC-EMP-ID       PIC X(8) .
           05 TC-PERIOD-END   PIC 9(8) .
           05 TC-REG-HOURS    PIC 9(3)V99 .
           05 TC-OT-HOURS     PIC 9(3)V99 .
           05 TC-NIGHT-FLAG   PIC X(1) .
      *horas de ferias gozadas no periodo: pagas pela taxa normal
      *do cadastro e baixadas do saldo de ferias
           05 TC-LEAVE-HOURS  PIC 9(3)V99 .

       FD  PAY-PARM RECORDING MODE F.
      *parametros do calculo do horista: multiplicador da hora
      *extra, multiplicador do adicional noturno e os limites de
      *horas normais e de horas totais por periodo
       01  PAY-PARM-REC.
           05 PP-OT-MULT      PIC 9V99 .
           05 PP-NIGHT-MULT   PIC 9V99 .
           05 PP-MAX-REG-HRS  PIC 9(3) .
           05 PP-MAX-TOT-HRS  PIC 9(3) .
      *saldo maximo de ferias que passa de um ano para o outro
           05 PP-LEAVE-CARRY  PIC 9(3)V99 .

       FD  LEAVE-MASTER RECORDING MODE F.
      *saldo de ferias por funcionario, em horas, carregado run a
      *run e limitado ao maximo de transporte na virada de ano; a
      *taxa e a hora-equivalente do ultimo run, para o pagamento do
      *saldo na rescisao, e o indicador marca o saldo ja pago
       01  LEAVE-MASTER-REC.
           05 LV-EMP-ID       PIC X(8) .
           05 LV-YEAR         PIC 9(4) .
           05 LV-BALANCE      PIC S9(4)V99 .
           05 LV-ACCRUED-YTD  PIC 9(4)V99 .
           05 LV-TAKEN-YTD    PIC 9(4)V99 .
           05 LV-PAY-RATE     PIC 9(5)V99 .
           05 LV-PAID-OUT     PIC X(1) .

       FD  LEAVE-RULE RECORDING MODE F.
      *regra de acumulo de ferias por tempo de casa: a partir de
      *LR-MIN-YEARS anos completos desde a admissao, o funcionario
      *acumula LR-HOURS horas por run
       01  LEAVE-RULE-REC.
           05 LR-MIN-YEARS    PIC 9(2) .
           05 LR-HOURS        PIC 9(3)V99 .

       FD  LEAVE-TXN RECORDING MODE F.
      *ferias gozadas por quem nao tem cartao de ponto (mensalista)
       01  LEAVE-TXN-REC.
           05 LT-EMP-ID       PIC X(8) .
           05 LT-LEAVE-DATE   PIC 9(8) .
           05 LT-HOURS        PIC 9(3)V99 .

       FD  GL-MAP RECORDING MODE F.
      *tabela de mapeamento do GL, a mesma do GlExtr: as linhas da
      *folha sao PGRS (despesa de salario, conta de debito), PTAX
      *(imposto retido a recolher), PNET (compensacao do liquido
      *pago pelo BANKCRD) e PDED (passivo geral de descontos), na
      *conta de credito; cada codigo de desconto do DEDMAST tem a
      *linha propria, com o proprio codigo como tipo
       01  GL-MAP-REC.
           05 GM-TXN-TYPE     PIC X(4) .
           05 GM-DEBIT-ACCT   PIC 9(8) .
           05 GM-CREDIT-ACCT  PIC 9(8) .

       FD  GL-JOURNAL RECORDING MODE F.
      *lancamentos da folha no layout do GLJRNL, para a carga do GL
      *sem a redigitacao dos totais do BATCHOUT: detalhes 'D' e
      *trailer de lote 'T' com contagem e totais de cada lado
       01  GL-DETAIL-REC.
           05 GD-REC-TYPE     PIC X(1) .
           05 GD-GL-ACCOUNT   PIC 9(8) .
           05 GD-DC-CODE      PIC X(1) .
           05 GD-AMOUNT       PIC S9(11)V99 .
           05 GD-TXN-TYPE     PIC X(4) .
           05 GD-BUSINESS-DATE PIC 9(8) .
           05 FILLER          PIC X(10) .

       01  GL-TRAILER-REC.
           05 GT-REC-TYPE     PIC X(1) .
           05 GT-ENTRY-COUNT  PIC 9(7) .
           05 GT-DEBIT-TOTAL  PIC S9(11)V99 .
           05 GT-CREDIT-TOTAL PIC S9(11)V99 .
           05 FILLER          PIC X(11) .

       FD  COMM-EARN RECORDING MODE F.
      *comissao de vendas apurada pelo fechamento mensal SALCLOSE,
      *somada no bruto do proximo run do vendedor; layout
      *compartilhado no copybook COMMEARN
       COPY COMMEARN.

      *Seção de declaração de variáveis dentro da Data Division
       WORKING-STORAGE SECTION.
       01  BATCH-IN-STATUS   PIC X(2) VALUE '00' .
              10 WE-STATUS    PIC X(1) .
              10 WE-ROUTING   PIC 9(9) .
              10 WE-BANK-ACCT PIC X(12) .
              10 WE-PAY-TYPE  PIC X(1) .
              10 WE-HOURLY-RATE PIC 9(5)V99 .
              10 WE-HIRE-DATE PIC 9(8) .
       01  WS-EMP-FOUND       PIC X VALUE 'N' .
         88 EMP-FOUND                  VALUE 'Y' .
       01  WS-EMP-ID          PIC X(8) VALUE SPACES .
       01  WS-EXCP-COUNT      PIC 9(5) VALUE ZERO .
       01  PSLW-FILE-STATUS   PIC X(2) VALUE '00' .
       01  PHST-FILE-STATUS   PIC X(2) VALUE '00' .
       01  TCRD-FILE-STATUS   PIC X(2) VALUE '00' .
       01  PPRM-FILE-STATUS   PIC X(2) VALUE '00' .
       01  WS-TCRD-EOF        PIC X VALUE 'N' .
         88 TCRD-EOF                   VALUE 'Y' .
       01  WS-TCRD-COUNT      PIC 9(5) VALUE ZERO .

      *multiplicadores e limites do horista, com os defaults da
      *casa substituidos pelo PAYPARM quando presente
       01  WS-OT-MULT         PIC 9V99 VALUE 1.50 .
       01  WS-NIGHT-MULT      PIC 9V99 VALUE 1.20 .
       01  WS-MAX-REG-HRS     PIC 9(3) VALUE 220 .
       01  WS-MAX-TOT-HRS     PIC 9(3) VALUE 400 .

      *horas e taxas do funcionario corrente (zeradas no mensalista)
       01  WS-PAY-TYPE        PIC X(1) VALUE SPACE .
       01  WS-REG-HOURS       PIC 9(3)V99 VALUE ZERO .
       01  WS-OT-HOURS        PIC 9(3)V99 VALUE ZERO .
       01  WS-TOT-HOURS       PIC 9(4)V99 VALUE ZERO .
       01  WS-REG-RATE        PIC 9(5)V99 VALUE ZERO .
       01  WS-OT-RATE         PIC 9(5)V99 VALUE ZERO .
       01  WS-NIGHT-FLAG      PIC X(1) VALUE 'N' .
       01  WS-LEAVE-HOURS     PIC 9(3)V99 VALUE ZERO .

      *saldo de ferias em memoria, regravado no final como o YTD
       01  LEAV-FILE-STATUS   PIC X(2) VALUE '00' .
       01  LRUL-FILE-STATUS   PIC X(2) VALUE '00' .
       01  LTXN-FILE-STATUS   PIC X(2) VALUE '00' .
       01  WS-LEAV-EOF        PIC X VALUE 'N' .
         88 LEAV-EOF                   VALUE 'Y' .
       01  WS-LEAVE-CARRY     PIC 9(3)V99 VALUE 80.00 .
       01  WS-LEAVE-TABLE.
           05 WS-LEAVE-COUNT  PIC 9(3) VALUE ZERO .
           05 WS-LEAVE-ENTRY OCCURS 200 TIMES
                 INDEXED BY LVX .
              10 WL-EMP-ID    PIC X(8) .
              10 WL-YEAR      PIC 9(4) .
              10 WL-BALANCE   PIC S9(4)V99 .
              10 WL-ACCRUED-YTD PIC 9(4)V99 .
              10 WL-TAKEN-YTD PIC 9(4)V99 .
              10 WL-PAY-RATE  PIC 9(5)V99 .
              10 WL-PAID-OUT  PIC X(1) .
              10 WL-RUN-ACCRUED PIC 9(3)V99 .
              10 WL-RUN-TAKEN PIC 9(3)V99 .

      *regras de acumulo por tempo de casa; sem o LEAVRULE no job
      *valem as tres faixas da politica de RH
       01  WS-RULE-TABLE.
           05 WS-RULE-COUNT   PIC 9(2) VALUE ZERO .
           05 WS-RULE-ENTRY OCCURS 20 TIMES
                 INDEXED BY LRX .
              10 WR-MIN-YEARS PIC 9(2) .
              10 WR-HOURS     PIC 9(3)V99 .
       01  WS-TENURE-YEARS    PIC 9(2) VALUE ZERO .
       01  WS-TENURE-WORK     PIC S9(8) VALUE ZERO .
       01  WS-ACCRUAL-HOURS   PIC 9(3)V99 VALUE ZERO .
       01  WS-BEST-MIN-YEARS  PIC 9(2) VALUE ZERO .

      *pagamento do saldo de ferias do desligado no run
       01  WS-PAYOUT-FLAG     PIC X VALUE 'N' .
         88 LEAVE-PAYOUT               VALUE 'Y' .
       01  WS-PAYOUT-COUNT    PIC 9(5) VALUE ZERO .

      *cartoes ja pagos neste run: o segundo cartao do mesmo
      *funcionario e recusado
       01  WS-TC-SEEN-TABLE.
           05 WS-TC-SEEN-COUNT PIC 9(3) VALUE ZERO .
           05 WS-TC-SEEN-ENTRY OCCURS 200 TIMES
                 INDEXED BY TSX .
              10 WS-TC-SEEN-ID PIC X(8) .
       01  WS-TC-DUP          PIC X VALUE 'N' .
         88 TC-DUP                     VALUE 'Y' .

      *mapeamento do GL carregado em tabela e totais do run para o
      *lancamento contabil da folha
       01  GMAP-FILE-STATUS   PIC X(2) VALUE '00' .
       01  GLJR-FILE-STATUS   PIC X(2) VALUE '00' .
       01  WS-GMAP-EOF        PIC X VALUE 'N' .
         88 GMAP-EOF                   VALUE 'Y' .
       01  WS-MAP-TABLE.
           05 WS-MAP-COUNT    PIC 9(2) VALUE ZERO .
           05 WS-MAP-ENTRY OCCURS 60 TIMES
                 INDEXED BY GMX .
              10 WM-TXN-TYPE  PIC X(4) .
              10 WM-DEBIT-ACCT PIC 9(8) .
              10 WM-CREDIT-ACCT PIC 9(8) .
       01  WS-MAP-FOUND       PIC X VALUE 'N' .
         88 MAP-FOUND                  VALUE 'Y' .
       01  WS-MAP-KEY         PIC X(4) VALUE SPACES .
       01  WS-GL-GROSS-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO .
       01  WS-GL-TAX-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO .
      *total do run por codigo de desconto, um passivo por codigo
       01  WS-GL-DED-TABLE.
           05 WS-GL-DED-COUNT PIC 9(3) VALUE ZERO .
           05 WS-GL-DED-ENTRY OCCURS 100 TIMES
                 INDEXED BY GDX .
              10 WG-DED-CODE  PIC X(4) .
              10 WG-DED-TOTAL PIC S9(11)V99 COMP-3 .
       01  WS-GL-DED-FOUND    PIC X VALUE 'N' .
         88 GL-DED-FOUND               VALUE 'Y' .
       01  WS-GL-DED-LINE     PIC X VALUE 'N' .
         88 GL-DED-LINE                VALUE 'Y' .
       01  WS-WORK-TYPE       PIC X(4) VALUE SPACES .
       01  WS-WORK-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO .
       01  WS-WORK-DC         PIC X VALUE SPACE .
      *totais do lote gerado, que tem de fechar em zero
       01  WS-GL-ENTRY-COUNT  PIC 9(7) VALUE ZERO .
       01  WS-GL-DEBIT-TOTAL  PIC S9(11)V99 COMP-3 VALUE ZERO .
       01  WS-GL-CREDIT-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO .
       01  WS-UNMAPPED-COUNT  PIC 9(3) VALUE ZERO .

      *codigo de retorno do lote: 4 para tipo da folha sem linha no
      *GLMAP, 12 para o lancamento contabil fora de balanco
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO .
         88 RC-NORMAL                  VALUE 0 .
         88 RC-UNMAPPED                VALUE 4 .
         88 RC-OUT-OF-BALANCE          VALUE 12 .

      *comissoes a pagar carregadas do COMMEARN; a que nao entra
      *em nenhum run volta para o arquivo no final
       01  CERN-FILE-STATUS   PIC X(2) VALUE '00' .
       01  WS-CERN-EOF        PIC X VALUE 'N' .
         88 CERN-EOF                   VALUE 'Y' .
       01  WS-CERN-PRESENT    PIC X VALUE 'N' .
         88 CERN-PRESENT               VALUE 'Y' .
       01  WS-COMM-TABLE.
           05 WS-COMM-COUNT   PIC 9(3) VALUE ZERO .
           05 WS-COMM-ENTRY OCCURS 500 TIMES
                 INDEXED BY CMX .
              10 WC-EMP-ID    PIC X(8) .
              10 WC-MONTH     PIC 9(6) .
              10 WC-STORE-CODE PIC X(6) .
              10 WC-SALES     PIC 9(10)V99 .
              10 WC-ATTAIN-PCT PIC 9(3) .
              10 WC-RATE      PIC V9999 .
              10 WC-AMOUNT    PIC 9(8)V99 .
              10 WC-PAID      PIC X(1) .
       01  WS-COMMISSION      PIC 9(9)V99 VALUE ZERO .
       01  WS-COMM-PAID-COUNT PIC 9(5) VALUE ZERO .
       01  WS-COMM-LEFT-COUNT PIC 9(5) VALUE ZERO .

      *área de parâmetros trocada com o subprograma AUDITLOG
       COPY AUDITPRM.
           PERFORM CARREGA-EMP-MASTER.
           PERFORM CARREGA-YTD-MASTER.
           PERFORM CARREGA-DED-MASTER.
           PERFORM LE-PAY-PARM.
           PERFORM CARREGA-LEAVE-RULE.
           PERFORM CARREGA-LEAVE-MASTER.
           PERFORM CARREGA-GL-MAP.
           PERFORM CARREGA-COMISSOES.
           OPEN OUTPUT PAY-EXCP.
           IF PEXC-FILE-STATUS NOT = '00'
              STRING 'OPEN PAY-EXCP FAILED, STATUS '
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-USERINPUT
           END-IF.
      *----o historico acumula run apos run: na primeira execucao
      *----o dataset ainda nao existe e e criado
           OPEN EXTEND PAY-HIST.
           IF PHST-FILE-STATUS = '05' OR PHST-FILE-STATUS = '35'
              OPEN OUTPUT PAY-HIST
           END-IF.
           IF PHST-FILE-STATUS NOT = '00'
              STRING 'OPEN PAY-HIST FAILED, STATUS '
                 PHST-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-USERINPUT
           END-IF.
           OPEN INPUT BATCH-INPUT.
           IF BATCH-IN-STATUS NOT = '00'
              STRING 'OPEN BATCH-INPUT FAILED, STATUS '
              PERFORM ABEND-USERINPUT
           END-IF.
           PERFORM GRAVA-BANK-HEADER.
           PERFORM PROCESSA-LEAVE-TXN.
           PERFORM LE-BATCH-REC.
           PERFORM UNTIL BATCH-EOF
              PERFORM PROCESSA-BATCH-REC
              PERFORM LE-BATCH-REC
           END-PERFORM .
           PERFORM PROCESSA-TIMECARDS.
           PERFORM PAGA-SALDO-DESLIGADOS.
           PERFORM GRAVA-BANK-TRAILER.
           PERFORM GRAVA-GL-FOLHA.
           CLOSE BATCH-INPUT.
           CLOSE BATCH-OUTPUT.
           CLOSE BANK-CREDIT.
           CLOSE PAY-EXCP.
           CLOSE PAY-SLIP-WORK.
           CLOSE PAY-HIST.
           DISPLAY 'TIMECARDS READ: ' WS-TCRD-COUNT.
           DISPLAY 'LEAVE PAYOUTS: ' WS-PAYOUT-COUNT.
           DISPLAY 'COMMISSIONS PAID: ' WS-COMM-PAID-COUNT.
           DISPLAY 'PAYROLL EXCEPTIONS: ' WS-EXCP-COUNT.
           PERFORM REGRAVA-YTD-MASTER.
           PERFORM REGRAVA-LEAVE-MASTER.
           PERFORM REGRAVA-COMISSOES.
           MOVE 'USERINPT'         TO AUDIT-PGM-NAME.
           MOVE 'END  '            TO AUDIT-EVENT.
           MOVE WS-BATCH-REC-COUNT TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.

       LE-BATCH-REC.
           READ BATCH-INPUT
              MOVE 'EMPLOYEE NOT ON MASTER' TO PX-REASON
              PERFORM GRAVA-EXCECAO
           ELSE
              EVALUATE TRUE
                 WHEN WE-STATUS (EMX) = 'I'
                    MOVE 'EMPLOYEE INACTIVE' TO PX-REASON
                    PERFORM GRAVA-EXCECAO
      *-------------horista e pago pelo cartao de ponto: o bruto
      *-------------digitado no BATCHIN pagaria em dobro
                 WHEN WE-PAY-TYPE (EMX) = 'H'
                    MOVE 'HOURLY - PAY FROM TIMECARD' TO PX-REASON
                    PERFORM GRAVA-EXCECAO
                 WHEN OTHER
                    MOVE BI-MONTH-PAY TO MONTH-PAY
                    MOVE 'S'  TO WS-PAY-TYPE
                    MOVE ZERO TO WS-REG-HOURS
                    MOVE ZERO TO WS-OT-HOURS
                    MOVE ZERO TO WS-REG-RATE
                    MOVE ZERO TO WS-OT-RATE
                    MOVE 'N'  TO WS-NIGHT-FLAG
                    MOVE 'N'  TO WS-PAYOUT-FLAG
                    PERFORM PROCESSA-FUNCIONARIO
              END-EVALUATE
           END-IF.

       PROCESSA-FUNCIONARIO.
           MOVE WE-NAME (EMX) TO NAME-USER.
      *----o pagamento do saldo de ferias ja e o valor do run, sem
      *----a projecao anual do salario
           IF LEAVE-PAYOUT
              PERFORM CALC-IMPOSTO
           ELSE
              PERFORM CALC-ANNUAL-PAY
           END-IF.
      *----a comissao do mes fechado entra como bruto adicional do
      *----run, com o imposto recalculado sobre o total
           PERFORM SOMA-COMISSAO.
      *----os descontos do master entram em sequencia depois do
      *----imposto, para o liquido da folha ser o liquido real
           PERFORM APLICA-DESCONTOS .
           ADD ANNUAL-PAY TO WS-GL-GROSS-TOTAL.
           ADD TAX-AMOUNT TO WS-GL-TAX-TOTAL.
           PERFORM ATUALIZA-YTD .
           PERFORM ATUALIZA-LEAVE .
           MOVE WS-EMP-ID     TO BO-EMP-ID.
           MOVE NAME-USER     TO BO-NAME-USER.
           MOVE ANNUAL-PAY    TO BO-ANNUAL-PAY.
           END-IF.
           PERFORM ITEMIZA-DESCONTOS.
           PERFORM GRAVA-PAYSLIP-WORK.
           PERFORM GRAVA-PAY-HIST.

       GRAVA-PAYSLIP-WORK.
      *um 'H' com os totais do funcionario e um 'D' por desconto,
           MOVE WT-GROSS (YTX)  TO PW-YTD-GROSS.
           MOVE WT-TAX (YTX)    TO PW-YTD-TAX.
           MOVE WT-NET (YTX)    TO PW-YTD-NET.
           MOVE WS-PAY-TYPE     TO PW-PAY-TYPE.
           MOVE WS-REG-HOURS    TO PW-REG-HOURS.
           MOVE WS-OT-HOURS     TO PW-OT-HOURS.
           MOVE WS-REG-RATE     TO PW-REG-RATE.
           MOVE WS-OT-RATE      TO PW-OT-RATE.
           MOVE WS-NIGHT-FLAG   TO PW-NIGHT-FLAG.
           MOVE WL-RUN-ACCRUED (LVX) TO PW-LEAVE-ACCRUED.
           MOVE WL-RUN-TAKEN (LVX)   TO PW-LEAVE-TAKEN.
           MOVE WL-BALANCE (LVX)     TO PW-LEAVE-BALANCE.
           MOVE WS-PAYOUT-FLAG       TO PW-LEAVE-PAYOUT.
           MOVE WS-COMMISSION        TO PW-COMMISSION.
           WRITE SLIP-HEADER-REC.
           IF PSLW-FILE-STATUS NOT = '00'
              STRING 'WRITE PAY-SLIP-WORK FAILED, STATUS '
              PERFORM ABEND-USERINPUT
           END-IF.

       LE-PAY-PARM.
      *record de parametros opcional: sem PAYPARM alocado (ou com
      *campo invalido) vale o default compilado
           OPEN INPUT PAY-PARM.
           IF PPRM-FILE-STATUS = '00'
              READ PAY-PARM
              IF PPRM-FILE-STATUS = '00'
                 IF PP-OT-MULT NUMERIC AND PP-OT-MULT > ZERO
                    MOVE PP-OT-MULT TO WS-OT-MULT
                 END-IF
                 IF PP-NIGHT-MULT NUMERIC AND PP-NIGHT-MULT > ZERO
                    MOVE PP-NIGHT-MULT TO WS-NIGHT-MULT
                 END-IF
                 IF PP-MAX-REG-HRS NUMERIC AND PP-MAX-REG-HRS > ZERO
                    MOVE PP-MAX-REG-HRS TO WS-MAX-REG-HRS
                 END-IF
                 IF PP-MAX-TOT-HRS NUMERIC AND PP-MAX-TOT-HRS > ZERO
                    MOVE PP-MAX-TOT-HRS TO WS-MAX-TOT-HRS
                 END-IF
                 IF PP-LEAVE-CARRY NUMERIC AND PP-LEAVE-CARRY > ZERO
                    MOVE PP-LEAVE-CARRY TO WS-LEAVE-CARRY
                 END-IF
              END-IF
              CLOSE PAY-PARM
           END-IF.

       PROCESSA-TIMECARDS.
      *horistas: o bruto sai das horas do cartao de ponto; sem o
      *TIMECRD no job nenhum horista e pago neste run
           OPEN INPUT TIME-CARD.
           IF TCRD-FILE-STATUS = '05' OR TCRD-FILE-STATUS = '35'
              MOVE 'Y' TO WS-TCRD-EOF
           ELSE
              IF TCRD-FILE-STATUS NOT = '00'
                 STRING 'OPEN TIME-CARD FAILED, STATUS '
                    TCRD-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-USERINPUT
              END-IF
              PERFORM LE-TIMECARD
              PERFORM UNTIL TCRD-EOF
                 PERFORM PROCESSA-TIMECARD
                 PERFORM LE-TIMECARD
              END-PERFORM
              CLOSE TIME-CARD
           END-IF.

       LE-TIMECARD.
           READ TIME-CARD
              AT END MOVE 'Y' TO WS-TCRD-EOF
           END-READ .
           IF TCRD-FILE-STATUS NOT = '00'
              AND TCRD-FILE-STATUS NOT = '10'
              STRING 'READ TIME-CARD FAILED, STATUS '
                 TCRD-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-USERINPUT
           END-IF.

       PROCESSA-TIMECARD.
      *cartao de mensalista, de desligado, repetido ou com horas
      *impossiveis vai para o PAYEXCP sem pagar nada
           ADD 1 TO WS-TCRD-COUNT.
           ADD 1 TO WS-BATCH-REC-COUNT.
           MOVE TC-EMP-ID TO WS-EMP-ID.
           PERFORM PROCURA-FUNCIONARIO.
           IF EMP-FOUND
              PERFORM PROCURA-TIMECARD-PAGO
           END-IF.
           IF TC-LEAVE-HOURS NUMERIC
              MOVE TC-LEAVE-HOURS TO WS-LEAVE-HOURS
           ELSE
              MOVE ZERO TO WS-LEAVE-HOURS
           END-IF.
           IF TC-REG-HOURS NUMERIC AND TC-OT-HOURS NUMERIC
              COMPUTE WS-TOT-HOURS =
                 TC-REG-HOURS + TC-OT-HOURS + WS-LEAVE-HOURS
           ELSE
              MOVE ZERO TO WS-TOT-HOURS
           END-IF.
           IF EMP-FOUND
              PERFORM ACHA-LEAVE
           END-IF.
           EVALUATE TRUE
              WHEN NOT EMP-FOUND
                 MOVE 'EMPLOYEE NOT ON MASTER' TO PX-REASON
                 PERFORM GRAVA-EXCECAO
              WHEN WE-STATUS (EMX) = 'I'
                 MOVE 'TIMECARD - EMPLOYEE TERMINATED' TO PX-REASON
                 PERFORM GRAVA-EXCECAO
              WHEN WE-PAY-TYPE (EMX) NOT = 'H'
                 MOVE 'TIMECARD FOR SALARIED EMPLOYEE' TO PX-REASON
                 PERFORM GRAVA-EXCECAO
              WHEN TC-DUP
                 MOVE 'DUPLICATE TIMECARD IN RUN' TO PX-REASON
                 PERFORM GRAVA-EXCECAO
              WHEN TC-REG-HOURS NOT NUMERIC
                 OR TC-OT-HOURS NOT NUMERIC
                 OR TC-LEAVE-HOURS NOT NUMERIC
                 OR WS-TOT-HOURS = ZERO
                 OR TC-REG-HOURS > WS-MAX-REG-HRS
                 OR WS-TOT-HOURS > WS-MAX-TOT-HRS
                 MOVE 'IMPOSSIBLE HOURS ON TIMECARD' TO PX-REASON
                 PERFORM GRAVA-EXCECAO
              WHEN WE-HOURLY-RATE (EMX) NOT NUMERIC
                 OR WE-HOURLY-RATE (EMX) = ZERO
                 MOVE 'NO HOURLY RATE ON MASTER' TO PX-REASON
                 PERFORM GRAVA-EXCECAO
              WHEN WS-LEAVE-HOURS > WL-BALANCE (LVX)
                 MOVE 'LEAVE HOURS EXCEED BALANCE' TO PX-REASON
                 PERFORM GRAVA-EXCECAO
              WHEN OTHER
                 PERFORM MARCA-TIMECARD-PAGO
                 PERFORM BAIXA-LEAVE
                 PERFORM CALC-HOURLY-PAY
                 MOVE 'N' TO WS-PAYOUT-FLAG
                 PERFORM PROCESSA-FUNCIONARIO
           END-EVALUATE.

       PROCURA-TIMECARD-PAGO.
           MOVE 'N' TO WS-TC-DUP.
           IF WS-TC-SEEN-COUNT > ZERO
              SET TSX TO 1
              SEARCH WS-TC-SEEN-ENTRY
                 AT END MOVE 'N' TO WS-TC-DUP
                 WHEN TSX > WS-TC-SEEN-COUNT
                    MOVE 'N' TO WS-TC-DUP
                 WHEN WS-TC-SEEN-ID (TSX) = WS-EMP-ID
                    MOVE 'Y' TO WS-TC-DUP
              END-SEARCH
           END-IF.

       MARCA-TIMECARD-PAGO.
      *so o cartao pago conta: o recusado pode voltar corrigido
           IF WS-TC-SEEN-COUNT < 200
              ADD 1 TO WS-TC-SEEN-COUNT
              SET TSX TO WS-TC-SEEN-COUNT
              MOVE WS-EMP-ID TO WS-TC-SEEN-ID (TSX)
           END-IF.

       CALC-HOURLY-PAY.
      *hora normal = taxa do cadastro; hora extra = taxa x
      *multiplicador de extra; turno noturno multiplica as duas
      *pelo adicional. O bruto do periodo entra no lugar do salario
      *mensal e segue o mesmo calculo de imposto e descontos
           MOVE 'H'                  TO WS-PAY-TYPE.
           MOVE TC-REG-HOURS         TO WS-REG-HOURS.
           MOVE TC-OT-HOURS          TO WS-OT-HOURS.
           MOVE WE-HOURLY-RATE (EMX) TO WS-REG-RATE.
           IF TC-NIGHT-FLAG = 'Y'
              MOVE 'Y' TO WS-NIGHT-FLAG
              COMPUTE WS-REG-RATE ROUNDED =
                 WE-HOURLY-RATE (EMX) * WS-NIGHT-MULT
           ELSE
              MOVE 'N' TO WS-NIGHT-FLAG
           END-IF.
           COMPUTE WS-OT-RATE ROUNDED = WS-REG-RATE * WS-OT-MULT.
      *----hora de ferias e paga pela taxa do cadastro, sem extra
      *----nem adicional noturno
           COMPUTE MONTH-PAY ROUNDED =
              WS-REG-HOURS * WS-REG-RATE
            + WS-OT-HOURS * WS-OT-RATE
            + WS-LEAVE-HOURS * WE-HOURLY-RATE (EMX).

       CARREGA-LEAVE-RULE.
      *carrega as faixas de tempo de casa; sem o dataset valem as
      *faixas da politica de RH compiladas aqui
           OPEN INPUT LEAVE-RULE.
           IF LRUL-FILE-STATUS = '05' OR LRUL-FILE-STATUS = '35'
              MOVE 3 TO WS-RULE-COUNT
              MOVE 0 TO WR-MIN-YEARS (1)
              MOVE 6.67 TO WR-HOURS (1)
              MOVE 5 TO WR-MIN-YEARS (2)
              MOVE 10.00 TO WR-HOURS (2)
              MOVE 10 TO WR-MIN-YEARS (3)
              MOVE 13.33 TO WR-HOURS (3)
           ELSE
              IF LRUL-FILE-STATUS NOT = '00'
                 STRING 'OPEN LEAVE-RULE FAILED, STATUS '
                    LRUL-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-USERINPUT
              END-IF
              MOVE 'N' TO WS-LEAV-EOF
              PERFORM LE-LEAVE-RULE
              PERFORM UNTIL LEAV-EOF OR WS-RULE-COUNT = 20
                 IF LR-MIN-YEARS NUMERIC AND LR-HOURS NUMERIC
                    ADD 1 TO WS-RULE-COUNT
                    SET LRX TO WS-RULE-COUNT
                    MOVE LR-MIN-YEARS TO WR-MIN-YEARS (LRX)
                    MOVE LR-HOURS     TO WR-HOURS (LRX)
                 END-IF
                 PERFORM LE-LEAVE-RULE
              END-PERFORM
              CLOSE LEAVE-RULE
           END-IF.

       LE-LEAVE-RULE.
           READ LEAVE-RULE
              AT END MOVE 'Y' TO WS-LEAV-EOF
           END-READ .
           IF LRUL-FILE-STATUS NOT = '00'
              AND LRUL-FILE-STATUS NOT = '10'
              STRING 'READ LEAVE-RULE FAILED, STATUS '
                 LRUL-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-USERINPUT
           END-IF.

       CARREGA-LEAVE-MASTER.
      *carrega o saldo de ferias; na primeira execucao o dataset
      *ainda nao existe. Na virada de ano o saldo que passa do
      *maximo de transporte se perde e os acumulados do ano zeram
           MOVE 'N' TO WS-LEAV-EOF.
           OPEN INPUT LEAVE-MASTER.
           IF LEAV-FILE-STATUS = '05' OR LEAV-FILE-STATUS = '35'
              MOVE 'Y' TO WS-LEAV-EOF
           ELSE
              IF LEAV-FILE-STATUS NOT = '00'
                 STRING 'OPEN LEAVE-MASTER FAILED, STATUS '
                    LEAV-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-USERINPUT
              END-IF
              PERFORM LE-LEAVE-REC
              PERFORM UNTIL LEAV-EOF OR WS-LEAVE-COUNT = 200
                 ADD 1 TO WS-LEAVE-COUNT
                 SET LVX TO WS-LEAVE-COUNT
                 MOVE LV-EMP-ID      TO WL-EMP-ID (LVX)
                 MOVE LV-YEAR        TO WL-YEAR (LVX)
                 MOVE LV-BALANCE     TO WL-BALANCE (LVX)
                 MOVE LV-ACCRUED-YTD TO WL-ACCRUED-YTD (LVX)
                 MOVE LV-TAKEN-YTD   TO WL-TAKEN-YTD (LVX)
                 MOVE LV-PAY-RATE    TO WL-PAY-RATE (LVX)
                 MOVE LV-PAID-OUT    TO WL-PAID-OUT (LVX)
                 MOVE ZERO TO WL-RUN-ACCRUED (LVX)
                 MOVE ZERO TO WL-RUN-TAKEN (LVX)
                 IF WL-YEAR (LVX) NOT = WS-RUN-YEAR-N
                    PERFORM VIRA-ANO-LEAVE
                 END-IF
                 PERFORM LE-LEAVE-REC
              END-PERFORM
              CLOSE LEAVE-MASTER
      *-------regravado a partir da tabela no final, como o YTD
              IF NOT LEAV-EOF
                 STRING 'LEAVE TABLE FULL, 200 LOADED WITH RECORDS '
                    'REMAINING' DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-USERINPUT
              END-IF
           END-IF.

       LE-LEAVE-REC.
           READ LEAVE-MASTER
              AT END MOVE 'Y' TO WS-LEAV-EOF
           END-READ .
           IF LEAV-FILE-STATUS NOT = '00'
              AND LEAV-FILE-STATUS NOT = '10'
              STRING 'READ LEAVE-MASTER FAILED, STATUS '
                 LEAV-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-USERINPUT
           END-IF.

       VIRA-ANO-LEAVE.
           IF WL-BALANCE (LVX) > WS-LEAVE-CARRY
              MOVE WS-LEAVE-CARRY TO WL-BALANCE (LVX)
           END-IF.
           MOVE WS-RUN-YEAR-N TO WL-YEAR (LVX).
           MOVE ZERO TO WL-ACCRUED-YTD (LVX).
           MOVE ZERO TO WL-TAKEN-YTD (LVX).

       ACHA-LEAVE.
      *procura (ou abre, com saldo zero) a entrada de ferias do
      *funcionario WS-EMP-ID
           MOVE 'N' TO WS-YTD-FOUND.
           IF WS-LEAVE-COUNT > ZERO
              SET LVX TO 1
              SEARCH WS-LEAVE-ENTRY
                 AT END MOVE 'N' TO WS-YTD-FOUND
                 WHEN LVX > WS-LEAVE-COUNT
                    MOVE 'N' TO WS-YTD-FOUND
                 WHEN WL-EMP-ID (LVX) = WS-EMP-ID
                    MOVE 'Y' TO WS-YTD-FOUND
              END-SEARCH
           END-IF.
           IF NOT YTD-FOUND
              IF WS-LEAVE-COUNT = 200
                 STRING 'LEAVE TABLE FULL AT 200 EMPLOYEES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-USERINPUT
              END-IF
              ADD 1 TO WS-LEAVE-COUNT
              SET LVX TO WS-LEAVE-COUNT
              MOVE WS-EMP-ID     TO WL-EMP-ID (LVX)
              MOVE WS-RUN-YEAR-N TO WL-YEAR (LVX)
              MOVE ZERO TO WL-BALANCE (LVX)
              MOVE ZERO TO WL-ACCRUED-YTD (LVX)
              MOVE ZERO TO WL-TAKEN-YTD (LVX)
              MOVE ZERO TO WL-PAY-RATE (LVX)
              MOVE 'N'  TO WL-PAID-OUT (LVX)
              MOVE ZERO TO WL-RUN-ACCRUED (LVX)
              MOVE ZERO TO WL-RUN-TAKEN (LVX)
           END-IF.

       BAIXA-LEAVE.
      *ferias gozadas saem do saldo e entram no gozado do ano
           SUBTRACT WS-LEAVE-HOURS FROM WL-BALANCE (LVX).
           ADD WS-LEAVE-HOURS TO WL-TAKEN-YTD (LVX).
           ADD WS-LEAVE-HOURS TO WL-RUN-TAKEN (LVX).

       PROCESSA-LEAVE-TXN.
      *ferias do mensalista: baixadas do saldo antes dos pagamentos
      *do run, para o holerite ja sair com o saldo que resta
           OPEN INPUT LEAVE-TXN.
           IF LTXN-FILE-STATUS = '05' OR LTXN-FILE-STATUS = '35'
              CONTINUE
           ELSE
              IF LTXN-FILE-STATUS NOT = '00'
                 STRING 'OPEN LEAVE-TXN FAILED, STATUS '
                    LTXN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-USERINPUT
              END-IF
              MOVE 'N' TO WS-LEAV-EOF
              PERFORM LE-LEAVE-TXN
              PERFORM UNTIL LEAV-EOF
                 PERFORM PROCESSA-UMA-LEAVE-TXN
                 PERFORM LE-LEAVE-TXN
              END-PERFORM
              CLOSE LEAVE-TXN
           END-IF.

       LE-LEAVE-TXN.
           READ LEAVE-TXN
              AT END MOVE 'Y' TO WS-LEAV-EOF
           END-READ .
           IF LTXN-FILE-STATUS NOT = '00'
              AND LTXN-FILE-STATUS NOT = '10'
              STRING 'READ LEAVE-TXN FAILED, STATUS '
                 LTXN-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-USERINPUT
           END-IF.

       PROCESSA-UMA-LEAVE-TXN.
           MOVE LT-EMP-ID TO WS-EMP-ID.
           PERFORM PROCURA-FUNCIONARIO.
           IF EMP-FOUND
              PERFORM ACHA-LEAVE
           END-IF.
           EVALUATE TRUE
              WHEN NOT EMP-FOUND
                 MOVE 'LEAVE - EMPLOYEE NOT ON MASTER' TO PX-REASON
                 PERFORM GRAVA-EXCECAO
              WHEN WE-STATUS (EMX) = 'I'
                 MOVE 'LEAVE - EMPLOYEE TERMINATED' TO PX-REASON
                 PERFORM GRAVA-EXCECAO
              WHEN LT-HOURS NOT NUMERIC
                 OR LT-HOURS = ZERO
                 MOVE 'LEAVE - INVALID HOURS' TO PX-REASON
                 PERFORM GRAVA-EXCECAO
              WHEN LT-HOURS > WL-BALANCE (LVX)
                 MOVE 'LEAVE HOURS EXCEED BALANCE' TO PX-REASON
                 PERFORM GRAVA-EXCECAO
              WHEN OTHER
                 MOVE LT-HOURS TO WS-LEAVE-HOURS
                 PERFORM BAIXA-LEAVE
           END-EVALUATE.

       ATUALIZA-LEAVE.
      *acumula as horas de ferias do run pela faixa de tempo de
      *casa e guarda a hora-equivalente do run (a taxa do horista,
      *o salario mensal / 173,33 do mensalista) para um eventual
      *pagamento do saldo na rescisao
      *o run do pagamento do saldo na rescisao nao acumula
           PERFORM ACHA-LEAVE.
           IF NOT LEAVE-PAYOUT
              PERFORM ACUMULA-LEAVE
           END-IF.

       ACUMULA-LEAVE.
           MOVE 'N' TO WL-PAID-OUT (LVX).
           PERFORM CALC-TEMPO-CASA.
           MOVE ZERO TO WS-ACCRUAL-HOURS.
           MOVE ZERO TO WS-BEST-MIN-YEARS.
           IF WS-RULE-COUNT > ZERO
              PERFORM TESTA-UMA-REGRA
                 VARYING LRX FROM 1 BY 1
                 UNTIL LRX > WS-RULE-COUNT
           END-IF.
           ADD WS-ACCRUAL-HOURS TO WL-BALANCE (LVX).
           ADD WS-ACCRUAL-HOURS TO WL-ACCRUED-YTD (LVX).
           ADD WS-ACCRUAL-HOURS TO WL-RUN-ACCRUED (LVX).
           IF WS-PAY-TYPE = 'H'
              MOVE WE-HOURLY-RATE (EMX) TO WL-PAY-RATE (LVX)
           ELSE
              COMPUTE WL-PAY-RATE (LVX) ROUNDED = MONTH-PAY / 173.33
           END-IF.

       CALC-TEMPO-CASA.
      *anos completos desde a admissao (AAAAMMDD - AAAAMMDD / 10000)
           MOVE ZERO TO WS-TENURE-YEARS.
           IF WE-HIRE-DATE (EMX) NUMERIC
              AND WE-HIRE-DATE (EMX) > ZERO
              AND WE-HIRE-DATE (EMX) < WS-RUN-DATE
              COMPUTE WS-TENURE-WORK =
                 (WS-RUN-DATE - WE-HIRE-DATE (EMX)) / 10000
              IF WS-TENURE-WORK > 99
                 MOVE 99 TO WS-TENURE-YEARS
              ELSE
                 MOVE WS-TENURE-WORK TO WS-TENURE-YEARS
              END-IF
           END-IF.

       TESTA-UMA-REGRA.
      *vale a faixa de maior tempo minimo que o funcionario atinge
           IF WR-MIN-YEARS (LRX) NOT > WS-TENURE-YEARS
              AND WR-MIN-YEARS (LRX) NOT < WS-BEST-MIN-YEARS
              MOVE WR-MIN-YEARS (LRX) TO WS-BEST-MIN-YEARS
              MOVE WR-HOURS (LRX)     TO WS-ACCRUAL-HOURS
           END-IF.

       PAGA-SALDO-DESLIGADOS.
      *desligado ('I') com saldo de ferias ainda nao pago recebe o
      *saldo como provento no run: horas x hora-equivalente do
      *ultimo run, com imposto e descontos como qualquer pagamento
           IF WS-EMP-COUNT > ZERO
              PERFORM TESTA-DESLIGADO
                 VARYING EMX FROM 1 BY 1
                 UNTIL EMX > WS-EMP-COUNT
           END-IF.

       TESTA-DESLIGADO.
           IF WE-STATUS (EMX) = 'I'
              MOVE WE-EMP-ID (EMX) TO WS-EMP-ID
              PERFORM PROCURA-SALDO-LEAVE
              IF YTD-FOUND
                 AND WL-PAID-OUT (LVX) NOT = 'Y'
                 AND WL-BALANCE (LVX) > ZERO
                 AND WL-PAY-RATE (LVX) > ZERO
                 PERFORM PAGA-SALDO-LEAVE
              END-IF
           END-IF.

       PROCURA-SALDO-LEAVE.
      *so procura: desligado sem entrada de ferias nao tem saldo
           MOVE 'N' TO WS-YTD-FOUND.
           IF WS-LEAVE-COUNT > ZERO
              SET LVX TO 1
              SEARCH WS-LEAVE-ENTRY
                 AT END MOVE 'N' TO WS-YTD-FOUND
                 WHEN LVX > WS-LEAVE-COUNT
                    MOVE 'N' TO WS-YTD-FOUND
                 WHEN WL-EMP-ID (LVX) = WS-EMP-ID
                    MOVE 'Y' TO WS-YTD-FOUND
              END-SEARCH
           END-IF.

       PAGA-SALDO-LEAVE.
           ADD 1 TO WS-PAYOUT-COUNT.
           MOVE 'Y' TO WS-PAYOUT-FLAG.
           MOVE 'S'  TO WS-PAY-TYPE.
           MOVE ZERO TO WS-REG-HOURS.
           MOVE ZERO TO WS-OT-HOURS.
           MOVE ZERO TO WS-OT-RATE.
           MOVE 'N'  TO WS-NIGHT-FLAG.
           MOVE WL-PAY-RATE (LVX) TO WS-REG-RATE.
           MOVE WL-BALANCE (LVX)  TO WS-LEAVE-HOURS.
           COMPUTE ANNUAL-PAY ROUNDED =
              WL-BALANCE (LVX) * WL-PAY-RATE (LVX).
           PERFORM BAIXA-LEAVE.
           MOVE 'Y' TO WL-PAID-OUT (LVX).
           PERFORM PROCESSA-FUNCIONARIO.
           MOVE 'N' TO WS-PAYOUT-FLAG.

       REGRAVA-LEAVE-MASTER.
           OPEN OUTPUT LEAVE-MASTER.
           IF LEAV-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT LEAVE-MASTER FAILED, STATUS '
                 LEAV-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-USERINPUT
           END-IF.
           IF WS-LEAVE-COUNT > ZERO
              PERFORM GRAVA-LEAVE-REC
                 VARYING LVX FROM 1 BY 1
                 UNTIL LVX > WS-LEAVE-COUNT
           END-IF.
           CLOSE LEAVE-MASTER.

       GRAVA-LEAVE-REC.
           MOVE WL-EMP-ID (LVX)      TO LV-EMP-ID.
           MOVE WL-YEAR (LVX)        TO LV-YEAR.
           MOVE WL-BALANCE (LVX)     TO LV-BALANCE.
           MOVE WL-ACCRUED-YTD (LVX) TO LV-ACCRUED-YTD.
           MOVE WL-TAKEN-YTD (LVX)   TO LV-TAKEN-YTD.
           MOVE WL-PAY-RATE (LVX)    TO LV-PAY-RATE.
           MOVE WL-PAID-OUT (LVX)    TO LV-PAID-OUT.
           WRITE LEAVE-MASTER-REC.
           IF LEAV-FILE-STATUS NOT = '00'
              STRING 'WRITE LEAVE-MASTER FAILED, STATUS '
                 LEAV-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-USERINPUT
           END-IF.

       CARREGA-COMISSOES.
      *carrega as comissoes a pagar; sem o dataset no job nao ha
      *comissao no run
           OPEN INPUT COMM-EARN.
           IF CERN-FILE-STATUS = '05' OR CERN-FILE-STATUS = '35'
              MOVE 'Y' TO WS-CERN-EOF
           ELSE
              IF CERN-FILE-STATUS NOT = '00'
                 STRING 'OPEN COMM-EARN FAILED, STATUS '
                    CERN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-USERINPUT
              END-IF
              MOVE 'Y' TO WS-CERN-PRESENT
              PERFORM LE-COMM-REC
              PERFORM UNTIL CERN-EOF OR WS-COMM-COUNT = 500
                 ADD 1 TO WS-COMM-COUNT
                 SET CMX TO WS-COMM-COUNT
                 MOVE CE-EMP-ID      TO WC-EMP-ID (CMX)
                 MOVE CE-MONTH       TO WC-MONTH (CMX)
                 MOVE CE-STORE-CODE  TO WC-STORE-CODE (CMX)
                 MOVE CE-SALES       TO WC-SALES (CMX)
                 MOVE CE-ATTAIN-PCT  TO WC-ATTAIN-PCT (CMX)
                 MOVE CE-RATE        TO WC-RATE (CMX)
                 MOVE CE-AMOUNT      TO WC-AMOUNT (CMX)
                 MOVE 'N'            TO WC-PAID (CMX)
                 PERFORM LE-COMM-REC
              END-PERFORM
              CLOSE COMM-EARN
      *-------regravado a partir da tabela no final, como o YTD
              IF NOT CERN-EOF
                 STRING 'COMMISSION TABLE FULL, 500 LOADED WITH '
                    'RECORDS REMAINING' DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-USERINPUT
              END-IF
           END-IF.

       LE-COMM-REC.
           READ COMM-EARN
              AT END MOVE 'Y' TO WS-CERN-EOF
           END-READ .
           IF CERN-FILE-STATUS NOT = '00'
              AND CERN-FILE-STATUS NOT = '10'
              STRING 'READ COMM-EARN FAILED, STATUS '
                 CERN-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-USERINPUT
           END-IF.

       SOMA-COMISSAO.
      *todas as comissoes ainda nao pagas do funcionario entram no
      *bruto deste run e ficam marcadas como pagas
           MOVE ZERO TO WS-COMMISSION.
           IF WS-COMM-COUNT > ZERO
              PERFORM SOMA-UMA-COMISSAO
                 VARYING CMX FROM 1 BY 1
                 UNTIL CMX > WS-COMM-COUNT
           END-IF.
           IF WS-COMMISSION > ZERO
              ADD WS-COMMISSION TO ANNUAL-PAY
              PERFORM CALC-IMPOSTO
           END-IF.

       SOMA-UMA-COMISSAO.
           IF WC-EMP-ID (CMX) = WS-EMP-ID
              AND WC-PAID (CMX) NOT = 'Y'
              ADD WC-AMOUNT (CMX) TO WS-COMMISSION
              MOVE 'Y' TO WC-PAID (CMX)
              ADD 1 TO WS-COMM-PAID-COUNT
           END-IF.

       REGRAVA-COMISSOES.
      *o COMMEARN volta so com as comissoes de quem nao foi pago
      *neste run, para o proximo run nao pagar de novo
           IF CERN-PRESENT
              OPEN OUTPUT COMM-EARN
              IF CERN-FILE-STATUS NOT = '00'
                 STRING 'OPEN OUTPUT COMM-EARN FAILED, STATUS '
                    CERN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-USERINPUT
              END-IF
              IF WS-COMM-COUNT > ZERO
                 PERFORM GRAVA-COMM-REC
                    VARYING CMX FROM 1 BY 1
                    UNTIL CMX > WS-COMM-COUNT
              END-IF
              CLOSE COMM-EARN
              DISPLAY 'COMMISSIONS CARRIED: ' WS-COMM-LEFT-COUNT
           END-IF.

       GRAVA-COMM-REC.
           IF WC-PAID (CMX) NOT = 'Y'
              MOVE WC-EMP-ID (CMX)      TO CE-EMP-ID
              MOVE WC-MONTH (CMX)       TO CE-MONTH
              MOVE WC-STORE-CODE (CMX)  TO CE-STORE-CODE
              MOVE WC-SALES (CMX)       TO CE-SALES
              MOVE WC-ATTAIN-PCT (CMX)  TO CE-ATTAIN-PCT
              MOVE WC-RATE (CMX)        TO CE-RATE
              MOVE WC-AMOUNT (CMX)      TO CE-AMOUNT
              WRITE COMM-EARN-REC
              IF CERN-FILE-STATUS NOT = '00'
                 STRING 'WRITE COMM-EARN FAILED, STATUS '
                    CERN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-USERINPUT
              END-IF
              ADD 1 TO WS-COMM-LEFT-COUNT
           END-IF.

       GRAVA-PAY-HIST.
      *o run do funcionario no historico: 'H' com os valores do run
      *e um 'D' por desconto, na data do run
           MOVE SPACES          TO PAY-HIST-REC.
           MOVE 'H'             TO PH-REC-TYPE.
           MOVE WS-EMP-ID       TO PH-EMP-ID.
           MOVE WS-RUN-DATE     TO PH-RUN-DATE.
           MOVE ANNUAL-PAY      TO PH-GROSS.
           MOVE TAX-AMOUNT      TO PH-TAX.
           MOVE NET-ANNUAL-PAY  TO PH-NET.
           PERFORM GRAVA-PAY-HIST-REC.
           IF WS-ITEM-COUNT > ZERO
              PERFORM GRAVA-HIST-DESCONTO
                 VARYING ITX FROM 1 BY 1
                 UNTIL ITX > WS-ITEM-COUNT
           END-IF.

       GRAVA-HIST-DESCONTO.
           MOVE SPACES            TO PAY-HIST-REC.
           MOVE 'D'               TO PH-REC-TYPE.
           MOVE WS-EMP-ID         TO PH-EMP-ID.
           MOVE WS-RUN-DATE       TO PH-RUN-DATE.
           MOVE WI-DED-CODE (ITX) TO PH-DED-CODE.
           MOVE WI-DED-AMT (ITX)  TO PH-DED-AMT.
           PERFORM GRAVA-PAY-HIST-REC.

       GRAVA-PAY-HIST-REC.
           WRITE PAY-HIST-REC.
           IF PHST-FILE-STATUS NOT = '00'
              STRING 'WRITE PAY-HIST FAILED, STATUS '
                 PHST-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-USERINPUT
           END-IF.

       CARREGA-DED-MASTER.
      *carrega o master de descontos em tabela; dataset ausente =
      *nenhum desconto alem do imposto
                 MOVE NET-ANNUAL-PAY TO WS-DED-AMOUNT
              END-IF
              SUBTRACT WS-DED-AMOUNT FROM NET-ANNUAL-PAY
              PERFORM ACUMULA-GL-DESCONTO
              IF WS-ITEM-COUNT < 10
                 ADD 1 TO WS-ITEM-COUNT
                 SET ITX TO WS-ITEM-COUNT
              END-IF
           END-IF.

       ACUMULA-GL-DESCONTO.
      *soma o desconto no total do codigo para o passivo do GL
           MOVE 'N' TO WS-GL-DED-FOUND.
           IF WS-GL-DED-COUNT > ZERO
              SET GDX TO 1
              SEARCH WS-GL-DED-ENTRY
                 AT END MOVE 'N' TO WS-GL-DED-FOUND
                 WHEN GDX > WS-GL-DED-COUNT
                    MOVE 'N' TO WS-GL-DED-FOUND
                 WHEN WG-DED-CODE (GDX) = WD-DED-CODE (DDX)
                    MOVE 'Y' TO WS-GL-DED-FOUND
              END-SEARCH
           END-IF.
           IF NOT GL-DED-FOUND
              ADD 1 TO WS-GL-DED-COUNT
              SET GDX TO WS-GL-DED-COUNT
              MOVE WD-DED-CODE (DDX) TO WG-DED-CODE (GDX)
              MOVE ZERO              TO WG-DED-TOTAL (GDX)
           END-IF.
           ADD WS-DED-AMOUNT TO WG-DED-TOTAL (GDX).

       ITEMIZA-DESCONTOS.
      *uma linha por desconto aplicado, logo abaixo da linha do
      *funcionario - a planilha paralela de reconciliacao acabou
           MOVE WS-CREDIT-TOTAL TO XMIT-AMOUNT-HASH.
           CALL 'XMITLOG' USING XMIT-PARMS.

       CARREGA-GL-MAP.
      *carrega o mapeamento do GL; sem o dataset no job, nenhum
      *tipo da folha tem conta e o lote sai avisado com RC 4
           OPEN INPUT GL-MAP.
           IF GMAP-FILE-STATUS = '05' OR GMAP-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GMAP-EOF
           ELSE
              IF GMAP-FILE-STATUS NOT = '00'
                 STRING 'OPEN GL-MAP FAILED, STATUS '
                    GMAP-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-USERINPUT
              END-IF
              PERFORM LE-GL-MAP
              PERFORM UNTIL GMAP-EOF OR WS-MAP-COUNT = 60
                 ADD 1 TO WS-MAP-COUNT
                 SET GMX TO WS-MAP-COUNT
                 MOVE GM-TXN-TYPE    TO WM-TXN-TYPE (GMX)
                 MOVE GM-DEBIT-ACCT  TO WM-DEBIT-ACCT (GMX)
                 MOVE GM-CREDIT-ACCT TO WM-CREDIT-ACCT (GMX)
                 PERFORM LE-GL-MAP
              END-PERFORM
              CLOSE GL-MAP
           END-IF.

       LE-GL-MAP.
           READ GL-MAP
              AT END MOVE 'Y' TO WS-GMAP-EOF
           END-READ .
           IF GMAP-FILE-STATUS NOT = '00'
              AND GMAP-FILE-STATUS NOT = '10'
              STRING 'READ GL-MAP FAILED, STATUS '
                 GMAP-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-USERINPUT
           END-IF.

       GRAVA-GL-FOLHA.
      *lancamento contabil do run: debito da despesa de salario
      *pelo bruto, credito do imposto retido, de um passivo por
      *codigo de desconto e da compensacao do liquido pelo total do
      *BANKCRD - o lote tem de fechar em zero
           OPEN OUTPUT GL-JOURNAL.
           IF GLJR-FILE-STATUS NOT = '00'
              STRING 'OPEN GL-JOURNAL FAILED, STATUS '
                 GLJR-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-USERINPUT
           END-IF.
           MOVE 'N'               TO WS-GL-DED-LINE.
           MOVE 'PGRS'            TO WS-WORK-TYPE.
           MOVE WS-GL-GROSS-TOTAL TO WS-WORK-AMOUNT.
           MOVE 'D'               TO WS-WORK-DC.
           PERFORM GRAVA-GL-LANCAMENTO.
           MOVE 'PTAX'            TO WS-WORK-TYPE.
           MOVE WS-GL-TAX-TOTAL   TO WS-WORK-AMOUNT.
           MOVE 'C'               TO WS-WORK-DC.
           PERFORM GRAVA-GL-LANCAMENTO.
           IF WS-GL-DED-COUNT > ZERO
              PERFORM GRAVA-GL-DESCONTO
                 VARYING GDX FROM 1 BY 1
                 UNTIL GDX > WS-GL-DED-COUNT
           END-IF.
           MOVE 'N'               TO WS-GL-DED-LINE.
           MOVE 'PNET'            TO WS-WORK-TYPE.
           MOVE WS-CREDIT-TOTAL   TO WS-WORK-AMOUNT.
           MOVE 'C'               TO WS-WORK-DC.
           PERFORM GRAVA-GL-LANCAMENTO.
           PERFORM GRAVA-GL-TRAILER.
           CLOSE GL-JOURNAL.
      *----manifesto do lancamento da folha, para o controle de
      *----transmissoes do XmitConf
           MOVE 'PAYGLJ  '        TO XMIT-FILE-NAME.
           MOVE WS-RUN-DATE       TO XMIT-BUS-DATE.
           MOVE WS-GL-ENTRY-COUNT TO XMIT-REC-COUNT.
           MOVE WS-GL-DEBIT-TOTAL TO XMIT-AMOUNT-HASH.
           CALL 'XMITLOG' USING XMIT-PARMS.
           EVALUATE TRUE
              WHEN WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
                 DISPLAY 'PAYROLL GL OUT OF BALANCE: DEBITS '
                    WS-GL-DEBIT-TOTAL ' CREDITS ' WS-GL-CREDIT-TOTAL
                 SET RC-OUT-OF-BALANCE TO TRUE
              WHEN WS-UNMAPPED-COUNT > ZERO
                 SET RC-UNMAPPED TO TRUE
              WHEN OTHER
                 DISPLAY 'PAYROLL GL OK: ' WS-GL-ENTRY-COUNT
                    ' ENTRIES, BATCH NETS TO ZERO'
                 SET RC-NORMAL TO TRUE
           END-EVALUATE.

       GRAVA-GL-DESCONTO.
           MOVE 'Y'                TO WS-GL-DED-LINE.
           MOVE WG-DED-CODE (GDX)  TO WS-WORK-TYPE.
           MOVE WG-DED-TOTAL (GDX) TO WS-WORK-AMOUNT.
           MOVE 'C'                TO WS-WORK-DC.
           PERFORM GRAVA-GL-LANCAMENTO.

       GRAVA-GL-LANCAMENTO.
      *tipo sem linha no GLMAP sai avisado; o desconto sem linha
      *propria ainda cai no passivo geral PDED, se houver, para o
      *lote nao ficar fora de balanco
           IF WS-WORK-AMOUNT NOT = ZERO
              MOVE WS-WORK-TYPE TO WS-MAP-KEY
              PERFORM PROCURA-CONTA-GL
              IF NOT MAP-FOUND
                 ADD 1 TO WS-UNMAPPED-COUNT
                 DISPLAY 'USERINPUT: NO GLMAP ENTRY FOR TYPE '
                    WS-WORK-TYPE
                 IF GL-DED-LINE
                    MOVE 'PDED' TO WS-MAP-KEY
                    PERFORM PROCURA-CONTA-GL
                 END-IF
              END-IF
              IF MAP-FOUND
                 PERFORM GRAVA-GL-DETALHE
              END-IF
           END-IF.

       PROCURA-CONTA-GL.
           MOVE 'N' TO WS-MAP-FOUND.
           IF WS-MAP-COUNT > ZERO
              SET GMX TO 1
              SEARCH WS-MAP-ENTRY
                 AT END MOVE 'N' TO WS-MAP-FOUND
                 WHEN GMX > WS-MAP-COUNT
                    MOVE 'N' TO WS-MAP-FOUND
                 WHEN WM-TXN-TYPE (GMX) = WS-MAP-KEY
                    MOVE 'Y' TO WS-MAP-FOUND
              END-SEARCH
           END-IF.

       GRAVA-GL-DETALHE.
           MOVE SPACES          TO GL-DETAIL-REC.
           MOVE 'D'             TO GD-REC-TYPE.
           MOVE WS-WORK-DC      TO GD-DC-CODE.
           IF WS-WORK-DC = 'D'
              MOVE WM-DEBIT-ACCT (GMX) TO GD-GL-ACCOUNT
              ADD WS-WORK-AMOUNT TO WS-GL-DEBIT-TOTAL
           ELSE
              MOVE WM-CREDIT-ACCT (GMX) TO GD-GL-ACCOUNT
              ADD WS-WORK-AMOUNT TO WS-GL-CREDIT-TOTAL
           END-IF.
           MOVE WS-WORK-AMOUNT  TO GD-AMOUNT.
           MOVE WS-WORK-TYPE    TO GD-TXN-TYPE.
           MOVE WS-RUN-DATE     TO GD-BUSINESS-DATE.
           ADD 1 TO WS-GL-ENTRY-COUNT.
           WRITE GL-DETAIL-REC.
           IF GLJR-FILE-STATUS NOT = '00'
              STRING 'WRITE GL-JOURNAL FAILED, STATUS '
                 GLJR-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-USERINPUT
           END-IF.

       GRAVA-GL-TRAILER.
           MOVE SPACES             TO GL-TRAILER-REC.
           MOVE 'T'                TO GT-REC-TYPE.
           MOVE WS-GL-ENTRY-COUNT  TO GT-ENTRY-COUNT.
           MOVE WS-GL-DEBIT-TOTAL  TO GT-DEBIT-TOTAL.
           MOVE WS-GL-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
           WRITE GL-TRAILER-REC.
           IF GLJR-FILE-STATUS NOT = '00'
              STRING 'WRITE GL-JOURNAL FAILED, STATUS '
                 GLJR-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-USERINPUT
           END-IF.

       CARREGA-YTD-MASTER.
      *carrega o master YTD em tabela; na primeira execucao o
      *dataset ainda nao existe e o ano comeca zerado

       CALC-ANNUAL-PAY.
           COMPUTE ANNUAL-PAY = MONTH-PAY * 12 .
           PERFORM CALC-IMPOSTO .

       CALC-IMPOSTO.
           EVALUATE TRUE
              WHEN ANNUAL-PAY NOT > 10000
                 MOVE 0 TO TAX-AMOUNT
                 MOVE EM-STATUS       TO WE-STATUS (EMX)
                 MOVE EM-BANK-ROUTING TO WE-ROUTING (EMX)
                 MOVE EM-BANK-ACCT    TO WE-BANK-ACCT (EMX)
              MOVE EM-PAY-TYPE     TO WE-PAY-TYPE (EMX)
              MOVE EM-HOURLY-RATE  TO WE-HOURLY-RATE (EMX)
              MOVE EM-HIRE-DATE    TO WE-HIRE-DATE (EMX)
                 PERFORM LE-EMP-REC
              END-PERFORM
              CLOSE EMP-MASTER
