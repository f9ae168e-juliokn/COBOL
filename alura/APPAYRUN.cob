       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
      ********************************************************
      * AREA DE COMENTARIOS
      * AUTOR: JULIO BITTENCOURT
      * OBJETIVO: CICLO DE PAGAMENTO DO CONTAS A PAGAR - O
      * APAGING MOSTRAVA O QUE VENCIA E O POMATCH LIBERAVA A
      * FATURA NO APRELEAS, MAS O CHEQUE ERA ESCRITO A MAO E A
      * BAIXA 'P' DIGITADA DEPOIS NO INVREG. ESTE PASSO SELECIONA
      * AS FATURAS LIBERADAS E NAO PAGAS QUE VENCEM ANTES DO
      * PROXIMO CICLO (APPAYPRM) OU CUJA JANELA DE DESCONTO DO
      * SUPPMAST FECHA ANTES DELE, TOMA O DESCONTO AINDA
      * DISPONIVEL E PAGA POR FORNECEDOR: TRANSFERENCIA NO
      * ARQUIVO DO BANCO APBANK OU CHEQUE, COM O ARQUIVO DE
      * POSITIVE PAY APPOSPAY (OS DOIS COM HEADER E TRAILER E
      * REGISTRADOS NO XMITLOG). IMPRIME O REGISTRO DE CHEQUES
      * APCHKREG, GRAVA AS BAIXAS 'P' NO INVREG E FECHA COM O
      * RELATORIO DE DESCONTOS TOMADOS E PERDIDOS (APDISC).
      ********************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
         DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INV-REGISTER ASSIGN TO INVREG
               FILE STATUS IS REG-FILE-STATUS.
           SELECT SUPP-MASTER ASSIGN TO SUPPMAST
               FILE STATUS IS SUPP-FILE-STATUS.
           SELECT RELEASE-IN ASSIGN TO APRELEAS
               FILE STATUS IS RELS-FILE-STATUS.
           SELECT PAY-PARM ASSIGN TO APPAYPRM
               FILE STATUS IS PPRM-FILE-STATUS.
           SELECT CHECK-CTL ASSIGN TO APCHKCTL
               FILE STATUS IS CCTL-FILE-STATUS.
           SELECT BANK-PAYMENT ASSIGN TO APBANK
               FILE STATUS IS BANK-FILE-STATUS.
           SELECT POSITIVE-PAY ASSIGN TO APPOSPAY
               FILE STATUS IS PPAY-FILE-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO APCHKREG
               FILE STATUS IS CREG-FILE-STATUS.
           SELECT DISC-REPORT ASSIGN TO APDISC
               FILE STATUS IS DISC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INV-REGISTER RECORDING MODE F.
      *mesmos layouts gravados pelo INVOICE; a baixa 'P' gravada
      *aqui leva tambem o valor pago, o desconto tomado e o numero
      *do cheque (zero na transferencia)
       01  INV-HEADER-REC.
           05 IH-REC-TYPE     PIC X(1).
           05 IH-INVOICE-NO   PIC X(10).
           05 IH-SUPPLIER     PIC X(20).
           05 IH-DATE         PIC 9(8).
           05 IH-DUE-DATE     PIC 9(8).
           05 IH-PO-NUMBER    PIC X(10).
           05 FILLER          PIC X(3).

       01  INV-TRAILER-REC.
           05 IT-REC-TYPE     PIC X(1).
           05 IT-INVOICE-NO   PIC X(10).
           05 IT-TOTAL        PIC 9(11)V99.
           05 FILLER          PIC X(36).

       01  INV-PAYMENT-REC.
           05 IP-REC-TYPE     PIC X(1).
           05 IP-INVOICE-NO   PIC X(10).
           05 IP-PAY-DATE     PIC 9(8).
           05 IP-PAID-AMOUNT  PIC 9(11)V99.
           05 IP-DISC-TAKEN   PIC 9(9)V99.
           05 IP-CHECK-NO     PIC 9(8).
           05 FILLER          PIC X(9).

       FD  SUPP-MASTER RECORDING MODE F.
      *cadastro de fornecedores; forma de pagamento 'E' paga por
      *transferencia para o banco e conta do cadastro, qualquer
      *outra por cheque; codigo, CNPJ e situacao do SUPPMAIN no fim
       01  SUPP-MASTER-REC.
           05 SP-SUPPLIER     PIC X(20).
           05 SP-DAYS-TO-PAY  PIC 9(3).
           05 SP-DISC-PCT     PIC 9(2)V99.
           05 SP-DISC-DAYS    PIC 9(3).
           05 SP-PAY-METHOD   PIC X(1).
           05 SP-BANK-ROUTING PIC 9(9).
           05 SP-BANK-ACCT    PIC X(12).
           05 FILLER          PIC X(23).

       FD  RELEASE-IN RECORDING MODE F.
      *faturas casadas pelo POMATCH, liberadas para pagamento
       01  RELEASE-REC.
           05 RL-INVOICE-NO   PIC X(10).
           05 RL-PO-NUMBER    PIC X(10).

       FD  PAY-PARM RECORDING MODE F.
      *data do proximo ciclo de pagamento (AAAAMMDD)
       01  PAY-PARM-REC.
           05 PP-NEXT-RUN     PIC 9(8).

       FD  CHECK-CTL RECORDING MODE F.
      *ultimo numero de cheque emitido, regravado a cada ciclo
       01  CHECK-CTL-REC.
           05 CK-LAST-CHECK   PIC 9(8).

       FD  BANK-PAYMENT RECORDING MODE F.
      *arquivo de pagamento ao banco: header ('H'), uma
      *transferencia por fornecedor ('D') e trailer de controle
      *('T'), como o BANKCRD da folha
       01  BANK-HEADER-REC.
           05 BH-REC-TYPE     PIC X(1).
           05 BH-FILE-DATE    PIC 9(8).
           05 FILLER          PIC X(46).

       01  BANK-DETAIL-REC.
           05 BD-REC-TYPE     PIC X(1).
           05 BD-SUPPLIER     PIC X(20).
           05 BD-BANK-ROUTING PIC 9(9).
           05 BD-BANK-ACCT    PIC X(12).
           05 BD-AMOUNT       PIC 9(11)V99.

       01  BANK-TRAILER-REC.
           05 BT-REC-TYPE     PIC X(1).
           05 BT-COUNT        PIC 9(7).
           05 BT-TOTAL        PIC 9(13)V99.
           05 FILLER          PIC X(32).

       FD  POSITIVE-PAY RECORDING MODE F.
      *positive pay: o banco so compensa o cheque que vier nesta
      *lista com o mesmo numero, valor e favorecido
       01  PPAY-HEADER-REC.
           05 PH-REC-TYPE     PIC X(1).
           05 PH-FILE-DATE    PIC 9(8).
           05 FILLER          PIC X(41).

       01  PPAY-DETAIL-REC.
           05 PY-REC-TYPE     PIC X(1).
           05 PY-CHECK-NO     PIC 9(8).
           05 PY-ISSUE-DATE   PIC 9(8).
           05 PY-AMOUNT       PIC 9(11)V99.
           05 PY-PAYEE        PIC X(20).

       01  PPAY-TRAILER-REC.
           05 PT-REC-TYPE     PIC X(1).
           05 PT-COUNT        PIC 9(7).
           05 PT-TOTAL        PIC 9(13)V99.
           05 FILLER          PIC X(27).

       FD  CHECK-REGISTER RECORDING MODE F.
       01  CHECK-REGISTER-REC     PIC X(100).

       FD  DISC-REPORT RECORDING MODE F.
       01  DISC-REPORT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       77  REG-FILE-STATUS    PIC X(2) VALUE '00'.
       77  SUPP-FILE-STATUS   PIC X(2) VALUE '00'.
       77  RELS-FILE-STATUS   PIC X(2) VALUE '00'.
       77  PPRM-FILE-STATUS   PIC X(2) VALUE '00'.
       77  CCTL-FILE-STATUS   PIC X(2) VALUE '00'.
       77  BANK-FILE-STATUS   PIC X(2) VALUE '00'.
       77  PPAY-FILE-STATUS   PIC X(2) VALUE '00'.
       77  CREG-FILE-STATUS   PIC X(2) VALUE '00'.
       77  DISC-FILE-STATUS   PIC X(2) VALUE '00'.
       77  WRK-ABEND-TEXT     PIC X(60) VALUE SPACES.
       77  WRK-FIM            PIC X VALUE 'N'.
         88 ARQ-FIM           VALUE 'S'.

      *area de parametros trocada com o subprograma XMITLOG
           COPY XMITPRM.

      *datas do ciclo: hoje e o proximo ciclo, tambem em dias
      *corridos para a comparacao com vencimento e janela
       77  WRK-HOJE           PIC 9(8) VALUE ZERO.
       77  WRK-PROX-CICLO     PIC 9(8) VALUE ZERO.
       77  WRK-HOJE-INTEGER   PIC S9(9) VALUE ZERO.
       77  WRK-PROX-INTEGER   PIC S9(9) VALUE ZERO.
       77  WRK-DISC-LIMITE    PIC S9(9) VALUE ZERO.
       77  WRK-DISC-ABERTO    PIC X VALUE 'N'.
         88 DESCONTO-ABERTO   VALUE 'S'.

      *janela de desconto e dados de pagamento por fornecedor
       01  WRK-SUPP-TABELA.
           05 WRK-SUPP-QTD    PIC 9(3) VALUE ZERO.
           05 WRK-SUPP-ENT OCCURS 100 TIMES
                 INDEXED BY SPX.
              10 WSP-SUPPLIER  PIC X(20).
              10 WSP-DISC-PCT  PIC 9(2)V99.
              10 WSP-DISC-DAYS PIC 9(3).
              10 WSP-PAY-METHOD PIC X(1).
              10 WSP-ROUTING   PIC 9(9).
              10 WSP-ACCT      PIC X(12).
       77  WRK-SUPP-ACHADO    PIC X VALUE 'N'.
         88 SUPP-ACHADO       VALUE 'S'.

      *faturas liberadas pelo POMATCH
       01  WRK-REL-TABELA.
           05 WRK-REL-QTD     PIC 9(4) VALUE ZERO.
           05 WRK-REL-ENT OCCURS 1000 TIMES
                 INDEXED BY RLX.
              10 WR-INVOICE-NO PIC X(10).
       77  WRK-REL-ACHADA     PIC X VALUE 'N'.
         88 FATURA-LIBERADA   VALUE 'S'.

      *faturas do registro, com total, baixa e a selecao do ciclo
       01  WRK-FAT-TABELA.
           05 WRK-FAT-QTD     PIC 9(4) VALUE ZERO.
           05 WRK-FAT-ENT OCCURS 1000 TIMES
                 INDEXED BY FTX FTY.
              10 WF-INVOICE-NO PIC X(10).
              10 WF-SUPPLIER   PIC X(20).
              10 WF-INV-DATE   PIC 9(8).
              10 WF-DUE-DATE   PIC 9(8).
              10 WF-TOTAL      PIC 9(11)V99.
              10 WF-PAID       PIC X(1).
              10 WF-SELECIONADA PIC X(1).
              10 WF-DESC-PCT   PIC 9(2)V99.
              10 WF-DESCONTO   PIC 9(9)V99.
              10 WF-PERDIDO    PIC 9(9)V99.
              10 WF-LIQUIDO    PIC 9(11)V99.
              10 WF-CHEQUE     PIC 9(8).
              10 WF-AGRUPADA   PIC X(1).
       77  WRK-FAT-ACHADA     PIC X VALUE 'N'.
         88 FATURA-ACHADA     VALUE 'S'.

      *pagamento corrente: um por fornecedor
       77  WRK-PAG-SUPPLIER   PIC X(20) VALUE SPACES.
       77  WRK-PAG-TOTAL      PIC 9(11)V99 VALUE ZEROES.
       77  WRK-PAG-CHEQUE     PIC 9(8) VALUE ZERO.
       77  WRK-PAG-ELETRONICO PIC X VALUE 'N'.
         88 PAG-ELETRONICO    VALUE 'S'.
       77  WRK-ULTIMO-CHEQUE  PIC 9(8) VALUE ZERO.

      *contadores e totais de controle da execucao
       77  WRK-SELECIONADAS   PIC 9(5) VALUE ZERO.
       77  WRK-SEM-CADASTRO   PIC 9(5) VALUE ZERO.
       77  WRK-BANK-QTD       PIC 9(7) VALUE ZERO.
       77  WRK-BANK-TOTAL     PIC 9(13)V99 VALUE ZEROES.
       77  WRK-PPAY-QTD       PIC 9(7) VALUE ZERO.
       77  WRK-PPAY-TOTAL     PIC 9(13)V99 VALUE ZEROES.
       77  WRK-TOT-BRUTO      PIC 9(13)V99 VALUE ZEROES.
       77  WRK-TOT-DESCONTO   PIC 9(11)V99 VALUE ZEROES.
       77  WRK-TOT-PERDIDO    PIC 9(11)V99 VALUE ZEROES.
       77  WRK-TOT-PAGO       PIC 9(13)V99 VALUE ZEROES.

       01  WRK-CAB-FORNECEDOR.
           05 FILLER          PIC X(12) VALUE 'FORNECEDOR: '.
           05 CF-SUPPLIER     PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CF-FORMA        PIC X(14).
           05 CF-CHEQUE       PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CF-AVISO        PIC X(26).
           05 FILLER          PIC X(16) VALUE SPACES.

       01  WRK-CAB-FATURAS.
           05 FILLER          PIC X(24) VALUE '  FATURA      EMISSAO'.
           05 FILLER          PIC X(16) VALUE 'VENCIMENTO'.
           05 FILLER          PIC X(20) VALUE '         BRUTO'.
           05 FILLER          PIC X(20) VALUE '     DESCONTO'.
           05 FILLER          PIC X(20) VALUE '        LIQUIDO'.

       01  WRK-LINHA-FATURA.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LF-INVOICE-NO   PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LF-INV-DATE     PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LF-DUE-DATE     PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LF-BRUTO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LF-DESCONTO     PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LF-LIQUIDO      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(13) VALUE SPACES.

       01  WRK-LINHA-PAGAMENTO.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 FILLER          PIC X(20) VALUE 'TOTAL PAGO'.
           05 FILLER          PIC X(42) VALUE SPACES.
           05 LP-TOTAL        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(19) VALUE SPACES.

       01  WRK-LINHA-TOTAIS.
           05 LT-TEXTO        PIC X(30).
           05 LT-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(52) VALUE SPACES.

       01  WRK-LINHA-DESCONTO.
           05 LD-SUPPLIER     PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LD-INVOICE-NO   PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LD-PCT          PIC Z9,99.
           05 FILLER          PIC X(3) VALUE '%  '.
           05 LD-BRUTO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LD-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LD-SITUACAO     PIC X(8).
           05 FILLER          PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
         PERFORM LE-PARAMETROS.
         PERFORM CARREGA-FORNECEDORES.
         PERFORM CARREGA-LIBERADAS.
         PERFORM CARREGA-REGISTRO.
         PERFORM SELECIONA-FATURAS.
         PERFORM GERA-PAGAMENTOS.
         IF WRK-SELECIONADAS > ZERO
            PERFORM GRAVA-BAIXAS
            PERFORM GRAVA-CONTROLE-CHEQUE
         END-IF.
         PERFORM GRAVA-RELATORIO-DESCONTOS.
         PERFORM ENCERRA.

       LE-PARAMETROS.
      *sem o APPAYPRM o proximo ciclo e daqui a uma semana; sem o
      *APCHKCTL os cheques comecam do numero 1
         MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-HOJE.
         COMPUTE WRK-HOJE-INTEGER =
            FUNCTION INTEGER-OF-DATE (WRK-HOJE).
         COMPUTE WRK-PROX-INTEGER = WRK-HOJE-INTEGER + 7.
         OPEN INPUT PAY-PARM.
         IF PPRM-FILE-STATUS = '00'
            READ PAY-PARM
            IF PPRM-FILE-STATUS = '00'
               AND PP-NEXT-RUN NUMERIC
               AND PP-NEXT-RUN > WRK-HOJE
               COMPUTE WRK-PROX-INTEGER =
                  FUNCTION INTEGER-OF-DATE (PP-NEXT-RUN)
            END-IF
            CLOSE PAY-PARM
         END-IF.
         COMPUTE WRK-PROX-CICLO =
            FUNCTION DATE-OF-INTEGER (WRK-PROX-INTEGER).
         OPEN INPUT CHECK-CTL.
         IF CCTL-FILE-STATUS = '00'
            READ CHECK-CTL
            IF CCTL-FILE-STATUS = '00'
               AND CK-LAST-CHECK NUMERIC
               MOVE CK-LAST-CHECK TO WRK-ULTIMO-CHEQUE
            END-IF
            CLOSE CHECK-CTL
         END-IF.

       CARREGA-FORNECEDORES.
      *sem o SUPPMAST no job todo fornecedor recebe por cheque e
      *sem desconto
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT SUPP-MASTER.
         IF SUPP-FILE-STATUS = '05' OR SUPP-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF SUPP-FILE-STATUS NOT = '00'
               STRING 'OPEN SUPP-MASTER FAILED, STATUS '
                  SUPP-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-APPAYRUN
            END-IF
            PERFORM LE-FORNECEDOR
            PERFORM UNTIL ARQ-FIM OR WRK-SUPP-QTD = 100
               ADD 1 TO WRK-SUPP-QTD
               SET SPX TO WRK-SUPP-QTD
               MOVE SP-SUPPLIER     TO WSP-SUPPLIER (SPX)
               MOVE SP-DISC-PCT     TO WSP-DISC-PCT (SPX)
               MOVE SP-DISC-DAYS    TO WSP-DISC-DAYS (SPX)
               MOVE SP-PAY-METHOD   TO WSP-PAY-METHOD (SPX)
               MOVE SP-BANK-ROUTING TO WSP-ROUTING (SPX)
               MOVE SP-BANK-ACCT    TO WSP-ACCT (SPX)
               PERFORM LE-FORNECEDOR
            END-PERFORM
            CLOSE SUPP-MASTER
         END-IF.

       LE-FORNECEDOR.
         READ SUPP-MASTER
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF SUPP-FILE-STATUS NOT = '00'
            AND SUPP-FILE-STATUS NOT = '10'
            STRING 'READ SUPP-MASTER FAILED, STATUS '
               SUPP-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.

       CARREGA-LIBERADAS.
      *sem o APRELEAS nada foi liberado e o ciclo nao paga nada
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT RELEASE-IN.
         IF RELS-FILE-STATUS = '05' OR RELS-FILE-STATUS = '35'
            MOVE 'S' TO WRK-FIM
         ELSE
            IF RELS-FILE-STATUS NOT = '00'
               STRING 'OPEN RELEASE-IN FAILED, STATUS '
                  RELS-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-APPAYRUN
            END-IF
            PERFORM LE-LIBERADA
            PERFORM UNTIL ARQ-FIM
               IF WRK-REL-QTD = 1000
                  STRING 'RELEASE TABLE FULL AT 1000 ENTRIES'
                     DELIMITED BY SIZE INTO WRK-ABEND-TEXT
                  PERFORM ABEND-APPAYRUN
               END-IF
               ADD 1 TO WRK-REL-QTD
               SET RLX TO WRK-REL-QTD
               MOVE RL-INVOICE-NO TO WR-INVOICE-NO (RLX)
               PERFORM LE-LIBERADA
            END-PERFORM
            CLOSE RELEASE-IN
         END-IF.

       LE-LIBERADA.
         READ RELEASE-IN
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF RELS-FILE-STATUS NOT = '00'
            AND RELS-FILE-STATUS NOT = '10'
            STRING 'READ RELEASE-IN FAILED, STATUS '
               RELS-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.

       CARREGA-REGISTRO.
      *uma passada no registro, como no APAGING: 'H' abre a
      *fatura, 'T' traz o total, 'P' marca como paga
         MOVE 'N' TO WRK-FIM.
         OPEN INPUT INV-REGISTER.
         IF REG-FILE-STATUS NOT = '00'
            STRING 'OPEN INV-REGISTER FAILED, STATUS '
               REG-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.
         PERFORM LE-REGISTRO.
         PERFORM UNTIL ARQ-FIM
            EVALUATE IH-REC-TYPE
               WHEN 'H'
                  PERFORM ABRE-FATURA
               WHEN 'T'
                  PERFORM PROCURA-FATURA
                  IF FATURA-ACHADA
                     MOVE IT-TOTAL TO WF-TOTAL (FTX)
                  END-IF
               WHEN 'P'
                  PERFORM PROCURA-FATURA
                  IF FATURA-ACHADA
                     MOVE 'Y' TO WF-PAID (FTX)
                  END-IF
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            PERFORM LE-REGISTRO
         END-PERFORM.
         CLOSE INV-REGISTER.

       LE-REGISTRO.
         READ INV-REGISTER
            AT END MOVE 'S' TO WRK-FIM
         END-READ.
         IF REG-FILE-STATUS NOT = '00'
            AND REG-FILE-STATUS NOT = '10'
            STRING 'READ INV-REGISTER FAILED, STATUS '
               REG-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.

       ABRE-FATURA.
         IF WRK-FAT-QTD = 1000
            STRING 'INVOICE TABLE FULL AT 1000 ENTRIES'
               DELIMITED BY SIZE INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.
         ADD 1 TO WRK-FAT-QTD.
         SET FTX TO WRK-FAT-QTD.
         MOVE IH-INVOICE-NO TO WF-INVOICE-NO (FTX).
         MOVE IH-SUPPLIER   TO WF-SUPPLIER (FTX).
         MOVE IH-DATE       TO WF-INV-DATE (FTX).
         MOVE IH-DUE-DATE   TO WF-DUE-DATE (FTX).
         MOVE ZERO          TO WF-TOTAL (FTX).
         MOVE 'N'           TO WF-PAID (FTX).
         MOVE 'N'           TO WF-SELECIONADA (FTX).
         MOVE ZERO          TO WF-DESC-PCT (FTX).
         MOVE ZERO          TO WF-DESCONTO (FTX).
         MOVE ZERO          TO WF-PERDIDO (FTX).
         MOVE ZERO          TO WF-LIQUIDO (FTX).
         MOVE ZERO          TO WF-CHEQUE (FTX).
         MOVE 'N'           TO WF-AGRUPADA (FTX).

       PROCURA-FATURA.
         MOVE 'N' TO WRK-FAT-ACHADA.
         IF WRK-FAT-QTD > ZERO
            SET FTX TO 1
            SEARCH WRK-FAT-ENT
               AT END MOVE 'N' TO WRK-FAT-ACHADA
               WHEN FTX > WRK-FAT-QTD
                  MOVE 'N' TO WRK-FAT-ACHADA
               WHEN WF-INVOICE-NO (FTX) = IT-INVOICE-NO
                  MOVE 'S' TO WRK-FAT-ACHADA
            END-SEARCH
         END-IF.

       SELECIONA-FATURAS.
         IF WRK-FAT-QTD > ZERO
            PERFORM TESTA-FATURA
               VARYING FTX FROM 1 BY 1
               UNTIL FTX > WRK-FAT-QTD
         END-IF.

       TESTA-FATURA.
      *liberada, nao paga e com total: entra se vence antes do
      *proximo ciclo ou se a janela de desconto fecha antes dele
         IF WF-PAID (FTX) NOT = 'Y'
            AND WF-TOTAL (FTX) > ZERO
            PERFORM PROCURA-LIBERADA
            IF FATURA-LIBERADA
               PERFORM PROCURA-FORNECEDOR
               MOVE 'N' TO WRK-DISC-ABERTO
               MOVE ZERO TO WRK-DISC-LIMITE
               IF SUPP-ACHADO
                  AND WSP-DISC-PCT (SPX) > ZERO
                  MOVE WSP-DISC-PCT (SPX) TO WF-DESC-PCT (FTX)
                  COMPUTE WRK-DISC-LIMITE =
                     FUNCTION INTEGER-OF-DATE (WF-INV-DATE (FTX))
                     + WSP-DISC-DAYS (SPX)
                  IF WRK-HOJE-INTEGER <= WRK-DISC-LIMITE
                     MOVE 'S' TO WRK-DISC-ABERTO
                  END-IF
               END-IF
               IF FUNCTION INTEGER-OF-DATE (WF-DUE-DATE (FTX))
                     < WRK-PROX-INTEGER
                  OR (DESCONTO-ABERTO
                     AND WRK-DISC-LIMITE < WRK-PROX-INTEGER)
                  PERFORM SELECIONA-UMA-FATURA
               END-IF
            END-IF
         END-IF.

       SELECIONA-UMA-FATURA.
         MOVE 'S' TO WF-SELECIONADA (FTX).
         ADD 1 TO WRK-SELECIONADAS.
         IF WF-DESC-PCT (FTX) > ZERO
            IF DESCONTO-ABERTO
               COMPUTE WF-DESCONTO (FTX) ROUNDED =
                  WF-TOTAL (FTX) * WF-DESC-PCT (FTX) / 100
            ELSE
               COMPUTE WF-PERDIDO (FTX) ROUNDED =
                  WF-TOTAL (FTX) * WF-DESC-PCT (FTX) / 100
            END-IF
         END-IF.
         COMPUTE WF-LIQUIDO (FTX) =
            WF-TOTAL (FTX) - WF-DESCONTO (FTX).

       PROCURA-LIBERADA.
         MOVE 'N' TO WRK-REL-ACHADA.
         IF WRK-REL-QTD > ZERO
            SET RLX TO 1
            SEARCH WRK-REL-ENT
               AT END MOVE 'N' TO WRK-REL-ACHADA
               WHEN RLX > WRK-REL-QTD
                  MOVE 'N' TO WRK-REL-ACHADA
               WHEN WR-INVOICE-NO (RLX) = WF-INVOICE-NO (FTX)
                  MOVE 'S' TO WRK-REL-ACHADA
            END-SEARCH
         END-IF.

       PROCURA-FORNECEDOR.
         MOVE 'N' TO WRK-SUPP-ACHADO.
         IF WRK-SUPP-QTD > ZERO
            SET SPX TO 1
            SEARCH WRK-SUPP-ENT
               AT END MOVE 'N' TO WRK-SUPP-ACHADO
               WHEN SPX > WRK-SUPP-QTD
                  MOVE 'N' TO WRK-SUPP-ACHADO
               WHEN WSP-SUPPLIER (SPX) = WF-SUPPLIER (FTX)
                  MOVE 'S' TO WRK-SUPP-ACHADO
            END-SEARCH
         END-IF.

       GERA-PAGAMENTOS.
      *um pagamento por fornecedor com todas as faturas dele
      *selecionadas; os dois arquivos do banco saem sempre com
      *header e trailer, mesmo sem movimento
         PERFORM ABRE-SAIDAS-PAGAMENTO.
         MOVE 'REGISTRO DE PAGAMENTOS DO CONTAS A PAGAR'
            TO CHECK-REGISTER-REC.
         PERFORM GRAVA-LINHA-REGISTRO.
         IF WRK-SELECIONADAS > ZERO
            PERFORM PAGA-UM-FORNECEDOR
               VARYING FTX FROM 1 BY 1
               UNTIL FTX > WRK-FAT-QTD
         ELSE
            PERFORM GRAVA-LINHA-REGISTRO
            MOVE 'NENHUMA FATURA A PAGAR NESTE CICLO'
               TO CHECK-REGISTER-REC
            PERFORM GRAVA-LINHA-REGISTRO
         END-IF.
         PERFORM GRAVA-LINHA-REGISTRO.
         MOVE 'TOTAL BRUTO DAS FATURAS' TO LT-TEXTO.
         MOVE WRK-TOT-BRUTO TO LT-VALOR.
         MOVE WRK-LINHA-TOTAIS TO CHECK-REGISTER-REC.
         PERFORM GRAVA-LINHA-REGISTRO.
         MOVE 'DESCONTOS TOMADOS' TO LT-TEXTO.
         MOVE WRK-TOT-DESCONTO TO LT-VALOR.
         MOVE WRK-LINHA-TOTAIS TO CHECK-REGISTER-REC.
         PERFORM GRAVA-LINHA-REGISTRO.
         MOVE 'TOTAL EM TRANSFERENCIAS' TO LT-TEXTO.
         MOVE WRK-BANK-TOTAL TO LT-VALOR.
         MOVE WRK-LINHA-TOTAIS TO CHECK-REGISTER-REC.
         PERFORM GRAVA-LINHA-REGISTRO.
         MOVE 'TOTAL EM CHEQUES' TO LT-TEXTO.
         MOVE WRK-PPAY-TOTAL TO LT-VALOR.
         MOVE WRK-LINHA-TOTAIS TO CHECK-REGISTER-REC.
         PERFORM GRAVA-LINHA-REGISTRO.
         PERFORM FECHA-SAIDAS-PAGAMENTO.

       ABRE-SAIDAS-PAGAMENTO.
         OPEN OUTPUT BANK-PAYMENT.
         IF BANK-FILE-STATUS NOT = '00'
            STRING 'OPEN BANK-PAYMENT FAILED, STATUS '
               BANK-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.
         OPEN OUTPUT POSITIVE-PAY.
         IF PPAY-FILE-STATUS NOT = '00'
            STRING 'OPEN POSITIVE-PAY FAILED, STATUS '
               PPAY-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.
         OPEN OUTPUT CHECK-REGISTER.
         IF CREG-FILE-STATUS NOT = '00'
            STRING 'OPEN CHECK-REGISTER FAILED, STATUS '
               CREG-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.
         MOVE SPACES TO BANK-HEADER-REC.
         MOVE 'H'      TO BH-REC-TYPE.
         MOVE WRK-HOJE TO BH-FILE-DATE.
         WRITE BANK-HEADER-REC.
         PERFORM TESTA-GRAVA-BANCO.
         MOVE SPACES TO PPAY-HEADER-REC.
         MOVE 'H'      TO PH-REC-TYPE.
         MOVE WRK-HOJE TO PH-FILE-DATE.
         WRITE PPAY-HEADER-REC.
         PERFORM TESTA-GRAVA-POSPAY.

       PAGA-UM-FORNECEDOR.
         IF WF-SELECIONADA (FTX) = 'S'
            AND WF-AGRUPADA (FTX) NOT = 'S'
            MOVE WF-SUPPLIER (FTX) TO WRK-PAG-SUPPLIER
            MOVE ZERO TO WRK-PAG-TOTAL
            MOVE ZERO TO WRK-PAG-CHEQUE
            MOVE SPACES TO CF-AVISO
            PERFORM PROCURA-FORNECEDOR
            MOVE 'N' TO WRK-PAG-ELETRONICO
            IF SUPP-ACHADO
               IF WSP-PAY-METHOD (SPX) = 'E'
                  IF WSP-ROUTING (SPX) NUMERIC
                     AND WSP-ROUTING (SPX) > ZERO
                     AND WSP-ACCT (SPX) NOT = SPACES
                     MOVE 'S' TO WRK-PAG-ELETRONICO
                  ELSE
                     MOVE '*SEM CONTA: CHEQUE' TO CF-AVISO
                  END-IF
               END-IF
            ELSE
               MOVE '*FORNECEDOR SEM CADASTRO' TO CF-AVISO
               ADD 1 TO WRK-SEM-CADASTRO
            END-IF
            MOVE WRK-PAG-SUPPLIER TO CF-SUPPLIER
            IF PAG-ELETRONICO
               MOVE 'TRANSFERENCIA' TO CF-FORMA
               MOVE SPACES TO CF-CHEQUE
            ELSE
               ADD 1 TO WRK-ULTIMO-CHEQUE
               MOVE WRK-ULTIMO-CHEQUE TO WRK-PAG-CHEQUE
               MOVE 'CHEQUE NUMERO ' TO CF-FORMA
               MOVE WRK-PAG-CHEQUE TO CF-CHEQUE
            END-IF
            PERFORM GRAVA-LINHA-REGISTRO
            MOVE WRK-CAB-FORNECEDOR TO CHECK-REGISTER-REC
            PERFORM GRAVA-LINHA-REGISTRO
            MOVE WRK-CAB-FATURAS TO CHECK-REGISTER-REC
            PERFORM GRAVA-LINHA-REGISTRO
            PERFORM PAGA-UMA-FATURA
               VARYING FTY FROM FTX BY 1
               UNTIL FTY > WRK-FAT-QTD
            MOVE WRK-PAG-TOTAL TO LP-TOTAL
            MOVE WRK-LINHA-PAGAMENTO TO CHECK-REGISTER-REC
            PERFORM GRAVA-LINHA-REGISTRO
            IF PAG-ELETRONICO
               PERFORM GRAVA-TRANSFERENCIA
            ELSE
               PERFORM GRAVA-CHEQUE
            END-IF
         END-IF.

       PAGA-UMA-FATURA.
         IF WF-SELECIONADA (FTY) = 'S'
            AND WF-AGRUPADA (FTY) NOT = 'S'
            AND WF-SUPPLIER (FTY) = WRK-PAG-SUPPLIER
            MOVE 'S' TO WF-AGRUPADA (FTY)
            MOVE WRK-PAG-CHEQUE TO WF-CHEQUE (FTY)
            ADD WF-LIQUIDO (FTY)  TO WRK-PAG-TOTAL
            ADD WF-TOTAL (FTY)    TO WRK-TOT-BRUTO
            ADD WF-DESCONTO (FTY) TO WRK-TOT-DESCONTO
            ADD WF-PERDIDO (FTY)  TO WRK-TOT-PERDIDO
            MOVE WF-INVOICE-NO (FTY) TO LF-INVOICE-NO
            MOVE WF-INV-DATE (FTY)   TO LF-INV-DATE
            MOVE WF-DUE-DATE (FTY)   TO LF-DUE-DATE
            MOVE WF-TOTAL (FTY)      TO LF-BRUTO
            MOVE WF-DESCONTO (FTY)   TO LF-DESCONTO
            MOVE WF-LIQUIDO (FTY)    TO LF-LIQUIDO
            MOVE WRK-LINHA-FATURA TO CHECK-REGISTER-REC
            PERFORM GRAVA-LINHA-REGISTRO
         END-IF.

       GRAVA-TRANSFERENCIA.
         MOVE 'D'                TO BD-REC-TYPE.
         MOVE WRK-PAG-SUPPLIER   TO BD-SUPPLIER.
         MOVE WSP-ROUTING (SPX)  TO BD-BANK-ROUTING.
         MOVE WSP-ACCT (SPX)     TO BD-BANK-ACCT.
         MOVE WRK-PAG-TOTAL      TO BD-AMOUNT.
         WRITE BANK-DETAIL-REC.
         PERFORM TESTA-GRAVA-BANCO.
         ADD 1 TO WRK-BANK-QTD.
         ADD WRK-PAG-TOTAL TO WRK-BANK-TOTAL.
         ADD WRK-PAG-TOTAL TO WRK-TOT-PAGO.

       GRAVA-CHEQUE.
         MOVE 'D'              TO PY-REC-TYPE.
         MOVE WRK-PAG-CHEQUE   TO PY-CHECK-NO.
         MOVE WRK-HOJE         TO PY-ISSUE-DATE.
         MOVE WRK-PAG-TOTAL    TO PY-AMOUNT.
         MOVE WRK-PAG-SUPPLIER TO PY-PAYEE.
         WRITE PPAY-DETAIL-REC.
         PERFORM TESTA-GRAVA-POSPAY.
         ADD 1 TO WRK-PPAY-QTD.
         ADD WRK-PAG-TOTAL TO WRK-PPAY-TOTAL.
         ADD WRK-PAG-TOTAL TO WRK-TOT-PAGO.

       FECHA-SAIDAS-PAGAMENTO.
      *trailers de controle e o manifesto de cada arquivo no
      *controle de transmissoes, como o BANKCRD da folha
         MOVE SPACES TO BANK-TRAILER-REC.
         MOVE 'T'            TO BT-REC-TYPE.
         MOVE WRK-BANK-QTD   TO BT-COUNT.
         MOVE WRK-BANK-TOTAL TO BT-TOTAL.
         WRITE BANK-TRAILER-REC.
         PERFORM TESTA-GRAVA-BANCO.
         MOVE SPACES TO PPAY-TRAILER-REC.
         MOVE 'T'            TO PT-REC-TYPE.
         MOVE WRK-PPAY-QTD   TO PT-COUNT.
         MOVE WRK-PPAY-TOTAL TO PT-TOTAL.
         WRITE PPAY-TRAILER-REC.
         PERFORM TESTA-GRAVA-POSPAY.
         CLOSE BANK-PAYMENT.
         CLOSE POSITIVE-PAY.
         CLOSE CHECK-REGISTER.
         MOVE 'APBANK  '     TO XMIT-FILE-NAME.
         MOVE WRK-HOJE       TO XMIT-BUS-DATE.
         MOVE WRK-BANK-QTD   TO XMIT-REC-COUNT.
         MOVE WRK-BANK-TOTAL TO XMIT-AMOUNT-HASH.
         CALL 'XMITLOG' USING XMIT-PARMS.
         MOVE 'APPOSPAY'     TO XMIT-FILE-NAME.
         MOVE WRK-HOJE       TO XMIT-BUS-DATE.
         MOVE WRK-PPAY-QTD   TO XMIT-REC-COUNT.
         MOVE WRK-PPAY-TOTAL TO XMIT-AMOUNT-HASH.
         CALL 'XMITLOG' USING XMIT-PARMS.

       TESTA-GRAVA-BANCO.
         IF BANK-FILE-STATUS NOT = '00'
            STRING 'WRITE BANK-PAYMENT FAILED, STATUS '
               BANK-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.

       TESTA-GRAVA-POSPAY.
         IF PPAY-FILE-STATUS NOT = '00'
            STRING 'WRITE POSITIVE-PAY FAILED, STATUS '
               PPAY-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.

       GRAVA-LINHA-REGISTRO.
         WRITE CHECK-REGISTER-REC.
         IF CREG-FILE-STATUS NOT = '00'
            STRING 'WRITE CHECK-REGISTER FAILED, STATUS '
               CREG-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.
         MOVE SPACES TO CHECK-REGISTER-REC.

       GRAVA-BAIXAS.
      *a baixa 'P' de cada fatura paga entra no fim do registro;
      *o APAGING e o proximo ciclo ja nao a veem em aberto
         OPEN EXTEND INV-REGISTER.
         IF REG-FILE-STATUS NOT = '00'
            STRING 'OPEN EXTEND INV-REGISTER FAILED, STATUS '
               REG-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.
         PERFORM GRAVA-UMA-BAIXA
            VARYING FTX FROM 1 BY 1
            UNTIL FTX > WRK-FAT-QTD.
         CLOSE INV-REGISTER.

       GRAVA-UMA-BAIXA.
         IF WF-SELECIONADA (FTX) = 'S'
            MOVE SPACES TO INV-PAYMENT-REC
            MOVE 'P'                 TO IP-REC-TYPE
            MOVE WF-INVOICE-NO (FTX) TO IP-INVOICE-NO
            MOVE WRK-HOJE            TO IP-PAY-DATE
            MOVE WF-LIQUIDO (FTX)    TO IP-PAID-AMOUNT
            MOVE WF-DESCONTO (FTX)   TO IP-DISC-TAKEN
            MOVE WF-CHEQUE (FTX)     TO IP-CHECK-NO
            WRITE INV-PAYMENT-REC
            IF REG-FILE-STATUS NOT = '00'
               STRING 'WRITE INV-REGISTER FAILED, STATUS '
                  REG-FILE-STATUS DELIMITED BY SIZE
                  INTO WRK-ABEND-TEXT
               PERFORM ABEND-APPAYRUN
            END-IF
         END-IF.

       GRAVA-CONTROLE-CHEQUE.
         OPEN OUTPUT CHECK-CTL.
         IF CCTL-FILE-STATUS NOT = '00'
            STRING 'OPEN CHECK-CTL FAILED, STATUS '
               CCTL-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.
         MOVE WRK-ULTIMO-CHEQUE TO CK-LAST-CHECK.
         WRITE CHECK-CTL-REC.
         IF CCTL-FILE-STATUS NOT = '00'
            STRING 'WRITE CHECK-CTL FAILED, STATUS '
               CCTL-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.
         CLOSE CHECK-CTL.

       GRAVA-RELATORIO-DESCONTOS.
      *desconto tomado: pago dentro da janela; perdido: a fatura
      *so foi paga depois que a janela do fornecedor fechou
         OPEN OUTPUT DISC-REPORT.
         IF DISC-FILE-STATUS NOT = '00'
            STRING 'OPEN DISC-REPORT FAILED, STATUS '
               DISC-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.
         MOVE 'DESCONTOS POR ANTECIPACAO - TOMADOS X PERDIDOS'
            TO DISC-REPORT-REC.
         PERFORM GRAVA-LINHA-DESCONTO.
         PERFORM GRAVA-LINHA-DESCONTO.
         IF WRK-FAT-QTD > ZERO
            PERFORM DESCONTO-UMA-FATURA
               VARYING FTX FROM 1 BY 1
               UNTIL FTX > WRK-FAT-QTD
         END-IF.
         PERFORM GRAVA-LINHA-DESCONTO.
         MOVE 'DESCONTOS TOMADOS' TO LT-TEXTO.
         MOVE WRK-TOT-DESCONTO TO LT-VALOR.
         MOVE WRK-LINHA-TOTAIS TO DISC-REPORT-REC.
         PERFORM GRAVA-LINHA-DESCONTO.
         MOVE 'DESCONTOS PERDIDOS' TO LT-TEXTO.
         MOVE WRK-TOT-PERDIDO TO LT-VALOR.
         MOVE WRK-LINHA-TOTAIS TO DISC-REPORT-REC.
         PERFORM GRAVA-LINHA-DESCONTO.
         CLOSE DISC-REPORT.

       DESCONTO-UMA-FATURA.
         IF WF-SELECIONADA (FTX) = 'S'
            AND WF-DESC-PCT (FTX) > ZERO
            MOVE WF-SUPPLIER (FTX)   TO LD-SUPPLIER
            MOVE WF-INVOICE-NO (FTX) TO LD-INVOICE-NO
            MOVE WF-DESC-PCT (FTX)   TO LD-PCT
            MOVE WF-TOTAL (FTX)      TO LD-BRUTO
            IF WF-DESCONTO (FTX) > ZERO
               MOVE WF-DESCONTO (FTX) TO LD-VALOR
               MOVE 'TOMADO'  TO LD-SITUACAO
            ELSE
               MOVE WF-PERDIDO (FTX) TO LD-VALOR
               MOVE 'PERDIDO' TO LD-SITUACAO
            END-IF
            MOVE WRK-LINHA-DESCONTO TO DISC-REPORT-REC
            PERFORM GRAVA-LINHA-DESCONTO
         END-IF.

       GRAVA-LINHA-DESCONTO.
         WRITE DISC-REPORT-REC.
         IF DISC-FILE-STATUS NOT = '00'
            STRING 'WRITE DISC-REPORT FAILED, STATUS '
               DISC-FILE-STATUS DELIMITED BY SIZE
               INTO WRK-ABEND-TEXT
            PERFORM ABEND-APPAYRUN
         END-IF.
         MOVE SPACES TO DISC-REPORT-REC.

       ENCERRA.
         DISPLAY 'FATURAS PAGAS: ' WRK-SELECIONADAS
            '  TRANSFERENCIAS: ' WRK-BANK-QTD
            '  CHEQUES: ' WRK-PPAY-QTD.
         DISPLAY 'PROXIMO CICLO: ' WRK-PROX-CICLO
            '  ULTIMO CHEQUE: ' WRK-ULTIMO-CHEQUE.
         IF WRK-SEM-CADASTRO > ZERO
            DISPLAY 'FORNECEDORES SEM CADASTRO NO SUPPMAST: '
               WRK-SEM-CADASTRO
            MOVE 4 TO RETURN-CODE
         ELSE
            MOVE ZERO TO RETURN-CODE
         END-IF.
         STOP RUN.

      *erro grave de I/O: mostra a mensagem e interrompe a execucao
       ABEND-APPAYRUN.
         DISPLAY 'APPAYRUN ABEND: ' WRK-ABEND-TEXT.
         MOVE 8 TO RETURN-CODE.
         STOP RUN.
