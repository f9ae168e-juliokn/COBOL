      *diario de postagem POSTJRNL com o saldo corrente apos cada
      *movimento. Movimento para conta inexistente vai para a
      *listagem de excecao POSTEXCP em vez de abendar o job.
      *Transferencia (T) entre duas contas do mesmo cliente posta as
      *duas pernas ou nenhuma: as duas contas abertas, na mesma
      *moeda e ligadas ao mesmo cliente no CUSTLNK ou ao mesmo
      *documento no XREFMST; as duas pernas saem no diario com a
      *mesma referencia. Movimento em moeda estrangeira e convertido
      *para a moeda da conta pela taxa do FXRATES vigente na
      *data-movimento do lote (mesma busca por vigencia do
      *AcctCurr); sem taxa o item vai para a reciclagem em vez de
      *postar a uma taxa velha, e o diario guarda moeda, valor
      *original e taxa aplicada. Antes de aplicar, debito, credito e
      *transferencia passam por uma triagem: valor acima do teto do
      *REVPARM, muitas vezes acima da media da conta no TXNHIST, ou
      *conta com itens demais na noite vai para a fila de revisao
      *PSTHOLD em vez de postar; o que o segundo operador liberar no
      *PostRvw volta pelo PSTRLSE e posta no ciclo seguinte.
      *Estorno de tarifa e credito de cortesia (W) chegam pelo mesmo
      *PSTRLSE, ja aprovados no WaivEnt/WaivApr: reduzem o saldo
      *como o credito e saem no diario como credito marcado 'W', que
      *o GlExtr lanca em despesa de isencao e nao em pagamento.
      *Debito, credito e isencao podem chegar com data efetiva
      *passada (PT-EFF-DATE): o item posta na noite e vai para o
      *BACKVAL, junto com os pagamentos retroativos do LockBox. No
      *encerramento o saldo de fim de dia do BALHIST e refeito da
      *data efetiva em diante (copia pelo BALWORK), e o juro que o
      *FileHandling ja cobrou no ultimo fechamento do ciclo da conta
      *sobre o saldo errado sai corrigido no diario como ajuste de
      *juros marcado 'I'. Item mais velho que o limite de dias do
      *REVPARM, ou que atravessa mais de um fechamento (ciclo ja
      *encerrado), posta na noite sem refazer nada e vai para a
      *lista de revisao BDTLIST. Cada passo do encerramento fica
      *marcado no item do BACKVAL e a data so entra no PSTDATES
      *depois dele: o restart de uma queda no meio termina o que
      *faltou sem somar o efeito duas vezes no BALHIST nem repetir
      *o ajuste de juros.

      *-----------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS CKPT-FILE-STATUS .
           SELECT RUN-PARM ASSIGN TO RUNPARM
               FILE STATUS IS PARM-FILE-STATUS .
           SELECT CUST-LINK ASSIGN TO CUSTLNK
               FILE STATUS IS LINK-FILE-STATUS .
           SELECT XREF-MASTER ASSIGN TO XREFMST
               FILE STATUS IS XREF-FILE-STATUS .
           SELECT FX-RATES ASSIGN TO FXRATES
               FILE STATUS IS FX-FILE-STATUS .
           SELECT REVIEW-HOLD ASSIGN TO PSTHOLD
               FILE STATUS IS HOLD-FILE-STATUS .
           SELECT RELEASED-IN ASSIGN TO PSTRLSE
               FILE STATUS IS RLSE-FILE-STATUS .
           SELECT REVIEW-PARM ASSIGN TO REVPARM
               FILE STATUS IS REVP-FILE-STATUS .
           SELECT TXN-HIST ASSIGN TO TXNHIST
               FILE STATUS IS THST-FILE-STATUS .
           SELECT BACK-VALUE ASSIGN TO BACKVAL
               FILE STATUS IS BVAL-FILE-STATUS .
           SELECT BACK-VALUE-LIST ASSIGN TO BDTLIST
               FILE STATUS IS BLST-FILE-STATUS .
           SELECT BAL-WORK ASSIGN TO BALWORK
               FILE STATUS IS BWRK-FILE-STATUS .
           SELECT PROC-CAL ASSIGN TO PROCCAL
               FILE STATUS IS PCAL-FILE-STATUS .
           SELECT STATE-RATE ASSIGN TO STRATE
               FILE STATUS IS SRAT-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *a sequencia identifica o movimento para o estorno de amanha;
      *JR-REF-SEQ aponta o movimento estornado (so no record de
      *estorno) e JR-REV-FLAG marca 'R' tanto o estorno quanto a
      *copia do original que sai re-gravada como estornada; nas
      *duas pernas da transferencia o JR-REV-FLAG e 'T' e o
      *JR-REF-SEQ leva a referencia comum (a sequencia da perna de
      *debito). O movimento convertido de moeda estrangeira guarda a
      *moeda e o valor originais, a moeda da conta e a taxa aplicada
      *(record de 80 para 120 bytes); nos demais ficam em branco
       01  JOURNAL-REC.
           05 JR-ACCT-NO        PIC X(8) .
           05 FILLER            PIC X(2) .
           05 JR-REF-SEQ        PIC 9(7) .
           05 FILLER            PIC X(2) .
           05 JR-REV-FLAG       PIC X(1) .
           05 FILLER            PIC X(2) .
           05 JR-ORIG-CURRENCY  PIC X(3) .
           05 FILLER            PIC X(1) .
           05 JR-POST-CURRENCY  PIC X(3) .
           05 FILLER            PIC X(2) .
           05 JR-ORIG-AMOUNT    PIC ZZ,ZZZ,ZZ9.99- .
           05 FILLER            PIC X(2) .
           05 JR-FX-RATE        PIC ZZZZ9.999999 .
           05 FILLER            PIC X(1) .

       FD EXCP-LINE RECORDING MODE F .
      *listagem de excecao: movimentos que nao puderam ser postados
      *contador que o restart pula, sem se confundir com os
      *reciclados re-apresentados antes do trabalho novo
           05 CK-NEW-TXN-O         PIC 9(7) .
           05 CK-XFER-COUNT-O      PIC 9(7) .
           05 CK-XFER-TOTAL-O      PIC S9(9)V99 COMP-3 .
           05 CK-FX-COUNT-O        PIC 9(7) .
           05 CK-HOLD-COUNT-O      PIC 9(7) .
           05 CK-HOLD-TOTAL-O      PIC S9(9)V99 COMP-3 .

       FD RUN-PARM RECORDING MODE F .
      *mesmo record de controle lido pelo FileHandling: daqui vem o
           05 RP-DELINQ-FLAG    PIC X(1) .
           05 RP-MASK-FLAG      PIC X(1) .

       FD CUST-LINK RECORDING MODE F .
      *mesmo layout mantido pelo CustMaint
       01  CUST-LINK-REC.
           05 CL-CUST-NO        PIC X(8) .
           05 CL-ACCT-NO        PIC X(8) .

       FD XREF-MASTER RECORDING MODE F .
      *mesmo layout mantido pelo TaxXref
       01  XREF-MASTER-REC.
           05 XR-DOC-TYPE       PIC X(1).
           05 XR-DOC-DIGITS     PIC X(14).
           05 XR-ACCT-NO        PIC X(8).

       FD FX-RATES RECORDING MODE F .
      *layout compartilhado no copybook FXRATE
           COPY FXRATE.

       FD REVIEW-HOLD RECORDING MODE F .
      *fila de revisao, acumulativa entre execucoes; layout
      *compartilhado no copybook REVHOLD
           COPY REVHOLD.

       FD RELEASED-IN RECORDING MODE F .
      *movimentos liberados pelo PostRvw, no layout do PSTTXN,
      *aplicados antes do trabalho novo e sem passar de novo pela
      *triagem; o arquivo e esvaziado no fim da execucao
       01  RELEASED-IN-REC       PIC X(53) .

       FD REVIEW-PARM RECORDING MODE F .
      *limites configuraveis da triagem: teto de valor por item,
      *multiplo da media da conta (so com historico minimo de
      *itens) e itens da conta por noite; por ultimo, quantos dias
      *para tras a data efetiva do valor retroativo pode ir
       01  REVIEW-PARM-REC.
           05 VP-MAX-AMOUNT     PIC 9(7)V99 .
           05 VP-AVG-MULTIPLE   PIC 9(3) .
           05 VP-MIN-HISTORY    PIC 9(3) .
           05 VP-MAX-NIGHT      PIC 9(3) .
           05 VP-BACKDATE-DAYS  PIC 9(3) .

       FD TXN-HIST RECORDING MODE F .
      *historico acumulado pelo TxnHist; layout compartilhado no
      *copybook TXNHIST
           COPY TXNHIST.

       FD PREV-JOURNAL RECORDING MODE F .
      *diario POSTJRNL da noite anterior, apresentado como entrada
      *para o casamento dos estornos; mesma area do JOURNAL-REC
       01  PREV-JOURNAL-REC      PIC X(120) .

       FD BAL-HIST RECORDING MODE F .
      *historico de saldo de fim de dia, um record por conta tocada
           05 BH-BALANCE-DATE   PIC 9(8) .
           05 BH-EOD-BALANCE    PIC S9(7)V99 COMP-3 .

       FD BACK-VALUE RECORDING MODE F .
      *movimentos ja postados com data efetiva passada, deste passo
      *e do LockBox; layout compartilhado no copybook BACKVAL
           COPY BACKVAL.

       FD BACK-VALUE-LIST RECORDING MODE F .
      *lista de revisao: valor retroativo postado na noite sem
      *refazer o BALHIST nem o juro, para o supervisor decidir
       01  BDT-LIST-REC.
           05 BD-ACCT-NO        PIC X(8) .
           05 FILLER            PIC X(2) .
           05 BD-DC-CODE        PIC X(1) .
           05 FILLER            PIC X(2) .
           05 BD-AMOUNT         PIC $$,$$$,$$9.99- .
           05 FILLER            PIC X(2) .
           05 BD-EFF-DATE       PIC 9999/99/99 .
           05 FILLER            PIC X(2) .
           05 BD-POST-DATE      PIC 9999/99/99 .
           05 FILLER            PIC X(2) .
           05 BD-SOURCE         PIC X(8) .
           05 FILLER            PIC X(2) .
           05 BD-REASON         PIC X(30) .

       FD BAL-WORK RECORDING MODE F .
      *copia de trabalho do BALHIST durante a reconstrucao dos dias
      *afetados pelo valor retroativo; mesmo layout do BAL-HIST-REC
       01  BAL-WORK-REC.
           05 BW-ACCT-NO        PIC X(8) .
           05 BW-BALANCE-DATE   PIC 9(8) .
           05 BW-EOD-BALANCE    PIC S9(7)V99 COMP-3 .

       FD PROC-CAL RECORDING MODE F .
      *calendario de processamento do FileHandling: os fechamentos
      *de ciclo dizem se o valor retroativo cruzou um juro ja
      *cobrado
       01  PROC-CAL-REC.
           05 PC-DATE           PIC 9(8) .
           05 PC-BUSINESS-DAY   PIC X(1) .
           05 PC-MONTH-END      PIC X(1) .
           05 PC-YEAR-END       PIC X(1) .
           05 PC-CYCLE-FROM     PIC 9(2) .
           05 PC-CYCLE-TO       PIC 9(2) .

       FD STATE-RATE RECORDING MODE F .
      *tabela de taxa de juros por estado, com o teto legal; layout
      *compartilhado no copybook STRATE
           COPY STRATE.

       WORKING-STORAGE SECTION.
       01  TXN-FILE-STATUS         PIC X(2) VALUE '00'.
       01  ACCT-FILE-STATUS        PIC X(2) VALUE '00'.
           05 PV-SEQ            PIC 9(7) .
           05 FILLER            PIC X(11) .
           05 PV-REV-FLAG       PIC X(1) .
           05 FILLER            PIC X(40) .
       01  WS-PREV-TABLE.
           05 WS-PREV-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-PREV-ENTRY OCCURS 2000 TIMES
              10 WJ-DC-CODE        PIC X(1).
              10 WJ-AMOUNT         PIC S9(7)V99 COMP-3.
              10 WJ-REVERSED       PIC X(1).
              10 WJ-XFER-LEG       PIC X(1).
       01  WS-PREV-FOUND           PIC X(1) VALUE 'N'.
           88 PREV-FOUND           VALUE 'Y'.

       01  WS-REVERSAL-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-REV-AMOUNT           PIC S9(7)V99 COMP-3 VALUE ZERO.

      *transferencias: vinculos cliente/conta do CUSTLNK e
      *documento/conta do XREFMST carregados em tabela (sem o
      *dataset no job, o vinculo por ele nao existe), a imagem da
      *conta origem guardada enquanto a destino e conferida, e os
      *contadores proprios - a transferencia nao entra no total
      *postado, para nao inflar o volume de debitos e creditos
       01  LINK-FILE-STATUS        PIC X(2) VALUE '00'.
       01  XREF-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-LINK-EOF             PIC X(1) VALUE 'N'.
           88 LINK-EOF             VALUE 'Y'.
       01  WS-LINK-TABLE.
           05 WS-LINK-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-LINK-ENTRY OCCURS 2000 TIMES
                 INDEXED BY LKX LKY.
              10 WL-CUST-NO        PIC X(8).
              10 WL-ACCT-NO        PIC X(8).
       01  WS-XREF-TABLE.
           05 WS-XREF-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-XREF-ENTRY OCCURS 2000 TIMES
                 INDEXED BY XRX XRY.
              10 WX-DOC-TYPE       PIC X(1).
              10 WX-DOC-DIGITS     PIC X(14).
              10 WX-ACCT-NO        PIC X(8).
       01  WS-XFER-LINKED          PIC X(1) VALUE 'N'.
           88 XFER-LINKED          VALUE 'Y'.
       01  WS-XFER-FROM-CURRENCY   PIC X(3) VALUE SPACES.
       01  WS-XFER-FROM-BALANCE    PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-XFER-TO-BALANCE      PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-XFER-REF             PIC 9(7) VALUE ZERO.
       01  WS-XFER-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-XFER-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.

      *cambio: historico do FXRATES com vigencia, carregado em
      *tabela; a taxa vale a de maior FX-EFF-DATE que nao passa da
      *data-movimento do lote. A taxa cruzada origem -> conta sai
      *das duas taxas para USD (USD vale 1 mesmo fora da tabela)
       01  FX-FILE-STATUS          PIC X(2) VALUE '00'.
       01  WS-FX-EOF               PIC X(1) VALUE 'N'.
           88 FX-EOF               VALUE 'Y'.
       01  WS-RATE-TABLE.
           05 WS-RATE-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-RATE-ENTRY OCCURS 200 TIMES
                 INDEXED BY FXX.
              10 RT-CURRENCY-CODE  PIC X(3).
              10 RT-RATE-TO-USD    PIC 9(3)V9(6).
              10 RT-EFF-DATE       PIC 9(8).
       01  WS-RATE-FOUND           PIC X(1) VALUE 'N'.
           88 RATE-FOUND           VALUE 'Y'.
       01  WS-BEST-DATE            PIC 9(8) VALUE ZERO.
       01  WS-USD-RATE             PIC 9(3)V9(6) VALUE ZERO.
       01  WS-RATE-CURRENCY        PIC X(3) VALUE SPACES.
       01  WS-ORIG-USD-RATE        PIC 9(3)V9(6) VALUE ZERO.
       01  WS-ACCT-USD-RATE        PIC 9(3)V9(6) VALUE ZERO.
       01  WS-POST-CURRENCY        PIC X(3) VALUE SPACES.
       01  WS-FX-RATE              PIC 9(5)V9(6) VALUE ZERO.
       01  WS-FX-APPLIED           PIC X(1) VALUE 'N'.
           88 FX-APPLIED           VALUE 'Y'.
       01  WS-FX-COUNT             PIC 9(7) VALUE ZERO.

      *triagem antes da postagem: limites em vigor (defaults quando
      *o REVPARM nao esta presente), o perfil de cada conta que tem
      *movimento nesta noite - itens no PSTTXN, contados na passada
      *previa, e quantidade e soma dos debitos e creditos dela no
      *TXNHIST - e o modo liberado, em que o item ja passou pelo
      *segundo operador e nao e triado de novo
       01  HOLD-FILE-STATUS        PIC X(2) VALUE '00'.
       01  RLSE-FILE-STATUS        PIC X(2) VALUE '00'.
       01  REVP-FILE-STATUS        PIC X(2) VALUE '00'.
       01  THST-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-REV-MAX-AMOUNT       PIC 9(7)V99 VALUE 25000.
       01  WS-REV-AVG-MULTIPLE     PIC 9(3) VALUE 10.
       01  WS-REV-MIN-HISTORY      PIC 9(3) VALUE 5.
       01  WS-REV-MAX-NIGHT        PIC 9(3) VALUE 15.
       01  WS-PROFILE-TABLE.
           05 WS-PROFILE-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PROFILE-ENTRY OCCURS 1000 TIMES
                 INDEXED BY PFX.
              10 WF-ACCT-NO        PIC X(8).
              10 WF-NIGHT-COUNT    PIC 9(4).
              10 WF-HIST-COUNT     PIC 9(5).
              10 WF-HIST-TOTAL     PIC S9(11)V99 COMP-3.
       01  WS-PROFILE-FOUND        PIC X(1) VALUE 'N'.
           88 PROFILE-FOUND        VALUE 'Y'.
       01  WS-PROFILE-ACCT         PIC X(8) VALUE SPACES.
       01  WS-HIST-EOF             PIC X(1) VALUE 'N'.
           88 HIST-EOF             VALUE 'Y'.
       01  WS-HIST-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-ACCT-AVERAGE         PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-AVG-LIMIT            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-HOLD-REASON          PIC X(20) VALUE SPACES.
       01  WS-RELEASED-MODE        PIC X(1) VALUE 'N'.
           88 RELEASED-MODE        VALUE 'Y'.
       01  WS-RLSE-EOF             PIC X(1) VALUE 'N'.
           88 RLSE-EOF             VALUE 'Y'.
       01  WS-RLSE-PRESENT         PIC X(1) VALUE 'N'.
           88 RLSE-PRESENT         VALUE 'Y'.
       01  WS-RELEASED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-HOLD-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-HOLD-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.

      *valor retroativo: limite de dias para tras (default quando o
      *REVPARM nao traz o campo), data efetiva do item corrente
      *(zero = a propria noite) e o motivo da recusa de uma data
      *efetiva que nao serve
       01  BVAL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  BLST-FILE-STATUS        PIC X(2) VALUE '00'.
       01  BWRK-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-BACKDATE-DAYS        PIC 9(3) VALUE 30.
       01  WS-EFF-DATE             PIC 9(8) VALUE ZERO.
       01  WS-EFF-REASON           PIC X(30) VALUE SPACES.
       01  WS-BVAL-EOF             PIC X(1) VALUE 'N'.
           88 BVAL-EOF             VALUE 'Y'.
       01  WS-BWRK-EOF             PIC X(1) VALUE 'N'.
           88 BWRK-EOF             VALUE 'Y'.
       01  WS-BALH-EOF             PIC X(1) VALUE 'N'.
           88 BALH-EOF             VALUE 'Y'.

      *itens do BACKVAL carregados no encerramento: o efeito com
      *sinal no saldo, a situacao ('A' refaz, 'R' vai para a lista
      *de revisao), a marca de dia efetivo ja coberto no BALHIST e
      *os dois ultimos fechamentos do ciclo da conta antes da
      *postagem - o juro cobrado no ultimo e o que se corrige
       01  WS-BVAL-TABLE.
           05 WS-BVAL-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-BVAL-ENTRY OCCURS 1000 TIMES
                 INDEXED BY BVX BVY.
              10 WV-ACCT-NO        PIC X(8).
              10 WV-DC-CODE        PIC X(1).
              10 WV-AMOUNT         PIC S9(7)V99 COMP-3.
              10 WV-DELTA          PIC S9(7)V99 COMP-3.
              10 WV-EFF-DATE       PIC 9(8).
              10 WV-POST-DATE      PIC 9(8).
              10 WV-SOURCE         PIC X(8).
              10 WV-STATUS         PIC X(1).
                 88 WV-APPLY           VALUE 'A'.
                 88 WV-REVIEW          VALUE 'R'.
              10 WV-DATE-DONE      PIC X(1).
              10 WV-CLOSE-DATE     PIC 9(8).
              10 WV-PRIOR-CLOSE    PIC 9(8).
              10 WV-STEP           PIC X(1).
                 88 WV-STEP-PENDING    VALUE SPACE.
                 88 WV-IN-BALWORK      VALUE 'W'.
                 88 WV-BALHIST-DONE    VALUE 'B'.
                 88 WV-INTEREST-DONE   VALUE 'I'.
              10 WV-REC-IMAGE      PIC X(50).

      *contas com valor retroativo a refazer e o saldo original do
      *ultimo record delas ja lido do BALHIST, base do dia efetivo
      *inserido quando a conta nao tem record naquela data
       01  WS-BVACCT-TABLE.
           05 WS-BVACCT-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-BVACCT-ENTRY OCCURS 1000 TIMES
                 INDEXED BY BAX.
              10 WA-ACCT-NO        PIC X(8).
              10 WA-PRIOR-KNOWN    PIC X(1).
              10 WA-PRIOR-BAL      PIC S9(7)V99 COMP-3.
       01  WS-BVACCT-FOUND         PIC X(1) VALUE 'N'.
           88 BVACCT-FOUND         VALUE 'Y'.
       01  WS-BVAL-KEY             PIC X(8) VALUE SPACES.
       01  WS-BVAL-DATE            PIC 9(8) VALUE ZERO.
       01  WS-BVAL-LIMIT-DATE      PIC 9(8) VALUE ZERO.
       01  WS-BVAL-SUM             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-BVAL-REASON          PIC X(30) VALUE SPACES.
       01  WS-EARLIEST-DATE        PIC 9(8) VALUE ZERO.
       01  WS-EARLIEST-FOUND       PIC X(1) VALUE 'N'.
           88 EARLIEST-FOUND       VALUE 'Y'.
       01  WS-BVAL-APPLIED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-BVAL-REBUILD-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-BVAL-INWORK-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-BVAL-REVIEW-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-BALH-ADJUSTED        PIC 9(7) VALUE ZERO.
       01  WS-BALH-INSERTED        PIC 9(7) VALUE ZERO.

      *fechamentos de ciclo do PROCCAL numa janela que cobre o
      *limite de dias e o ciclo anterior a ele; sem o PROCCAL no job
      *nao ha fechamento conhecido e nenhum juro e corrigido
       01  PCAL-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-PCAL-EOF             PIC X(1) VALUE 'N'.
           88 PCAL-EOF             VALUE 'Y'.
       01  WS-CAL-FROM-DATE        PIC 9(8) VALUE ZERO.
       01  WS-CLOSE-TABLE.
           05 WS-CLOSE-COUNT       PIC 9(4) VALUE ZERO.
           05 WS-CLOSE-ENTRY OCCURS 1000 TIMES
                 INDEXED BY CCX.
              10 WC-DATE           PIC 9(8).
              10 WC-CYCLE-FROM     PIC 9(2).
              10 WC-CYCLE-TO       PIC 9(2).
              10 WC-MONTH-END      PIC X(1).
       01  WS-CLOSES-ACCT          PIC X(1) VALUE 'N'.
           88 CLOSES-ACCT          VALUE 'Y'.

      *ajuste de juros: taxa mensal default substituida pela do
      *RUNPARM (a mesma default do FileHandling e do PayQuote), a
      *tabela de taxa por estado do STRATE, e a fracao do ciclo
      *fechado em que o saldo esteve errado
       01  SRAT-FILE-STATUS        PIC X(2) VALUE '00'.
       01  WS-SRAT-EOF             PIC X(1) VALUE 'N'.
           88 SRAT-EOF             VALUE 'Y'.
       01  WS-FINANCE-RATE         PIC 9V9(4) VALUE .0150.
       01  WS-SRATE-TABLE.
           05 WS-SRATE-COUNT       PIC 9(3) VALUE ZERO.
           05 WS-SRATE-ENTRY OCCURS 60 TIMES
                 INDEXED BY SRX.
              10 WSR-STATE         PIC X(15).
              10 WSR-RATE          PIC 9V9(4).
              10 WSR-EFF-DATE      PIC 9(8).
       01  WS-SRATE-FOUND          PIC X(1) VALUE 'N'.
       01  WS-SRATE-REFUSED        PIC 9(3) VALUE ZERO.
       01  WS-APPLIED-RATE         PIC 9V9(4) VALUE ZERO.
       01  WS-INT-DAYS             PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CYCLE-DAYS           PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-INT-ADJ              PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-INT-ADJ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-INT-ADJ-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.

      *vigencia das linhas do STRATE, compartilhada via copybook
           COPY TERMDATE.

      *contadores de controle da execucao
       01  WS-TXN-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-POSTED-COUNT         PIC 9(7) VALUE ZERO.
           88 PDAT-EOF             VALUE 'Y'.
       01  WS-BATCH-SOURCE         PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
      *data-movimento do controle BUSDTCTL, carimbada nos movimentos
      *e no saldo; o header do lote nao pode vir com data a frente
       01  WS-CONTROL-DATE         PIC 9(8) VALUE ZERO.
       01  WS-HDR-SEEN             PIC X(1) VALUE 'N'.
           88 BATCH-HDR-SEEN       VALUE 'Y'.
       01  WS-TRL-SEEN             PIC X(1) VALUE 'N'.
           88 RC-EXCEPTIONS        VALUE 4.
           88 RC-IO-ERROR          VALUE 8.
           88 RC-BATCH-CONTROL     VALUE 16.
           88 RC-RERUN-REFUSED     VALUE 20.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma RUNLOG
           COPY RUNLPRM.

      *área de parâmetros trocada com o subprograma BUSDATE
           COPY BUSDPRM.

       01  TRAILER-LINE.
           05 FILLER             PIC X(14) VALUE 'TXNS READ: '.
           05 TRAILER-TXN-COUNT  PIC ZZZ,ZZ9.
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM VERIFY-BATCH-CONTROLS.
           PERFORM LOAD-HIST-PROFILES.
           PERFORM LOAD-PREV-JOURNAL.
           PERFORM LOAD-XFER-LINKS.
           PERFORM LOAD-RATE-TABLE.
      *no restart os reciclados de ontem ja foram re-apresentados
      *pela execucao que caiu, antes do primeiro checkpoint -
      *re-apresenta-los de novo dobraria a aplicacao deles; o
      *mesmo vale para os liberados pelo PostRvw
           IF NOT RESTARTING
              PERFORM PROCESS-RELEASED-TXNS
              PERFORM PROCESS-RECYCLED-TXNS
           END-IF.
           PERFORM PROCESS-TXNS.
      *o trailer tem de bater com a contagem e o hash dos detalhes
      *lidos, e data-movimento ja postada (arquivo re-transmitido)
      *e recusada - qualquer falha devolve o lote inteiro com o
      *RETURN-CODE 16 distinto, sem postar nada. A mesma passada
      *conta os itens de cada conta na noite, para a triagem
           PERFORM READ-TXN
              PERFORM UNTIL TXN-EOF
              EVALUATE TRUE
                 WHEN BATCH-TRL-SEEN
      *-------------detalhe depois do trailer: tarifa do FEETXN
      *-------------concatenada, fora do controle do lote
                    PERFORM NOTE-NIGHT-ITEM
                 WHEN OTHER
                    ADD 1 TO WS-VER-COUNT
                    ADD PT-AMOUNT TO WS-VER-HASH
                    PERFORM NOTE-NIGHT-ITEM
              END-EVALUATE
              PERFORM READ-TXN
              END-PERFORM
                 MOVE 'TRAILER HASH TOTAL MISMATCH'
                    TO WS-CTL-FAIL-TEXT
                 PERFORM REJECT-BATCH
              WHEN WS-BUSINESS-DATE > WS-CONTROL-DATE
                 MOVE 'BATCH DATE AHEAD OF BUSINESS DATE'
                    TO WS-CTL-FAIL-TEXT
                 PERFORM REJECT-BATCH
              WHEN OTHER
                 PERFORM CHECK-DATE-NOT-POSTED
           END-EVALUATE.
              PERFORM ABEND-RUN
           END-IF.

       NOTE-NIGHT-ITEM.
      *toda conta com debito, credito ou transferencia na noite
      *ganha uma entrada no perfil; a contagem da noite e so dos
      *itens que aumentam o saldo devedor (debito e transferencia
      *saindo da conta)
           IF PT-DEBIT OR PT-CREDIT OR PT-TRANSFER
              MOVE PT-ACCT-NO TO WS-PROFILE-ACCT
              PERFORM FIND-PROFILE-ENTRY
              IF NOT PROFILE-FOUND
                 IF WS-PROFILE-COUNT = 1000
                    STRING 'PROFILE TABLE FULL AT 1000 ENTRIES'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-PROFILE-COUNT
                 SET PFX TO WS-PROFILE-COUNT
                 MOVE PT-ACCT-NO TO WF-ACCT-NO (PFX)
                 MOVE ZERO       TO WF-NIGHT-COUNT (PFX)
                 MOVE ZERO       TO WF-HIST-COUNT (PFX)
                 MOVE ZERO       TO WF-HIST-TOTAL (PFX)
              END-IF
              IF PT-DEBIT OR PT-TRANSFER
                 ADD 1 TO WF-NIGHT-COUNT (PFX)
              END-IF
           END-IF.

       FIND-PROFILE-ENTRY.
           MOVE 'N' TO WS-PROFILE-FOUND.
           IF WS-PROFILE-COUNT > ZERO
              SET PFX TO 1
              SEARCH WS-PROFILE-ENTRY
                 AT END MOVE 'N' TO WS-PROFILE-FOUND
                 WHEN PFX > WS-PROFILE-COUNT
                    MOVE 'N' TO WS-PROFILE-FOUND
                 WHEN WF-ACCT-NO (PFX) = WS-PROFILE-ACCT
                    MOVE 'Y' TO WS-PROFILE-FOUND
              END-SEARCH
           END-IF.

       LOAD-HIST-PROFILES.
      *quantidade e soma (em valor absoluto) dos debitos e creditos
      *que o TXNHIST guarda para as contas desta noite; sem o
      *historico no job a conta fica sem media e so o teto de valor
      *e a contagem da noite valem
           IF WS-PROFILE-COUNT > ZERO
              OPEN INPUT TXN-HIST
              IF THST-FILE-STATUS NOT = '05'
                 AND THST-FILE-STATUS NOT = '35'
                 IF THST-FILE-STATUS NOT = '00'
                    STRING 'OPEN TXN-HIST FAILED, STATUS '
                       THST-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 PERFORM READ-HIST-REC
                 PERFORM UNTIL HIST-EOF
                    IF TH-TXN-TYPE = 'D' OR TH-TXN-TYPE = 'C'
                       MOVE TH-ACCT-NO TO WS-PROFILE-ACCT
                       PERFORM FIND-PROFILE-ENTRY
                       IF PROFILE-FOUND
                          AND WF-HIST-COUNT (PFX) < 99999
                          MOVE TH-AMOUNT TO WS-HIST-AMOUNT
                          IF WS-HIST-AMOUNT < ZERO
                             MULTIPLY -1 BY WS-HIST-AMOUNT
                          END-IF
                          ADD 1 TO WF-HIST-COUNT (PFX)
                          ADD WS-HIST-AMOUNT TO WF-HIST-TOTAL (PFX)
                       END-IF
                    END-IF
                    PERFORM READ-HIST-REC
                 END-PERFORM
                 CLOSE TXN-HIST
              END-IF
           END-IF.

       READ-HIST-REC.
           READ TXN-HIST
           AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ.
           IF THST-FILE-STATUS NOT = '00'
              AND THST-FILE-STATUS NOT = '10'
              STRING 'READ TXN-HIST FAILED, STATUS ' THST-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CHECK-DATE-NOT-POSTED.
           OPEN INPUT POSTED-DATES.
           IF PDAT-FILE-STATUS = '05' OR PDAT-FILE-STATUS = '35'
           DISPLAY 'SOURCE: ' WS-BATCH-SOURCE
              '  BUSINESS DATE: ' WS-BUSINESS-DATE.
           SET RC-BATCH-CONTROL TO TRUE.
           SET RUNL-FN-FAILED TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
                    COMPUTE WJ-AMOUNT (PVX) =
                       FUNCTION NUMVAL-C (PV-AMOUNT)
                    MOVE 'N' TO WJ-REVERSED (PVX)
                    IF PV-REV-FLAG = 'T'
                       MOVE 'Y' TO WJ-XFER-LEG (PVX)
                    ELSE
                       MOVE 'N' TO WJ-XFER-LEG (PVX)
                    END-IF
                 END-IF
                 PERFORM READ-PREV-REC
              END-PERFORM

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM RUN-CONTROL-START.
           OPEN INPUT POST-TXN .
           IF TXN-FILE-STATUS NOT = '00'
              STRING 'OPEN POST-TXN FAILED, STATUS ' TXN-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
      *fila de revisao e acumulativa: o que o PostRvw ainda nao
      *decidiu continua la; na primeira vez o OPEN EXTEND vira
      *OUTPUT, mesmo tratamento do AUDITLOG
           OPEN EXTEND REVIEW-HOLD .
           IF HOLD-FILE-STATUS = '05' OR HOLD-FILE-STATUS = '35'
              OPEN OUTPUT REVIEW-HOLD
           END-IF.
           IF HOLD-FILE-STATUS NOT = '00'
              STRING 'OPEN REVIEW-HOLD FAILED, STATUS '
                 HOLD-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
      *liberados do PostRvw sao opcionais como a reciclagem
           OPEN INPUT RELEASED-IN .
           IF RLSE-FILE-STATUS = '00'
              MOVE 'Y' TO WS-RLSE-PRESENT
           ELSE
              IF RLSE-FILE-STATUS NOT = '05'
                 AND RLSE-FILE-STATUS NOT = '35'
                 STRING 'OPEN RELEASED-IN FAILED, STATUS '
                    RLSE-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.
      *valor retroativo e acumulativo ate o encerramento, que o
      *esvazia; o LockBox tambem apensa nele, e na primeira vez o
      *OPEN EXTEND vira OUTPUT
           OPEN EXTEND BACK-VALUE .
           IF BVAL-FILE-STATUS = '05' OR BVAL-FILE-STATUS = '35'
              OPEN OUTPUT BACK-VALUE
           END-IF.
           IF BVAL-FILE-STATUS NOT = '00'
              STRING 'OPEN BACK-VALUE FAILED, STATUS '
                 BVAL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT BACK-VALUE-LIST .
           IF BLST-FILE-STATUS NOT = '00'
              STRING 'OPEN BACK-VALUE-LIST FAILED, STATUS '
                 BLST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-RECY-PARM.
           PERFORM READ-REVIEW-PARM.

       READ-REVIEW-PARM.
      *parametro opcional: campo ausente, zerado ou nao numerico
      *fica com o default
           OPEN INPUT REVIEW-PARM.
           IF REVP-FILE-STATUS = '00'
              READ REVIEW-PARM
              IF REVP-FILE-STATUS = '00'
                 IF VP-MAX-AMOUNT NUMERIC AND VP-MAX-AMOUNT > ZERO
                    MOVE VP-MAX-AMOUNT TO WS-REV-MAX-AMOUNT
                 END-IF
                 IF VP-AVG-MULTIPLE NUMERIC
                    AND VP-AVG-MULTIPLE > ZERO
                    MOVE VP-AVG-MULTIPLE TO WS-REV-AVG-MULTIPLE
                 END-IF
                 IF VP-MIN-HISTORY NUMERIC AND VP-MIN-HISTORY > ZERO
                    MOVE VP-MIN-HISTORY TO WS-REV-MIN-HISTORY
                 END-IF
                 IF VP-MAX-NIGHT NUMERIC AND VP-MAX-NIGHT > ZERO
                    MOVE VP-MAX-NIGHT TO WS-REV-MAX-NIGHT
                 END-IF
                 IF VP-BACKDATE-DAYS NUMERIC
                    AND VP-BACKDATE-DAYS > ZERO
                    MOVE VP-BACKDATE-DAYS TO WS-BACKDATE-DAYS
                 END-IF
              END-IF
              CLOSE REVIEW-PARM
           END-IF.

       READ-CKPT-PARM.
      *record de controle opcional: sem RUNPARM no job vale o
      *intervalo compilado, o mesmo default do FileHandling; a taxa
      *unica de juros serve ao ajuste de juros do valor retroativo
      *na conta sem linha no STRATE
           OPEN INPUT RUN-PARM.
           IF PARM-FILE-STATUS = '00'
              READ RUN-PARM
              IF PARM-FILE-STATUS = '00'
                 IF RP-CKPT-INTERVAL NUMERIC
                    AND RP-CKPT-INTERVAL > ZERO
                    MOVE RP-CKPT-INTERVAL TO WS-CHECKPOINT-INTERVAL
                 END-IF
                 IF RP-FINANCE-RATE NUMERIC
                    AND RP-FINANCE-RATE > ZERO
                    MOVE RP-FINANCE-RATE TO WS-FINANCE-RATE
                 END-IF
              END-IF
              CLOSE RUN-PARM
           END-IF.
                 MOVE CK-REVERSAL-TOTAL-O TO WS-REVERSAL-TOTAL
                 MOVE CK-JRNL-SEQ-O       TO WS-JRNL-SEQ
                 MOVE CK-NEW-TXN-O        TO WS-NEW-TXN-COUNT
                 MOVE CK-XFER-COUNT-O     TO WS-XFER-COUNT
                 MOVE CK-XFER-TOTAL-O     TO WS-XFER-TOTAL
                 MOVE CK-FX-COUNT-O       TO WS-FX-COUNT
                 MOVE CK-HOLD-COUNT-O     TO WS-HOLD-COUNT
                 MOVE CK-HOLD-TOTAL-O     TO WS-HOLD-TOTAL
                 MOVE 'Y'                 TO WS-RESTARTING
              END-IF
           END-PERFORM.
           MOVE WS-REVERSAL-TOTAL TO CK-REVERSAL-TOTAL-O.
           MOVE WS-JRNL-SEQ       TO CK-JRNL-SEQ-O.
           MOVE WS-NEW-TXN-COUNT  TO CK-NEW-TXN-O.
           MOVE WS-XFER-COUNT     TO CK-XFER-COUNT-O.
           MOVE WS-XFER-TOTAL     TO CK-XFER-TOTAL-O.
           MOVE WS-FX-COUNT       TO CK-FX-COUNT-O.
           MOVE WS-HOLD-COUNT     TO CK-HOLD-COUNT-O.
           MOVE WS-HOLD-TOTAL     TO CK-HOLD-TOTAL-O.
           WRITE CHECKPOINT-REC.
           IF CKPT-FILE-STATUS NOT = '00'
              STRING 'WRITE CHECKPOINT-FILE FAILED, STATUS '
                 ADD 1 TO WS-RECYCLED-COUNT
                 MOVE RECY-IN-REC TO RECYCLE-REC
                 MOVE RY-ATTEMPT-COUNT TO WS-CURRENT-ATTEMPTS
      *----------item que ja foi liberado no PostRvw e falhou na
      *----------postagem volta pelo caminho liberado, sem cair de
      *----------novo na fila de revisao
                 IF RY-RELEASED-FLAG = 'Y'
                    MOVE 'Y' TO WS-RELEASED-MODE
                 ELSE
                    MOVE 'N' TO WS-RELEASED-MODE
                 END-IF
                 MOVE RY-TXN-IMAGE (1:53) TO POST-TXN-REC
                 PERFORM POST-ONE-TXN
                 PERFORM READ-RECY-REC
              END-PERFORM
              CLOSE RECY-IN
           END-IF.
           MOVE ZERO TO WS-CURRENT-ATTEMPTS.
           MOVE 'N' TO WS-RELEASED-MODE.

       PROCESS-RELEASED-TXNS.
      *aplica primeiro os movimentos que o segundo operador liberou
      *no PostRvw; no modo liberado a triagem nao retem de novo
           IF RLSE-PRESENT
              MOVE 'Y' TO WS-RELEASED-MODE
              PERFORM READ-RLSE-REC
              PERFORM UNTIL RLSE-EOF
                 ADD 1 TO WS-RELEASED-COUNT
                 MOVE RELEASED-IN-REC TO POST-TXN-REC
                 PERFORM POST-ONE-TXN
                 PERFORM READ-RLSE-REC
              END-PERFORM
              MOVE 'N' TO WS-RELEASED-MODE
           END-IF.

       READ-RLSE-REC.
           READ RELEASED-IN
           AT END MOVE 'Y' TO WS-RLSE-EOF
           END-READ.
           IF RLSE-FILE-STATUS NOT = '00'
              AND RLSE-FILE-STATUS NOT = '10'
              STRING 'READ RELEASED-IN FAILED, STATUS '
                 RLSE-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       EMPTY-RELEASED-FILE.
      *os liberados ja foram aplicados (ou reciclados pelo caminho
      *liberado): o arquivo fica vazio para o PostRvw apensar os de
      *amanha sem que estes postem de novo
           IF RLSE-PRESENT
              CLOSE RELEASED-IN
              OPEN OUTPUT RELEASED-IN
              IF RLSE-FILE-STATUS NOT = '00'
                 STRING 'EMPTY RELEASED-IN FAILED, STATUS '
                    RLSE-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              CLOSE RELEASED-IN
           END-IF.

       READ-RECY-REC.
           READ RECY-IN
      *a falha
           DISPLAY 'ACCTPOST ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           SET RUNL-FN-FAILED TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       POST-DETAIL-TXN.
           ADD 1 TO WS-TXN-COUNT.
           MOVE 'N' TO WS-FX-APPLIED.
           PERFORM SET-EFFECTIVE-DATE.
           IF NOT PT-DC-VALIDO
              MOVE 'INVALID DEBIT/CREDIT CODE' TO WS-EXCP-REASON
              PERFORM WRITE-EXCP-RECORD
                 MOVE 'ACCOUNT NOT ON MASTER' TO WS-EXCP-REASON
                 PERFORM WRITE-EXCP-RECORD
              ELSE
                 PERFORM SCREEN-FOR-REVIEW
      *----------conta remetida ao estado (escheat) nao movimenta
      *----------mais; conta congelada nao recebe debito novo, mas
      *----------o credito continua passando, para o cliente poder
      *----------abater o saldo enquanto o bloqueio dura; item que a
      *----------triagem reteve vai para a fila de revisao depois
      *----------dessas recusas, que o segundo operador nao muda
                 EVALUATE TRUE
                    WHEN ACCT-ST-ESCHEAT
                       MOVE 'ACCOUNT ESCHEATED - NO ACTIVITY'
                          TO WS-EXCP-REASON
                       PERFORM WRITE-EXCP-RECORD
      *----------data efetiva que nao serve vai para a excecao antes
      *----------de qualquer aplicacao
                    WHEN WS-EFF-REASON NOT = SPACES
                       MOVE WS-EFF-REASON TO WS-EXCP-REASON
                       PERFORM WRITE-EXCP-RECORD
      *----------moeda estrangeira so em debito e credito: o estorno
      *----------desfaz o valor ja convertido do original e a
      *----------transferencia exige contas na mesma moeda
                    WHEN (PT-REVERSAL OR PT-TRANSFER OR PT-WAIVER)
                       AND PT-ORIG-CURRENCY NOT = SPACES
                       MOVE 'FX ONLY ON DEBIT OR CREDIT'
                          TO WS-EXCP-REASON
                       PERFORM WRITE-EXCP-RECORD
                    WHEN PT-REVERSAL
                       PERFORM APPLY-REVERSAL
                    WHEN PT-DEBIT AND ACCT-ST-FROZEN
                       MOVE 'ACCOUNT FROZEN - NO DEBITS'
                          TO WS-EXCP-REASON
                       PERFORM WRITE-EXCP-RECORD
                    WHEN WS-HOLD-REASON NOT = SPACES
                       PERFORM WRITE-HOLD-RECORD
                    WHEN PT-TRANSFER
                       PERFORM APPLY-TRANSFER
                    WHEN PT-ORIG-CURRENCY NOT = SPACES
                       PERFORM APPLY-FX-AMOUNT
                    WHEN OTHER
                       PERFORM APPLY-AMOUNT
                 END-EVALUATE
              END-IF
           END-IF.

       SET-EFFECTIVE-DATE.
      *data efetiva zero, em branco ou igual a da noite posta como
      *sempre; data passada posta na noite e vai para o BACKVAL.
      *Data invalida ou futura, e estorno ou transferencia com data
      *efetiva (o estorno desfaz o original na data dele), vao para
      *a excecao
           MOVE ZERO TO WS-EFF-DATE.
           MOVE SPACES TO WS-EFF-REASON.
           IF PT-EFF-DATE NUMERIC
              AND PT-EFF-DATE > ZERO
              AND PT-EFF-DATE NOT = WS-CONTROL-DATE
              EVALUATE TRUE
                 WHEN FUNCTION TEST-DATE-YYYYMMDD (PT-EFF-DATE)
                      NOT = ZERO
                    MOVE 'INVALID EFFECTIVE DATE' TO WS-EFF-REASON
                 WHEN PT-EFF-DATE > WS-CONTROL-DATE
                    MOVE 'EFFECTIVE DATE IN THE FUTURE'
                       TO WS-EFF-REASON
                 WHEN PT-REVERSAL OR PT-TRANSFER
                    MOVE 'NO EFFECTIVE DATE ON REV/XFER'
                       TO WS-EFF-REASON
                 WHEN OTHER
                    MOVE PT-EFF-DATE TO WS-EFF-DATE
              END-EVALUATE
           END-IF.

       SCREEN-FOR-REVIEW.
      *triagem antes da postagem: o teto de valor vale para todo
      *debito, credito e transferencia; a contagem da noite so para
      *o que aumenta o saldo devedor; a media so com historico
      *minimo da conta. Estorno desfaz um valor que ja passou, e o
      *movimento em moeda estrangeira so tem valor na moeda da
      *conta depois da conversao - os dois ficam fora. Liberado no
      *PostRvw nao e triado de novo
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE ZERO TO WS-ACCT-AVERAGE.
           MOVE 'N' TO WS-PROFILE-FOUND.
           IF NOT RELEASED-MODE
              AND (PT-DEBIT OR PT-CREDIT OR PT-TRANSFER)
              AND PT-ORIG-CURRENCY = SPACES
              MOVE PT-ACCT-NO TO WS-PROFILE-ACCT
              PERFORM FIND-PROFILE-ENTRY
              IF PROFILE-FOUND AND WF-HIST-COUNT (PFX) > ZERO
                 COMPUTE WS-ACCT-AVERAGE ROUNDED =
                    WF-HIST-TOTAL (PFX) / WF-HIST-COUNT (PFX)
                 COMPUTE WS-AVG-LIMIT =
                    WS-ACCT-AVERAGE * WS-REV-AVG-MULTIPLE
              END-IF
              EVALUATE TRUE
                 WHEN PT-AMOUNT > WS-REV-MAX-AMOUNT
                    MOVE 'LARGE ITEM' TO WS-HOLD-REASON
                 WHEN NOT PROFILE-FOUND
                    CONTINUE
                 WHEN NOT PT-CREDIT
                    AND WF-NIGHT-COUNT (PFX) > WS-REV-MAX-NIGHT
                    MOVE 'NIGHTLY COUNT LIMIT' TO WS-HOLD-REASON
                 WHEN WF-HIST-COUNT (PFX) >= WS-REV-MIN-HISTORY
                    AND PT-AMOUNT > WS-AVG-LIMIT
                    MOVE 'OVER ACCOUNT AVERAGE' TO WS-HOLD-REASON
              END-EVALUATE
           END-IF.

       WRITE-HOLD-RECORD.
      *o item nao posta nem vai para a excecao: espera na fila a
      *decisao do segundo operador
           ADD 1 TO WS-HOLD-COUNT.
           ADD PT-AMOUNT TO WS-HOLD-TOTAL.
           MOVE SPACES            TO REVIEW-HOLD-REC.
           MOVE WS-CONTROL-DATE TO RV-HOLD-DATE.
           MOVE WS-BUSINESS-DATE  TO RV-BUSINESS-DATE.
           MOVE WS-HOLD-REASON    TO RV-HOLD-REASON.
           MOVE WS-ACCT-AVERAGE   TO RV-ACCT-AVERAGE.
           IF PROFILE-FOUND
              MOVE WF-NIGHT-COUNT (PFX) TO RV-NIGHT-COUNT
           ELSE
              MOVE ZERO TO RV-NIGHT-COUNT
           END-IF.
           MOVE POST-TXN-REC      TO RV-TXN-IMAGE.
           WRITE REVIEW-HOLD-REC.
           IF HOLD-FILE-STATUS NOT = '00'
              STRING 'WRITE REVIEW-HOLD FAILED, STATUS '
                 HOLD-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-MASTER-BY-KEY.
      *consulta pontual por chave, possivel gracas ao acesso DYNAMIC
      *ja usado no READ-RECORD do FileHandling
           END-IF.
      *a postagem e um movimento da conta: carimba a data do ultimo
      *movimento, que alimenta o relatorio de dormencia e o expurgo
           MOVE WS-CONTROL-DATE TO ACCT-LAST-ACTIVITY.
           REWRITE ACCT-FIELDS.
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'REWRITE ACCT-REC FAILED, STATUS '
           ADD PT-AMOUNT TO WS-POSTED-TOTAL.
           PERFORM NOTE-TOUCHED-ACCOUNT.
           PERFORM WRITE-JOURNAL-RECORD.
           IF WS-EFF-DATE > ZERO
              PERFORM WRITE-BACK-VALUE-RECORD
           END-IF.

       WRITE-BACK-VALUE-RECORD.
      *o item retroativo e gravado no BACKVAL na hora em que posta,
      *para o restart nao perder nem repetir nenhum; o valor ja vem
      *convertido quando o movimento e em moeda estrangeira
           MOVE SPACES          TO BACK-VALUE-REC.
           MOVE PT-ACCT-NO      TO BV-ACCT-NO.
           IF PT-DEBIT
              MOVE 'D'          TO BV-DC-CODE
           ELSE
              MOVE 'C'          TO BV-DC-CODE
           END-IF.
           MOVE PT-AMOUNT       TO BV-AMOUNT.
           MOVE WS-EFF-DATE     TO BV-EFF-DATE.
           MOVE WS-CONTROL-DATE TO BV-POST-DATE.
           MOVE 'ACCTPOST'      TO BV-SOURCE.
           WRITE BACK-VALUE-REC.
           IF BVAL-FILE-STATUS NOT = '00'
              STRING 'WRITE BACK-VALUE FAILED, STATUS '
                 BVAL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       APPLY-FX-AMOUNT.
      *converte o valor original para a moeda da conta (conta antiga
      *com o codigo em branco e USD, como no AcctCurr); sem taxa
      *vigente para qualquer das moedas o item vai para a excecao e
      *a reciclagem - amanha, com a taxa carregada, ele posta
           IF ACCT-CURRENCY-CODE = SPACES
              MOVE 'USD' TO WS-POST-CURRENCY
           ELSE
              MOVE ACCT-CURRENCY-CODE TO WS-POST-CURRENCY
           END-IF.
           MOVE PT-ORIG-CURRENCY TO WS-RATE-CURRENCY.
           PERFORM FIND-RATE-FOR-CURRENCY.
           MOVE WS-USD-RATE TO WS-ORIG-USD-RATE.
           IF RATE-FOUND
              MOVE WS-POST-CURRENCY TO WS-RATE-CURRENCY
              PERFORM FIND-RATE-FOR-CURRENCY
              MOVE WS-USD-RATE TO WS-ACCT-USD-RATE
           END-IF.
           IF NOT RATE-FOUND
              OR WS-ORIG-USD-RATE = ZERO
              OR WS-ACCT-USD-RATE = ZERO
              MOVE 'NO FX RATE FOR BUSINESS DATE' TO WS-EXCP-REASON
              PERFORM WRITE-EXCP-RECORD
           ELSE
              COMPUTE WS-FX-RATE ROUNDED =
                 WS-ORIG-USD-RATE / WS-ACCT-USD-RATE
              COMPUTE PT-AMOUNT ROUNDED =
                 PT-ORIG-AMOUNT * WS-ORIG-USD-RATE / WS-ACCT-USD-RATE
              MOVE 'Y' TO WS-FX-APPLIED
              ADD 1 TO WS-FX-COUNT
              PERFORM APPLY-AMOUNT
           END-IF.

       LOAD-RATE-TABLE.
      *tabela de cambio opcional: sem o FXRATES no job, todo
      *movimento em moeda estrangeira recicla por falta de taxa
           OPEN INPUT FX-RATES.
           IF FX-FILE-STATUS NOT = '05'
              AND FX-FILE-STATUS NOT = '35'
              IF FX-FILE-STATUS NOT = '00'
                 STRING 'OPEN FX-RATES FAILED, STATUS '
                    FX-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-RATE-REC
              PERFORM UNTIL FX-EOF
                 IF WS-RATE-COUNT = 200
                    STRING 'RATE TABLE FULL AT 200 ENTRIES'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-RATE-COUNT
                 SET FXX TO WS-RATE-COUNT
                 MOVE FX-CURRENCY-CODE TO RT-CURRENCY-CODE (FXX)
                 MOVE FX-RATE-TO-USD   TO RT-RATE-TO-USD (FXX)
                 MOVE FX-EFF-DATE      TO RT-EFF-DATE (FXX)
                 PERFORM READ-RATE-REC
              END-PERFORM
              CLOSE FX-RATES
           END-IF.

       READ-RATE-REC.
           READ FX-RATES
           AT END MOVE 'Y' TO WS-FX-EOF
           END-READ.
           IF FX-FILE-STATUS NOT = '00'
              AND FX-FILE-STATUS NOT = '10'
              STRING 'READ FX-RATES FAILED, STATUS ' FX-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       FIND-RATE-FOR-CURRENCY.
      *USD converte por 1 mesmo sem constar do historico; para as
      *demais, vale a vigencia mais recente que nao passa da
      *data-movimento do lote
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE ZERO TO WS-BEST-DATE.
           MOVE ZERO TO WS-USD-RATE.
           IF WS-RATE-CURRENCY = 'USD'
              MOVE 'Y' TO WS-RATE-FOUND
              MOVE 1   TO WS-USD-RATE
           ELSE
              IF WS-RATE-COUNT > ZERO
                 PERFORM TEST-ONE-RATE
                    VARYING FXX FROM 1 BY 1
                    UNTIL FXX > WS-RATE-COUNT
              END-IF
           END-IF.

       TEST-ONE-RATE.
           IF RT-CURRENCY-CODE (FXX) = WS-RATE-CURRENCY
              AND RT-EFF-DATE (FXX) <= WS-BUSINESS-DATE
              AND RT-EFF-DATE (FXX) >= WS-BEST-DATE
              MOVE 'Y' TO WS-RATE-FOUND
              MOVE RT-EFF-DATE (FXX)   TO WS-BEST-DATE
              MOVE RT-RATE-TO-USD (FXX) TO WS-USD-RATE
           END-IF.

       NOTE-TOUCHED-ACCOUNT.
      *guarda (ou atualiza) a conta na tabela de tocadas; o saldo

       WRITE-ONE-BAL-HIST.
           MOVE WT-ACCT-NO (TCX)     TO BH-ACCT-NO.
           MOVE WS-CONTROL-DATE TO BH-BALANCE-DATE.
           MOVE WT-EOD-BALANCE (TCX) TO BH-EOD-BALANCE.
           WRITE BAL-HIST-REC.
           IF BALH-FILE-STATUS NOT = '00'
              PERFORM ABEND-RUN
           END-IF.

       PROCESS-BACK-VALUES.
      *valor retroativo da noite e o que o LockBox apensou: cada
      *item dentro do limite de dias que nao atravessa mais de um
      *fechamento do ciclo da conta refaz o saldo de fim de dia no
      *BALHIST desde a data efetiva e corrige o juro do ultimo
      *fechamento; o resto vai para a lista de revisao BDTLIST. O
      *dinheiro ja postou de qualquer forma. Cada passo feito e
      *marcado no item do BACKVAL, e no restart o item marcado nao
      *e refeito; no fim o BACKVAL fica vazio
           CLOSE BACK-VALUE.
           PERFORM LOAD-BACK-VALUES.
           IF WS-BVAL-COUNT > ZERO
              PERFORM LOAD-CLOSE-CALENDAR
              PERFORM LOAD-STATE-RATES
              PERFORM CLASSIFY-BACK-VALUE
                 VARYING BVX FROM 1 BY 1
                 UNTIL BVX > WS-BVAL-COUNT
      *-------a execucao que caiu ja tinha o BALWORK refeito: so a
      *-------copia de volta e repetida
              IF WS-BVAL-INWORK-COUNT > ZERO
                 PERFORM COPY-BACK-BAL-HIST
                 PERFORM MARK-BALHIST-DONE
              END-IF
              IF WS-BVAL-REBUILD-COUNT > ZERO
                 PERFORM REBUILD-BALANCE-HISTORY
              END-IF
              IF WS-BVAL-APPLIED-COUNT > ZERO
                 PERFORM POST-INTEREST-ADJUSTMENT
                    VARYING BVX FROM 1 BY 1
                    UNTIL BVX > WS-BVAL-COUNT
              END-IF
           END-IF.
           PERFORM EMPTY-BACK-VALUE-FILE.

       LOAD-BACK-VALUES.
      *o efeito no saldo vai com sinal: debito aumenta o saldo
      *devedor, credito reduz; data nao numerica carrega zero e cai
      *na revisao como data invalida
           MOVE 'N' TO WS-BVAL-EOF.
           OPEN INPUT BACK-VALUE.
           IF BVAL-FILE-STATUS NOT = '00'
              STRING 'OPEN BACK-VALUE FAILED, STATUS '
                 BVAL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-BVAL-REC.
           PERFORM UNTIL BVAL-EOF
              IF WS-BVAL-COUNT = 1000
                 STRING 'BACK-VALUE TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-BVAL-COUNT
              SET BVX TO WS-BVAL-COUNT
              MOVE BV-ACCT-NO TO WV-ACCT-NO (BVX)
              MOVE BV-DC-CODE TO WV-DC-CODE (BVX)
              IF BV-AMOUNT NUMERIC
                 MOVE BV-AMOUNT TO WV-AMOUNT (BVX)
              ELSE
                 MOVE ZERO TO WV-AMOUNT (BVX)
              END-IF
              IF BV-RAISES-BALANCE
                 MOVE WV-AMOUNT (BVX) TO WV-DELTA (BVX)
              ELSE
                 COMPUTE WV-DELTA (BVX) = ZERO - WV-AMOUNT (BVX)
              END-IF
              IF BV-EFF-DATE NUMERIC
                 MOVE BV-EFF-DATE TO WV-EFF-DATE (BVX)
              ELSE
                 MOVE ZERO TO WV-EFF-DATE (BVX)
              END-IF
              IF BV-POST-DATE NUMERIC
                 MOVE BV-POST-DATE TO WV-POST-DATE (BVX)
              ELSE
                 MOVE ZERO TO WV-POST-DATE (BVX)
              END-IF
              MOVE BV-SOURCE TO WV-SOURCE (BVX)
              MOVE BACK-VALUE-REC TO WV-REC-IMAGE (BVX)
              IF BV-STEP-BALWORK OR BV-STEP-BALHIST
                 OR BV-STEP-INTEREST
                 MOVE BV-STEP-FLAG TO WV-STEP (BVX)
              ELSE
                 MOVE SPACE TO WV-STEP (BVX)
              END-IF
              MOVE SPACE TO WV-STATUS (BVX)
              MOVE 'N' TO WV-DATE-DONE (BVX)
              MOVE ZERO TO WV-CLOSE-DATE (BVX)
              MOVE ZERO TO WV-PRIOR-CLOSE (BVX)
              PERFORM READ-BVAL-REC
           END-PERFORM.
           CLOSE BACK-VALUE.

       READ-BVAL-REC.
           READ BACK-VALUE
           AT END MOVE 'Y' TO WS-BVAL-EOF
           END-READ.
           IF BVAL-FILE-STATUS NOT = '00'
              AND BVAL-FILE-STATUS NOT = '10'
              STRING 'READ BACK-VALUE FAILED, STATUS '
                 BVAL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-CLOSE-CALENDAR.
      *so os fechamentos de ciclo (linha com faixa de ciclos ou
      *ultimo dia util do mes) numa janela que cobre o limite de
      *dias e mais dois ciclos antes dele; o PROCCAL vem em ordem
      *de data, como o PCalGen gera. Sem o calendario no job nao ha
      *fechamento conhecido e nenhum juro e corrigido
           COMPUTE WS-CAL-FROM-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-CONTROL-DATE)
               - WS-BACKDATE-DAYS - 70).
           MOVE 'N' TO WS-PCAL-EOF.
           OPEN INPUT PROC-CAL.
           IF PCAL-FILE-STATUS = '00'
              PERFORM READ-PCAL-REC
              PERFORM UNTIL PCAL-EOF
                 IF PC-DATE NUMERIC
                    AND PC-DATE NOT < WS-CAL-FROM-DATE
                    AND PC-DATE NOT > WS-CONTROL-DATE
                    PERFORM KEEP-CLOSE-DATE
                 END-IF
                 PERFORM READ-PCAL-REC
              END-PERFORM
              CLOSE PROC-CAL
           END-IF.

       KEEP-CLOSE-DATE.
           IF (PC-CYCLE-FROM NUMERIC AND PC-CYCLE-FROM > ZERO)
              OR PC-MONTH-END = 'Y'
              IF WS-CLOSE-COUNT = 1000
                 STRING 'CLOSE TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-CLOSE-COUNT
              SET CCX TO WS-CLOSE-COUNT
              MOVE PC-DATE TO WC-DATE (CCX)
              IF PC-CYCLE-FROM NUMERIC AND PC-CYCLE-TO NUMERIC
                 MOVE PC-CYCLE-FROM TO WC-CYCLE-FROM (CCX)
                 MOVE PC-CYCLE-TO   TO WC-CYCLE-TO (CCX)
              ELSE
                 MOVE ZERO TO WC-CYCLE-FROM (CCX)
                 MOVE ZERO TO WC-CYCLE-TO (CCX)
              END-IF
              MOVE PC-MONTH-END TO WC-MONTH-END (CCX)
           END-IF.

       READ-PCAL-REC.
           READ PROC-CAL
              AT END MOVE 'Y' TO WS-PCAL-EOF
           END-READ.
           IF PCAL-FILE-STATUS NOT = '00'
              AND PCAL-FILE-STATUS NOT = '10'
              STRING 'READ PROC-CAL FAILED, STATUS '
                 PCAL-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       CLASSIFY-BACK-VALUE.
      *data efetiva invalida, mais velha que o limite de dias da
      *postagem, ou anterior ao penultimo fechamento do ciclo da
      *conta (o juro de mais de um ciclo ja encerrado incidiu sobre
      *o saldo errado) vai para a revisao; so um fechamento no meio
      *o ajuste de juros resolve
           MOVE SPACES TO WS-BVAL-REASON.
           EVALUATE TRUE
              WHEN WV-DC-CODE (BVX) NOT = 'D'
                 AND WV-DC-CODE (BVX) NOT = 'C'
                 MOVE 'INVALID DEBIT/CREDIT CODE' TO WS-BVAL-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD (WV-EFF-DATE (BVX))
                   NOT = ZERO
                 OR FUNCTION TEST-DATE-YYYYMMDD (WV-POST-DATE (BVX))
                   NOT = ZERO
                 OR WV-EFF-DATE (BVX) NOT < WV-POST-DATE (BVX)
                 MOVE 'INVALID EFFECTIVE DATE' TO WS-BVAL-REASON
              WHEN FUNCTION INTEGER-OF-DATE (WV-POST-DATE (BVX))
                 - FUNCTION INTEGER-OF-DATE (WV-EFF-DATE (BVX))
                 > WS-BACKDATE-DAYS
                 MOVE 'OLDER THAN LOOK-BACK LIMIT' TO WS-BVAL-REASON
              WHEN OTHER
                 MOVE WV-ACCT-NO (BVX) TO ACCT-NO
                 PERFORM READ-BVAL-ACCOUNT
                 IF ACCT-FILE-STATUS = '23'
                    MOVE 'ACCOUNT NOT ON MASTER' TO WS-BVAL-REASON
                 ELSE
                    PERFORM FIND-ACCOUNT-CLOSES
                    IF WV-PRIOR-CLOSE (BVX) > ZERO
                       AND WV-EFF-DATE (BVX)
                           NOT > WV-PRIOR-CLOSE (BVX)
                       MOVE 'CROSSES CLOSED CYCLE' TO WS-BVAL-REASON
                    END-IF
                 END-IF
           END-EVALUATE.
           IF WS-BVAL-REASON = SPACES
              SET WV-APPLY (BVX) TO TRUE
              ADD 1 TO WS-BVAL-APPLIED-COUNT
      *-------so o item ainda nao refeito entra no BALHIST
              IF WV-STEP-PENDING (BVX)
                 ADD 1 TO WS-BVAL-REBUILD-COUNT
                 PERFORM NOTE-BACK-VALUE-ACCOUNT
              END-IF
              IF WV-IN-BALWORK (BVX)
                 ADD 1 TO WS-BVAL-INWORK-COUNT
              END-IF
           ELSE
              SET WV-REVIEW (BVX) TO TRUE
              ADD 1 TO WS-BVAL-REVIEW-COUNT
              PERFORM WRITE-BACK-VALUE-LIST
           END-IF.

       READ-BVAL-ACCOUNT.
           READ ACCT-REC.
           IF ACCT-FILE-STATUS NOT = '00'
              AND ACCT-FILE-STATUS NOT = '23'
              STRING 'READ ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       FIND-ACCOUNT-CLOSES.
      *os dois ultimos fechamentos do ciclo da conta antes da
      *postagem, pela mesma regra do PayQuote: ciclo atribuido
      *fecha na linha com a faixa que o cobre, conta sem ciclo no
      *ultimo dia util do mes
           IF WS-CLOSE-COUNT > ZERO
              PERFORM TEST-ONE-CLOSE
                 VARYING CCX FROM 1 BY 1
                 UNTIL CCX > WS-CLOSE-COUNT
           END-IF.

       TEST-ONE-CLOSE.
           MOVE 'N' TO WS-CLOSES-ACCT.
           IF WC-DATE (CCX) < WV-POST-DATE (BVX)
              IF ACCT-BILL-CYCLE NUMERIC
                 AND NOT BILL-CYCLE-UNASSIGNED
                 IF WC-CYCLE-FROM (CCX) > ZERO
                    AND ACCT-BILL-CYCLE NOT < WC-CYCLE-FROM (CCX)
                    AND ACCT-BILL-CYCLE NOT > WC-CYCLE-TO (CCX)
                    MOVE 'Y' TO WS-CLOSES-ACCT
                 END-IF
              ELSE
                 IF WC-MONTH-END (CCX) = 'Y'
                    MOVE 'Y' TO WS-CLOSES-ACCT
                 END-IF
              END-IF
           END-IF.
           IF CLOSES-ACCT
              MOVE WV-CLOSE-DATE (BVX) TO WV-PRIOR-CLOSE (BVX)
              MOVE WC-DATE (CCX)       TO WV-CLOSE-DATE (BVX)
           END-IF.

       NOTE-BACK-VALUE-ACCOUNT.
           MOVE WV-ACCT-NO (BVX) TO WS-BVAL-KEY.
           PERFORM FIND-BVACCT-ENTRY.
           IF NOT BVACCT-FOUND
              IF WS-BVACCT-COUNT = 1000
                 STRING 'BACK-VALUE ACCOUNT TABLE FULL AT 1000'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-BVACCT-COUNT
              SET BAX TO WS-BVACCT-COUNT
              MOVE WS-BVAL-KEY TO WA-ACCT-NO (BAX)
              MOVE 'N'         TO WA-PRIOR-KNOWN (BAX)
              MOVE ZERO        TO WA-PRIOR-BAL (BAX)
           END-IF.

       FIND-BVACCT-ENTRY.
           MOVE 'N' TO WS-BVACCT-FOUND.
           IF WS-BVACCT-COUNT > ZERO
              SET BAX TO 1
              SEARCH WS-BVACCT-ENTRY
                 AT END MOVE 'N' TO WS-BVACCT-FOUND
                 WHEN BAX > WS-BVACCT-COUNT
                    MOVE 'N' TO WS-BVACCT-FOUND
                 WHEN WA-ACCT-NO (BAX) = WS-BVAL-KEY
                    MOVE 'Y' TO WS-BVACCT-FOUND
              END-SEARCH
           END-IF.

       WRITE-BACK-VALUE-LIST.
           MOVE SPACES              TO BDT-LIST-REC.
           MOVE WV-ACCT-NO (BVX)    TO BD-ACCT-NO.
           MOVE WV-DC-CODE (BVX)    TO BD-DC-CODE.
           MOVE WV-AMOUNT (BVX)     TO BD-AMOUNT.
           MOVE WV-EFF-DATE (BVX)   TO BD-EFF-DATE.
           MOVE WV-POST-DATE (BVX)  TO BD-POST-DATE.
           MOVE WV-SOURCE (BVX)     TO BD-SOURCE.
           MOVE WS-BVAL-REASON      TO BD-REASON.
           WRITE BDT-LIST-REC.
           IF BLST-FILE-STATUS NOT = '00'
              STRING 'WRITE BACK-VALUE-LIST FAILED, STATUS '
                 BLST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REBUILD-BALANCE-HISTORY.
      *copia o BALHIST para o BALWORK refazendo os dias das contas
      *com valor retroativo e copia de volta. Cada record da data
      *efetiva ate a vespera da postagem leva o efeito dos itens;
      *o dia efetivo que a conta nao tinha entra antes do primeiro
      *record posterior dela, para o FileHandling continuar lendo
      *cada conta em ordem de data. Sem BALHIST nao ha o que refazer.
      *O BALWORK completo fica marcado nos itens ('W') antes de o
      *BALHIST ser regravado: caindo na copia, o restart so copia de
      *novo, sem somar o efeito outra vez
           MOVE 'N' TO WS-BALH-EOF.
           OPEN INPUT BAL-HIST.
           IF BALH-FILE-STATUS NOT = '05'
              AND BALH-FILE-STATUS NOT = '35'
              IF BALH-FILE-STATUS NOT = '00'
                 STRING 'OPEN BAL-HIST FAILED, STATUS '
                    BALH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              OPEN OUTPUT BAL-WORK
              IF BWRK-FILE-STATUS NOT = '00'
                 STRING 'OPEN BAL-WORK FAILED, STATUS '
                    BWRK-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-BALH-REC
              PERFORM UNTIL BALH-EOF
                 PERFORM REBUILD-ONE-BAL-HIST
                 PERFORM READ-BALH-REC
              END-PERFORM
      *-------dia efetivo depois do ultimo record da conta
              MOVE 99999999 TO WS-BVAL-LIMIT-DATE
              PERFORM FLUSH-ACCOUNT-DAYS
                 VARYING BAX FROM 1 BY 1
                 UNTIL BAX > WS-BVACCT-COUNT
              CLOSE BAL-HIST
              CLOSE BAL-WORK
              PERFORM SET-IN-BALWORK
                 VARYING BVX FROM 1 BY 1
                 UNTIL BVX > WS-BVAL-COUNT
              PERFORM SAVE-BACK-VALUE-STEPS
              PERFORM COPY-BACK-BAL-HIST
           END-IF.
           PERFORM SET-IN-BALWORK
              VARYING BVX FROM 1 BY 1
              UNTIL BVX > WS-BVAL-COUNT.
           PERFORM MARK-BALHIST-DONE.

       SET-IN-BALWORK.
           IF WV-APPLY (BVX)
              AND WV-STEP-PENDING (BVX)
              SET WV-IN-BALWORK (BVX) TO TRUE
           END-IF.

       MARK-BALHIST-DONE.
           PERFORM SET-BALHIST-DONE
              VARYING BVX FROM 1 BY 1
              UNTIL BVX > WS-BVAL-COUNT.
           PERFORM SAVE-BACK-VALUE-STEPS.

       SET-BALHIST-DONE.
           IF WV-IN-BALWORK (BVX)
              SET WV-BALHIST-DONE (BVX) TO TRUE
           END-IF.

       SAVE-BACK-VALUE-STEPS.
      *regrava o BACKVAL inteiro com o passo de cada item; o record
      *volta como foi lido, so com a marca do passo
           OPEN OUTPUT BACK-VALUE.
           IF BVAL-FILE-STATUS NOT = '00'
              STRING 'OPEN BACK-VALUE FAILED, STATUS '
                 BVAL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM SAVE-ONE-BACK-VALUE
              VARYING BVY FROM 1 BY 1
              UNTIL BVY > WS-BVAL-COUNT.
           CLOSE BACK-VALUE.

       SAVE-ONE-BACK-VALUE.
           MOVE WV-REC-IMAGE (BVY) TO BACK-VALUE-REC.
           MOVE WV-STEP (BVY)      TO BV-STEP-FLAG.
           WRITE BACK-VALUE-REC.
           IF BVAL-FILE-STATUS NOT = '00'
              STRING 'WRITE BACK-VALUE FAILED, STATUS '
                 BVAL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       REBUILD-ONE-BAL-HIST.
           MOVE BH-ACCT-NO TO WS-BVAL-KEY.
           PERFORM FIND-BVACCT-ENTRY.
           IF BVACCT-FOUND
              MOVE BH-BALANCE-DATE TO WS-BVAL-LIMIT-DATE
              PERFORM INSERT-EFF-DAYS
              MOVE BH-BALANCE-DATE TO WS-BVAL-DATE
              PERFORM SUM-BVAL-DELTAS
              PERFORM MARK-EFF-DATE-DONE
                 VARYING BVY FROM 1 BY 1
                 UNTIL BVY > WS-BVAL-COUNT
              MOVE 'Y'            TO WA-PRIOR-KNOWN (BAX)
              MOVE BH-EOD-BALANCE TO WA-PRIOR-BAL (BAX)
              IF WS-BVAL-SUM NOT = ZERO
                 ADD WS-BVAL-SUM TO BH-EOD-BALANCE
                 ADD 1 TO WS-BALH-ADJUSTED
              END-IF
           END-IF.
           MOVE BAL-HIST-REC TO BAL-WORK-REC.
           PERFORM WRITE-BAL-WORK.

       FLUSH-ACCOUNT-DAYS.
           MOVE WA-ACCT-NO (BAX) TO WS-BVAL-KEY.
           PERFORM INSERT-EFF-DAYS.

       INSERT-EFF-DAYS.
      *insere, em ordem de data, os dias efetivos da conta ainda nao
      *cobertos e anteriores ao limite
           PERFORM FIND-EARLIEST-EFF-DATE.
           PERFORM UNTIL NOT EARLIEST-FOUND
              PERFORM INSERT-ONE-EFF-DAY
              PERFORM FIND-EARLIEST-EFF-DATE
           END-PERFORM.

       FIND-EARLIEST-EFF-DATE.
           MOVE 'N' TO WS-EARLIEST-FOUND.
           MOVE ZERO TO WS-EARLIEST-DATE.
           PERFORM TEST-EARLIEST-EFF-DATE
              VARYING BVY FROM 1 BY 1
              UNTIL BVY > WS-BVAL-COUNT.

       TEST-EARLIEST-EFF-DATE.
           IF WV-APPLY (BVY)
              AND WV-STEP-PENDING (BVY)
              AND WV-DATE-DONE (BVY) = 'N'
              AND WV-ACCT-NO (BVY) = WS-BVAL-KEY
              AND WV-EFF-DATE (BVY) < WS-BVAL-LIMIT-DATE
              IF NOT EARLIEST-FOUND
                 OR WV-EFF-DATE (BVY) < WS-EARLIEST-DATE
                 MOVE 'Y' TO WS-EARLIEST-FOUND
                 MOVE WV-EFF-DATE (BVY) TO WS-EARLIEST-DATE
              END-IF
           END-IF.

       INSERT-ONE-EFF-DAY.
      *o saldo do dia efetivo e o saldo original do record anterior
      *da conta mais o efeito dos itens ate aquele dia; conta sem
      *record anterior nao tinha historico antes, e o FileHandling
      *comeca no primeiro record dela - o dia nao e inserido
           MOVE WS-EARLIEST-DATE TO WS-BVAL-DATE.
           IF WA-PRIOR-KNOWN (BAX) = 'Y'
              PERFORM SUM-BVAL-DELTAS
              MOVE WS-BVAL-KEY  TO BW-ACCT-NO
              MOVE WS-BVAL-DATE TO BW-BALANCE-DATE
              COMPUTE BW-EOD-BALANCE =
                 WA-PRIOR-BAL (BAX) + WS-BVAL-SUM
              PERFORM WRITE-BAL-WORK
              ADD 1 TO WS-BALH-INSERTED
           END-IF.
           PERFORM MARK-EFF-DATE-DONE
              VARYING BVY FROM 1 BY 1
              UNTIL BVY > WS-BVAL-COUNT.

       SUM-BVAL-DELTAS.
      *efeito no dia WS-BVAL-DATE dos itens da conta: vale da data
      *efetiva ate a vespera da postagem, que ja tem o valor
           MOVE ZERO TO WS-BVAL-SUM.
           PERFORM ADD-ONE-BVAL-DELTA
              VARYING BVY FROM 1 BY 1
              UNTIL BVY > WS-BVAL-COUNT.

       ADD-ONE-BVAL-DELTA.
           IF WV-APPLY (BVY)
              AND WV-STEP-PENDING (BVY)
              AND WV-ACCT-NO (BVY) = WS-BVAL-KEY
              AND WV-EFF-DATE (BVY) NOT > WS-BVAL-DATE
              AND WV-POST-DATE (BVY) > WS-BVAL-DATE
              ADD WV-DELTA (BVY) TO WS-BVAL-SUM
           END-IF.

       MARK-EFF-DATE-DONE.
           IF WV-APPLY (BVY)
              AND WV-STEP-PENDING (BVY)
              AND WV-ACCT-NO (BVY) = WS-BVAL-KEY
              AND WV-EFF-DATE (BVY) = WS-BVAL-DATE
              MOVE 'Y' TO WV-DATE-DONE (BVY)
           END-IF.

       WRITE-BAL-WORK.
           WRITE BAL-WORK-REC.
           IF BWRK-FILE-STATUS NOT = '00'
              STRING 'WRITE BAL-WORK FAILED, STATUS '
                 BWRK-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       COPY-BACK-BAL-HIST.
           MOVE 'N' TO WS-BWRK-EOF.
           OPEN INPUT BAL-WORK.
           IF BWRK-FILE-STATUS NOT = '00'
              STRING 'OPEN BAL-WORK FAILED, STATUS '
                 BWRK-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT BAL-HIST.
           IF BALH-FILE-STATUS NOT = '00'
              STRING 'OPEN BAL-HIST FAILED, STATUS '
                 BALH-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-BWRK-REC.
           PERFORM UNTIL BWRK-EOF
              MOVE BAL-WORK-REC TO BAL-HIST-REC
              WRITE BAL-HIST-REC
              IF BALH-FILE-STATUS NOT = '00'
                 STRING 'WRITE BAL-HIST FAILED, STATUS '
                    BALH-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-BWRK-REC
           END-PERFORM.
           CLOSE BAL-WORK.
           CLOSE BAL-HIST.

       READ-BALH-REC.
           READ BAL-HIST
           AT END MOVE 'Y' TO WS-BALH-EOF
           END-READ.
           IF BALH-FILE-STATUS NOT = '00'
              AND BALH-FILE-STATUS NOT = '10'
              STRING 'READ BAL-HIST FAILED, STATUS ' BALH-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-BWRK-REC.
           READ BAL-WORK
           AT END MOVE 'Y' TO WS-BWRK-EOF
           END-READ.
           IF BWRK-FILE-STATUS NOT = '00'
              AND BWRK-FILE-STATUS NOT = '10'
              STRING 'READ BAL-WORK FAILED, STATUS ' BWRK-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       POST-INTEREST-ADJUSTMENT.
      *o juro do ultimo fechamento incidiu sobre o saldo errado da
      *data efetiva ate o fechamento: o ajuste e o efeito do item
      *na fracao do ciclo em que ele faltou, a taxa do estado da
      *conta; item efetivo depois do fechamento cai no ciclo
      *aberto, que o FileHandling ja cobra sobre o BALHIST refeito.
      *Conta charged-off ou remetida ao estado nao leva juro; o
      *item com o ajuste ja feito antes de uma queda nao repete
           IF WV-APPLY (BVX)
              AND NOT WV-INTEREST-DONE (BVX)
              AND WV-CLOSE-DATE (BVX) > ZERO
              AND WV-EFF-DATE (BVX) NOT > WV-CLOSE-DATE (BVX)
              MOVE WV-ACCT-NO (BVX) TO ACCT-NO
              PERFORM READ-BVAL-ACCOUNT
              IF ACCT-FILE-STATUS = '00'
                 AND NOT ACCT-ST-CHGOFF
                 AND NOT ACCT-ST-ESCHEAT
                 PERFORM APPLY-INTEREST-ADJUSTMENT
              END-IF
           END-IF.

       APPLY-INTEREST-ADJUSTMENT.
      *sem fechamento anterior no calendario o ciclo e de 30 dias,
      *a mesma janela do saldo medio do FileHandling
           PERFORM SELECT-STATE-RATE.
           COMPUTE WS-INT-DAYS =
              FUNCTION INTEGER-OF-DATE (WV-CLOSE-DATE (BVX))
              - FUNCTION INTEGER-OF-DATE (WV-EFF-DATE (BVX)) + 1.
           IF WV-PRIOR-CLOSE (BVX) > ZERO
              COMPUTE WS-CYCLE-DAYS =
                 FUNCTION INTEGER-OF-DATE (WV-CLOSE-DATE (BVX))
                 - FUNCTION INTEGER-OF-DATE (WV-PRIOR-CLOSE (BVX))
           ELSE
              MOVE 30 TO WS-CYCLE-DAYS
           END-IF.
           IF WS-INT-DAYS > WS-CYCLE-DAYS
              MOVE WS-CYCLE-DAYS TO WS-INT-DAYS
           END-IF.
           COMPUTE WS-INT-ADJ ROUNDED =
              WV-DELTA (BVX) * WS-INT-DAYS / WS-CYCLE-DAYS
              * WS-APPLIED-RATE.
      *o ajuste nao e movimento do cliente: nao carimba a data do
      *ultimo movimento
           IF WS-INT-ADJ NOT = ZERO
              ADD WS-INT-ADJ TO ACCT-BALANCE
              REWRITE ACCT-FIELDS
              IF ACCT-FILE-STATUS NOT = '00'
                 STRING 'REWRITE ACCT-REC FAILED, STATUS '
                    ACCT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-INT-ADJ-COUNT
              ADD WS-INT-ADJ TO WS-INT-ADJ-TOTAL
              PERFORM NOTE-TOUCHED-ACCOUNT
              PERFORM WRITE-INTEREST-JOURNAL
      *-------marca o item logo depois do REWRITE e do diario
              SET WV-INTEREST-DONE (BVX) TO TRUE
              PERFORM SAVE-BACK-VALUE-STEPS
           END-IF.

       WRITE-INTEREST-JOURNAL.
      *ajuste de juros sai no diario como debito (juro cobrado a
      *menos) ou credito (cobrado a mais) marcado 'I', que o GlExtr
      *lanca em receita de juros e nao em pagamento
           MOVE SPACES          TO JOURNAL-REC.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE ACCT-NO         TO JR-ACCT-NO.
           IF WS-INT-ADJ > ZERO
              MOVE 'D'          TO JR-DC-CODE
              MOVE WS-INT-ADJ   TO JR-AMOUNT
           ELSE
              MOVE 'C'          TO JR-DC-CODE
              COMPUTE JR-AMOUNT = ZERO - WS-INT-ADJ
           END-IF.
           MOVE ACCT-BALANCE    TO JR-NEW-BALANCE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JR-TIMESTAMP.
           MOVE WS-CONTROL-DATE TO JR-TIMESTAMP (1:8).
           MOVE WS-JRNL-SEQ     TO JR-SEQ.
           MOVE ZERO            TO JR-REF-SEQ.
           MOVE 'I'             TO JR-REV-FLAG.
           PERFORM WRITE-JOURNAL-IO.

       EMPTY-BACK-VALUE-FILE.
      *tudo o que estava no BACKVAL foi refeito ou listado: o
      *arquivo fica vazio para o LockBox e a noite de amanha
           OPEN OUTPUT BACK-VALUE.
           IF BVAL-FILE-STATUS NOT = '00'
              STRING 'EMPTY BACK-VALUE FAILED, STATUS '
                 BVAL-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           CLOSE BACK-VALUE.

       LOAD-STATE-RATES.
      *carrega a tabela de taxa por estado com a mesma regra do
      *PayQuote (linha acima do teto legal ou sem o prazo de aviso e
      *RECUSADA); sem o dataset alocado vale a taxa unica do RUNPARM
           MOVE 'N' TO WS-SRAT-EOF.
           OPEN INPUT STATE-RATE.
           IF SRAT-FILE-STATUS = '05' OR SRAT-FILE-STATUS = '35'
              MOVE 'Y' TO WS-SRAT-EOF
           ELSE
              IF SRAT-FILE-STATUS NOT = '00'
                 STRING 'OPEN STATE-RATE FAILED, STATUS '
                    SRAT-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE WS-CONTROL-DATE TO WS-TERMS-TODAY
              PERFORM READ-SRAT-REC
              PERFORM UNTIL SRAT-EOF
                 PERFORM LOAD-ONE-STATE-RATE
                 PERFORM READ-SRAT-REC
              END-PERFORM
              CLOSE STATE-RATE
           END-IF.

       LOAD-ONE-STATE-RATE.
           IF TR-EFF-DATE NUMERIC
              MOVE TR-EFF-DATE TO WS-TERMS-EFF-DATE
           ELSE
              MOVE ZERO TO WS-TERMS-EFF-DATE
           END-IF.
           IF TR-ENTERED-DATE NUMERIC
              MOVE TR-ENTERED-DATE TO WS-TERMS-ENTERED-DATE
           ELSE
              MOVE ZERO TO WS-TERMS-ENTERED-DATE
           END-IF.
           PERFORM CLASSIFY-TERMS-ROW.
           EVALUATE TRUE
              WHEN TR-MONTHLY-RATE > TR-LEGAL-CAP
                 ADD 1 TO WS-SRATE-REFUSED
              WHEN TERMS-REFUSED
                 ADD 1 TO WS-SRATE-REFUSED
              WHEN TERMS-PENDING
                 CONTINUE
              WHEN OTHER
                 PERFORM KEEP-STATE-RATE
           END-EVALUATE.

       KEEP-STATE-RATE.
           MOVE 'N' TO WS-SRATE-FOUND.
           IF WS-SRATE-COUNT > ZERO
              SET SRX TO 1
              SEARCH WS-SRATE-ENTRY
                 AT END MOVE 'N' TO WS-SRATE-FOUND
                 WHEN SRX > WS-SRATE-COUNT
                    MOVE 'N' TO WS-SRATE-FOUND
                 WHEN WSR-STATE (SRX) = TR-USA-STATE
                    MOVE 'Y' TO WS-SRATE-FOUND
              END-SEARCH
           END-IF.
           IF WS-SRATE-FOUND = 'Y'
              IF WS-TERMS-EFF-DATE NOT < WSR-EFF-DATE (SRX)
                 MOVE TR-MONTHLY-RATE   TO WSR-RATE (SRX)
                 MOVE WS-TERMS-EFF-DATE TO WSR-EFF-DATE (SRX)
              END-IF
           ELSE
              IF WS-SRATE-COUNT < 60
                 ADD 1 TO WS-SRATE-COUNT
                 SET SRX TO WS-SRATE-COUNT
                 MOVE TR-USA-STATE      TO WSR-STATE (SRX)
                 MOVE TR-MONTHLY-RATE   TO WSR-RATE (SRX)
                 MOVE WS-TERMS-EFF-DATE TO WSR-EFF-DATE (SRX)
              END-IF
           END-IF.

       READ-SRAT-REC.
           READ STATE-RATE
           AT END MOVE 'Y' TO WS-SRAT-EOF
           END-READ.
           IF SRAT-FILE-STATUS NOT = '00'
              AND SRAT-FILE-STATUS NOT = '10'
              STRING 'READ STATE-RATE FAILED, STATUS '
                 SRAT-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SELECT-STATE-RATE.
      *taxa em vigor da conta: a linha do estado dela, senao a
      *linha 'DEFAULT', senao a taxa unica do RUNPARM
           MOVE WS-FINANCE-RATE TO WS-APPLIED-RATE.
           MOVE 'N' TO WS-SRATE-FOUND.
           IF WS-SRATE-COUNT > ZERO
              PERFORM TEST-ONE-STATE-RATE
                 VARYING SRX FROM 1 BY 1
                 UNTIL SRX > WS-SRATE-COUNT
           END-IF.

       TEST-ONE-STATE-RATE.
           EVALUATE TRUE
              WHEN WSR-STATE (SRX) = USA-STATE
                 MOVE WSR-RATE (SRX) TO WS-APPLIED-RATE
                 MOVE 'Y' TO WS-SRATE-FOUND
              WHEN WSR-STATE (SRX) = 'DEFAULT'
                 AND WS-SRATE-FOUND NOT = 'Y'
                 MOVE WSR-RATE (SRX) TO WS-APPLIED-RATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *paragrafo CLASSIFY-TERMS-ROW, compartilhado via copybook
           COPY TERMDTPR.

       APPLY-REVERSAL.
      *casa o estorno com o movimento original do diario da noite
      *anterior pela sequencia e pela conta; o valor desfeito e o
              WHEN WJ-REVERSED (PVX) = 'Y'
                 MOVE 'ORIGINAL ALREADY REVERSED' TO WS-EXCP-REASON
                 PERFORM WRITE-EXCP-RECORD
      *----------estornar uma perna so desfaria a metade da
      *----------transferencia; a correcao e a transferencia de volta
              WHEN WJ-XFER-LEG (PVX) = 'Y'
                 MOVE 'TRANSFER LEG - POST XFER BACK' TO WS-EXCP-REASON
                 PERFORM WRITE-EXCP-RECORD
              WHEN PT-AMOUNT NOT = ZERO
                 AND PT-AMOUNT NOT = WJ-AMOUNT (PVX)
                 MOVE 'REVERSAL AMOUNT MISMATCH' TO WS-EXCP-REASON
                 ELSE
                    ADD WS-REV-AMOUNT TO ACCT-BALANCE
                 END-IF
                 MOVE WS-CONTROL-DATE
                    TO ACCT-LAST-ACTIVITY
                 REWRITE ACCT-FIELDS
                 IF ACCT-FILE-STATUS NOT = '00'
           MOVE WS-REV-AMOUNT   TO JR-AMOUNT.
           MOVE ACCT-BALANCE    TO JR-NEW-BALANCE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JR-TIMESTAMP.
           MOVE WS-CONTROL-DATE TO JR-TIMESTAMP (1:8).
           MOVE WS-JRNL-SEQ     TO JR-SEQ.
           MOVE PT-REF-SEQ      TO JR-REF-SEQ.
           MOVE 'R'             TO JR-REV-FLAG.
           MOVE WJ-DC-CODE (PVX)  TO JR-DC-CODE.
           MOVE WJ-AMOUNT (PVX)   TO JR-AMOUNT.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JR-TIMESTAMP.
           MOVE WS-CONTROL-DATE TO JR-TIMESTAMP (1:8).
           MOVE WJ-SEQ (PVX)      TO JR-SEQ.
           MOVE ZERO              TO JR-REF-SEQ.
           MOVE 'R'               TO JR-REV-FLAG.
           PERFORM WRITE-JOURNAL-IO.

       LOAD-XFER-LINKS.
      *vinculos que autorizam a transferencia: mesmo cliente no
      *CUSTLNK ou mesmo documento no XREFMST; os dois datasets sao
      *opcionais, e vinculo que nao coube na tabela para o passo -
      *faltar um vinculo recusaria transferencia legitima
           OPEN INPUT CUST-LINK.
           IF LINK-FILE-STATUS NOT = '05'
              AND LINK-FILE-STATUS NOT = '35'
              IF LINK-FILE-STATUS NOT = '00'
                 STRING 'OPEN CUST-LINK FAILED, STATUS '
                    LINK-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-LINK-EOF
              PERFORM READ-LINK-REC
              PERFORM UNTIL LINK-EOF
                 IF WS-LINK-COUNT = 2000
                    STRING 'LINK TABLE FULL AT 2000 ENTRIES'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-LINK-COUNT
                 SET LKX TO WS-LINK-COUNT
                 MOVE CL-CUST-NO TO WL-CUST-NO (LKX)
                 MOVE CL-ACCT-NO TO WL-ACCT-NO (LKX)
                 PERFORM READ-LINK-REC
              END-PERFORM
              CLOSE CUST-LINK
           END-IF.
           OPEN INPUT XREF-MASTER.
           IF XREF-FILE-STATUS NOT = '05'
              AND XREF-FILE-STATUS NOT = '35'
              IF XREF-FILE-STATUS NOT = '00'
                 STRING 'OPEN XREF-MASTER FAILED, STATUS '
                    XREF-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE 'N' TO WS-LINK-EOF
              PERFORM READ-XREF-REC
              PERFORM UNTIL LINK-EOF
                 IF WS-XREF-COUNT = 2000
                    STRING 'XREF TABLE FULL AT 2000 ENTRIES'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-XREF-COUNT
                 SET XRX TO WS-XREF-COUNT
                 MOVE XR-DOC-TYPE   TO WX-DOC-TYPE (XRX)
                 MOVE XR-DOC-DIGITS TO WX-DOC-DIGITS (XRX)
                 MOVE XR-ACCT-NO    TO WX-ACCT-NO (XRX)
                 PERFORM READ-XREF-REC
              END-PERFORM
              CLOSE XREF-MASTER
           END-IF.

       READ-LINK-REC.
           READ CUST-LINK
           AT END MOVE 'Y' TO WS-LINK-EOF
           END-READ.
           IF LINK-FILE-STATUS NOT = '00'
              AND LINK-FILE-STATUS NOT = '10'
              STRING 'READ CUST-LINK FAILED, STATUS '
                 LINK-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-XREF-REC.
           READ XREF-MASTER
           AT END MOVE 'Y' TO WS-LINK-EOF
           END-READ.
           IF XREF-FILE-STATUS NOT = '00'
              AND XREF-FILE-STATUS NOT = '10'
              STRING 'READ XREF-MASTER FAILED, STATUS '
                 XREF-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       APPLY-TRANSFER.
      *a conta origem (PT-ACCT-NO) ja esta lida; tudo e conferido
      *antes de qualquer REWRITE, e so entao as duas pernas sao
      *aplicadas - recusa de qualquer lado devolve a transferencia
      *inteira para a excecao e a reciclagem
           MOVE ACCT-CURRENCY-CODE TO WS-XFER-FROM-CURRENCY.
           EVALUATE TRUE
              WHEN PT-AMOUNT NOT > ZERO
                 MOVE 'TRANSFER AMOUNT NOT POSITIVE' TO WS-EXCP-REASON
                 PERFORM WRITE-EXCP-RECORD
              WHEN PT-XFER-ACCT-NO = SPACES
                 OR PT-XFER-ACCT-NO = PT-ACCT-NO
                 MOVE 'TRANSFER TARGET INVALID' TO WS-EXCP-REASON
                 PERFORM WRITE-EXCP-RECORD
              WHEN NOT ACCT-ST-OPEN
                 MOVE 'TRANSFER SOURCE NOT OPEN' TO WS-EXCP-REASON
                 PERFORM WRITE-EXCP-RECORD
              WHEN OTHER
                 PERFORM CHECK-XFER-LINK
                 IF NOT XFER-LINKED
                    MOVE 'TRANSFER ACCOUNTS NOT LINKED'
                       TO WS-EXCP-REASON
                    PERFORM WRITE-EXCP-RECORD
                 ELSE
                    PERFORM CHECK-XFER-TARGET
                 END-IF
           END-EVALUATE.

       CHECK-XFER-TARGET.
           MOVE PT-XFER-ACCT-NO TO ACCT-NO.
           READ ACCT-REC.
           IF ACCT-FILE-STATUS NOT = '00'
              AND ACCT-FILE-STATUS NOT = '23'
              STRING 'READ ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           EVALUATE TRUE
              WHEN ACCT-FILE-STATUS = '23'
                 MOVE 'TRANSFER TARGET NOT ON MASTER'
                    TO WS-EXCP-REASON
                 PERFORM WRITE-EXCP-RECORD
              WHEN NOT ACCT-ST-OPEN
                 MOVE 'TRANSFER TARGET NOT OPEN' TO WS-EXCP-REASON
                 PERFORM WRITE-EXCP-RECORD
              WHEN ACCT-CURRENCY-CODE NOT = WS-XFER-FROM-CURRENCY
                 MOVE 'TRANSFER CURRENCY MISMATCH' TO WS-EXCP-REASON
                 PERFORM WRITE-EXCP-RECORD
              WHEN OTHER
                 PERFORM POST-XFER-LEGS
           END-EVALUATE.

       POST-XFER-LEGS.
      *perna de credito na destino (ja lida), depois a perna de
      *debito na origem, relida por chave
           SUBTRACT PT-AMOUNT FROM ACCT-BALANCE.
           MOVE WS-CONTROL-DATE TO ACCT-LAST-ACTIVITY.
           REWRITE ACCT-FIELDS.
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'REWRITE ACCT-REC FAILED, STATUS '
                 ACCT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE ACCT-BALANCE TO WS-XFER-TO-BALANCE.
           PERFORM NOTE-TOUCHED-ACCOUNT.
           PERFORM READ-MASTER-BY-KEY.
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'REREAD XFER SOURCE FAILED, STATUS '
                 ACCT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD PT-AMOUNT TO ACCT-BALANCE.
           MOVE WS-CONTROL-DATE TO ACCT-LAST-ACTIVITY.
           REWRITE ACCT-FIELDS.
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'REWRITE ACCT-REC FAILED, STATUS '
                 ACCT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           MOVE ACCT-BALANCE TO WS-XFER-FROM-BALANCE.
           PERFORM NOTE-TOUCHED-ACCOUNT.
           ADD 1 TO WS-XFER-COUNT.
           ADD PT-AMOUNT TO WS-XFER-TOTAL.
           PERFORM WRITE-TRANSFER-JOURNAL.

       CHECK-XFER-LINK.
      *procura um vinculo da origem cujo cliente (ou documento)
      *tambem esteja vinculado a destino
           MOVE 'N' TO WS-XFER-LINKED.
           IF WS-LINK-COUNT > ZERO
              PERFORM CHECK-ONE-CUST-LINK
                 VARYING LKX FROM 1 BY 1
                 UNTIL LKX > WS-LINK-COUNT OR XFER-LINKED
           END-IF.
           IF NOT XFER-LINKED AND WS-XREF-COUNT > ZERO
              PERFORM CHECK-ONE-XREF-LINK
                 VARYING XRX FROM 1 BY 1
                 UNTIL XRX > WS-XREF-COUNT OR XFER-LINKED
           END-IF.

       CHECK-ONE-CUST-LINK.
           IF WL-ACCT-NO (LKX) = PT-ACCT-NO
              SET LKY TO 1
              SEARCH WS-LINK-ENTRY VARYING LKY
                 AT END CONTINUE
                 WHEN LKY > WS-LINK-COUNT
                    CONTINUE
                 WHEN WL-CUST-NO (LKY) = WL-CUST-NO (LKX)
                    AND WL-ACCT-NO (LKY) = PT-XFER-ACCT-NO
                    MOVE 'Y' TO WS-XFER-LINKED
              END-SEARCH
           END-IF.

       CHECK-ONE-XREF-LINK.
           IF WX-ACCT-NO (XRX) = PT-ACCT-NO
              SET XRY TO 1
              SEARCH WS-XREF-ENTRY VARYING XRY
                 AT END CONTINUE
                 WHEN XRY > WS-XREF-COUNT
                    CONTINUE
                 WHEN WX-DOC-TYPE (XRY) = WX-DOC-TYPE (XRX)
                    AND WX-DOC-DIGITS (XRY) = WX-DOC-DIGITS (XRX)
                    AND WX-ACCT-NO (XRY) = PT-XFER-ACCT-NO
                    MOVE 'Y' TO WS-XFER-LINKED
              END-SEARCH
           END-IF.

       WRITE-TRANSFER-JOURNAL.
      *as duas pernas no diario, cada uma com o saldo resultante da
      *sua conta, marcadas 'T' e com a referencia comum - a
      *sequencia da perna de debito
           MOVE SPACES          TO JOURNAL-REC.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ     TO WS-XFER-REF.
           MOVE PT-ACCT-NO      TO JR-ACCT-NO.
           MOVE 'D'             TO JR-DC-CODE.
           MOVE PT-AMOUNT       TO JR-AMOUNT.
           MOVE WS-XFER-FROM-BALANCE TO JR-NEW-BALANCE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JR-TIMESTAMP.
           MOVE WS-CONTROL-DATE TO JR-TIMESTAMP (1:8).
           MOVE WS-JRNL-SEQ     TO JR-SEQ.
           MOVE WS-XFER-REF     TO JR-REF-SEQ.
           MOVE 'T'             TO JR-REV-FLAG.
           PERFORM WRITE-JOURNAL-IO.
           MOVE SPACES          TO JOURNAL-REC.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE PT-XFER-ACCT-NO TO JR-ACCT-NO.
           MOVE 'C'             TO JR-DC-CODE.
           MOVE PT-AMOUNT       TO JR-AMOUNT.
           MOVE WS-XFER-TO-BALANCE TO JR-NEW-BALANCE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JR-TIMESTAMP.
           MOVE WS-CONTROL-DATE TO JR-TIMESTAMP (1:8).
           MOVE WS-JRNL-SEQ     TO JR-SEQ.
           MOVE WS-XFER-REF     TO JR-REF-SEQ.
           MOVE 'T'             TO JR-REV-FLAG.
           PERFORM WRITE-JOURNAL-IO.

       WRITE-JOURNAL-RECORD.
           MOVE SPACES          TO JOURNAL-REC.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE PT-AMOUNT       TO JR-AMOUNT.
           MOVE ACCT-BALANCE    TO JR-NEW-BALANCE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO JR-TIMESTAMP.
           MOVE WS-CONTROL-DATE TO JR-TIMESTAMP (1:8).
           MOVE WS-JRNL-SEQ     TO JR-SEQ.
           MOVE ZERO            TO JR-REF-SEQ.
           MOVE SPACE           TO JR-REV-FLAG.
      *isencao sai como credito para o balanceamento e o estorno; o
      *flag 'W' separa a despesa do pagamento, como o 'T' separa a
      *transferencia
           IF PT-WAIVER
              MOVE 'C'          TO JR-DC-CODE
              MOVE 'W'          TO JR-REV-FLAG
           END-IF.
           IF FX-APPLIED
              MOVE PT-ORIG-CURRENCY TO JR-ORIG-CURRENCY
              MOVE WS-POST-CURRENCY TO JR-POST-CURRENCY
              MOVE PT-ORIG-AMOUNT   TO JR-ORIG-AMOUNT
              MOVE WS-FX-RATE       TO JR-FX-RATE
           END-IF.
           PERFORM WRITE-JOURNAL-IO.

       WRITE-JOURNAL-IO.
      *tentativas, e so entao cai na rejeicao definitiva
           IF WS-CURRENT-ATTEMPTS + 1 < WS-MAX-ATTEMPTS
              MOVE WS-EXCP-REASON TO RY-REJECT-REASON
              MOVE WS-CONTROL-DATE TO RY-REJECT-DATE
              COMPUTE RY-ATTEMPT-COUNT = WS-CURRENT-ATTEMPTS + 1
      *-------item liberado no PostRvw recicla marcado, para nao
      *-------voltar a fila de revisao na re-apresentacao
              MOVE WS-RELEASED-MODE TO RY-RELEASED-FLAG
              MOVE SPACES TO RY-TXN-IMAGE
              MOVE POST-TXN-REC TO RY-TXN-IMAGE (1:53)
              WRITE RECYCLE-REC
              IF RCYO-FILE-STATUS NOT = '00'
                 STRING 'WRITE RECY-OUT FAILED, STATUS '
              MOVE WS-EXCP-REASON TO FR-REASON
              COMPUTE FR-ATTEMPTS = WS-CURRENT-ATTEMPTS + 1
              MOVE SPACES TO FR-TXN-IMAGE
              MOVE POST-TXN-REC TO FR-TXN-IMAGE (1:53)
              WRITE FINAL-REJ-REC
              IF FREJ-FILE-STATUS NOT = '00'
                 STRING 'WRITE FINAL-REJ FAILED, STATUS '
           END-IF.

       CLOSE-STOP.
      *o valor retroativo e tratado antes de a data entrar no
      *PSTDATES: uma queda no meio dele deixa o restart voltar e
      *terminar pelo que ficou marcado no BACKVAL
           PERFORM PROCESS-BACK-VALUES.
           PERFORM MARK-DATE-POSTED.
           PERFORM WRITE-BALANCE-HISTORY.
           MOVE WS-TXN-COUNT     TO TRAILER-TXN-COUNT.
           MOVE WS-REVERSAL-TOTAL TO TRAILER-TOTAL.
           DISPLAY 'REVERSALS: ' WS-REVERSAL-COUNT
              '  REVERSED TOTAL: ' TRAILER-TOTAL.
           MOVE WS-XFER-TOTAL TO TRAILER-TOTAL.
           DISPLAY 'TRANSFERS: ' WS-XFER-COUNT
              '  TRANSFERRED TOTAL: ' TRAILER-TOTAL.
           DISPLAY 'FX CONVERTED: ' WS-FX-COUNT.
           MOVE WS-HOLD-TOTAL TO TRAILER-TOTAL.
           DISPLAY 'HELD FOR REVIEW: ' WS-HOLD-COUNT
              '  HELD TOTAL: ' TRAILER-TOTAL
              '  RELEASED POSTED: ' WS-RELEASED-COUNT.
           DISPLAY 'BACK-VALUED APPLIED: ' WS-BVAL-APPLIED-COUNT
              '  TO REVIEW LIST: ' WS-BVAL-REVIEW-COUNT.
           DISPLAY 'BALHIST DAYS ADJUSTED: ' WS-BALH-ADJUSTED
              '  INSERTED: ' WS-BALH-INSERTED.
           MOVE WS-INT-ADJ-TOTAL TO TRAILER-TOTAL.
           DISPLAY 'INTEREST ADJUSTMENTS: ' WS-INT-ADJ-COUNT
              '  ADJUSTED TOTAL: ' TRAILER-TOTAL.
           CLOSE POST-TXN .
           CLOSE ACCT-REC .
           CLOSE POST-JOURNAL .
           CLOSE RECY-OUT .
           CLOSE FINAL-REJ .
           CLOSE CHECKPOINT-FILE .
           CLOSE REVIEW-HOLD .
           CLOSE BACK-VALUE-LIST .
           PERFORM EMPTY-RELEASED-FILE.
           IF WS-EXCP-COUNT > ZERO
              OR WS-BVAL-REVIEW-COUNT > ZERO
              SET RC-EXCEPTIONS TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           SET RUNL-FN-COMPLETE TO TRUE.
           PERFORM RUN-CONTROL-END.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
           MOVE WS-TXN-COUNT         TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       GET-BUSINESS-DATE.
      *a data-movimento vem do controle BUSDTCTL, nao do relogio -
      *o trabalho que passa da meia-noite continua na data da noite;
      *controle nao avancado pelo DateRoll para o passo
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-DATE-INVALID
              MOVE BUSD-MESSAGE TO WS-ABEND-TEXT
              MOVE BUSD-BUSINESS-DATE TO RUNL-BUSINESS-DATE
              PERFORM ABEND-RUN
           END-IF.
           IF BUSD-PRIOR-RERUN
              DISPLAY 'ACCTPOST ' BUSD-MESSAGE
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-CONTROL-DATE.

       RUN-CONTROL-START.
      *registra o inicio no controle de execucao RUNCTL; passo de
      *postagem que ja terminou nesta data-movimento nao roda de
      *novo sem override do operador no RUNOVRD - para aqui, antes
      *de abrir qualquer arquivo
           MOVE 'ACCTPOST'     TO RUNL-STEP-NAME.
           SET RUNL-FN-START   TO TRUE.
           MOVE BUSD-BUSINESS-DATE TO RUNL-BUSINESS-DATE.
           MOVE ZERO           TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
           IF RUNL-RUN-BLOCKED
              DISPLAY 'ACCTPOST RERUN REFUSED FOR BUSINESS DATE '
                 RUNL-BUSINESS-DATE ': ' RUNL-MESSAGE
              SET RC-RERUN-REFUSED TO TRUE
              PERFORM AUDIT-LOG-END
              MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RUNL-MESSAGE NOT = SPACES
              DISPLAY 'ACCTPOST ' RUNL-MESSAGE
           END-IF.

       RUN-CONTROL-END.
      *registra o fim no controle de execucao - C ou F conforme quem
      *chamou - com o RETURN-CODE devolvido ao scheduler
           MOVE 'ACCTPOST'           TO RUNL-STEP-NAME.
           MOVE WS-FINAL-RETURN-CODE TO RUNL-RETURN-CODE.
           CALL 'RUNLOG' USING RUNL-PARMS.
