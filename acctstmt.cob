      *com bloco de endereco para envelope, limite e saldo, o juro
      *e o saldo atualizado (mesmo calculo do CALC-FINANCE-CHARGE
      *do FileHandling) e um canhoto de remessa destacavel.
      *O extrato diz tambem quanto o cliente tem de pagar e ate
      *quando: o minimo (percentual do saldo com piso, mais o
      *atrasado do ciclo anterior e o excesso sobre o limite, pela
      *regra do MINPARM) e o vencimento, rolado para dia util pelo
      *DATESRV (a mesma tabela HOLIDAYS de onde sai o PROCCAL).
      *Cada ciclo grava o record de pagamento minimo PMTDUE, que o
      *PmtTrack acompanha toda noite ate o vencimento.
      *Cliente do CUSTMST que optou pelo extrato consolidado
      *(CM-STMT-MODE 'C') recebe um documento so, com uma secao por
      *conta ligada no CUSTLNK, o total combinado e um canhoto que
      *lista todas as contas; as contas dele deixam de sair no
      *extrato individual (o PMTDUE de cada uma continua igual).
      *Com o HHKEY do HouseHld no job, o header do extrato leva a
      *chave do domicilio: a grafica envelopa junto os extratos de
      *mesma chave, depois de ordenar por CEP.
      *A preferencia de entrega do DLVPREF (console DlvPref) manda
      *o extrato de quem escolheu o eletronico, com consentimento e
      *e-mail registrados, para o feed EDLVFEED do fornecedor de
      *entrega eletronica, com manifesto no XMITLOG; so eletronico
      *sai da impressao da grafica, ambos ('B') vai pelos dois.
      *Sem consentimento o extrato - e os avisos regulatorios que
      *vao nele - continua no papel.
      *Com o PROCCAL no job so sai extrato das contas cujo ciclo de
      *faturamento (ACCT-BILL-CYCLE) fecha na data do run - a conta
      *ainda sem ciclo fecha no ultimo dia util do mes, como antes;
      *a conta fora do ciclo da noite tem o record do PMTDUE
      *copiado sem mudanca, para o PmtTrack continuar acompanhando o
      *minimo do extrato dela. Sem PROCCAL todas as contas saem.
      *A data do fechamento e a data-movimento do BUSDATE, a mesma
      *do FileHandling, e nao o relogio da maquina.

      *-----------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS MSG-FILE-STATUS .
           SELECT STATE-RATE ASSIGN TO STRATE
               FILE STATUS IS SRAT-FILE-STATUS .
           SELECT PMT-DUE ASSIGN TO PMTDUE
               FILE STATUS IS PDUE-FILE-STATUS .
           SELECT MIN-PARM ASSIGN TO MINPARM
               FILE STATUS IS MINP-FILE-STATUS .
           SELECT CUST-MASTER ASSIGN TO CUSTMST
               FILE STATUS IS CUST-FILE-STATUS .
           SELECT CUST-LINK ASSIGN TO CUSTLNK
               FILE STATUS IS LINK-FILE-STATUS .
           SELECT HOUSE-KEY-FILE ASSIGN TO HHKEY
               FILE STATUS IS HHK-FILE-STATUS .
           SELECT DLV-PREF ASSIGN TO DLVPREF
               FILE STATUS IS DLVP-FILE-STATUS .
           SELECT EDLV-FEED ASSIGN TO EDLVFEED
               FILE STATUS IS EDLV-FILE-STATUS .
           SELECT PROC-CAL ASSIGN TO PROCCAL
               FILE STATUS IS PCAL-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *conteudo em layout fixo carregavel: header 'H' por conta com
      *os campos de endereco separados, 'C' por co-titular, detalhe
      *'D' com os valores sem mascara e trailer 'T' com contagem de
      *extratos e totais; XH-HOUSE-KEY junta no mesmo envelope os
      *extratos do mesmo domicilio (sem domicilio, a propria conta)
       01  EXT-HEADER-REC.
           05 XH-REC-TYPE       PIC X(1) .
           05 XH-ACCT-NO        PIC X(8) .
           05 XH-CITY-COUNTY    PIC X(20) .
           05 XH-USA-STATE      PIC X(15) .
           05 XH-ZIP-CODE       PIC X(5) .
           05 XH-HOUSE-KEY      PIC X(8) .
           05 FILLER            PIC X(3) .

      *segundo layout da mesma area do FD (os 01 de um FD ja
      *compartilham a area implicitamente)
           05 XD-ACCT-BALANCE   PIC S9(7)V99 .
           05 XD-FIN-CHARGE     PIC S9(7)V99 .
           05 XD-NEW-BALANCE    PIC S9(7)V99 .
           05 XD-MIN-DUE        PIC S9(7)V99 .
           05 XD-DUE-DATE       PIC 9(8) .
           05 XD-PAST-DUE       PIC S9(7)V99 .
           05 FILLER            PIC X(49) .

      *extrato consolidado por cliente: header 'K' com o cliente no
      *lugar da conta e o endereco nas mesmas posicoes do 'H' (a
      *grafica ordena os dois por CEP do mesmo jeito), um 'D' por
      *conta da secao e o resumo 'S' do canhoto combinado
       01  EXT-CUST-HEADER-REC.
           05 XK-REC-TYPE       PIC X(1) .
           05 XK-CUST-NO        PIC X(8) .
           05 XK-LAST-NAME      PIC X(20) .
           05 XK-FIRST-NAME     PIC X(15) .
           05 XK-STREET-ADDR    PIC X(25) .
           05 XK-CITY-COUNTY    PIC X(20) .
           05 XK-USA-STATE      PIC X(15) .
           05 XK-ZIP-CODE       PIC X(5) .
           05 XK-HOUSE-KEY      PIC X(8) .
           05 FILLER            PIC X(3) .

       01  EXT-CUST-SUMMARY-REC.
           05 XS-REC-TYPE       PIC X(1) .
           05 XS-CUST-NO        PIC X(8) .
           05 XS-ACCT-COUNT     PIC 9(3) .
           05 XS-BALANCE-TOTAL  PIC S9(9)V99 .
           05 XS-NEWBAL-TOTAL   PIC S9(9)V99 .
           05 XS-MIN-DUE-TOTAL  PIC S9(9)V99 .
           05 XS-DUE-DATE       PIC 9(8) .
           05 XS-PAST-DUE-TOTAL PIC S9(9)V99 .
           05 FILLER            PIC X(56) .

      *o trailer leva a faixa de ciclos fechados na noite (zero sem
      *o PROCCAL), para a grafica conferir a remessa do dia
       01  EXT-TRAILER-REC.
           05 XT-REC-TYPE       PIC X(1) .
           05 XT-STMT-COUNT     PIC 9(7) .
           05 XT-BALANCE-TOTAL  PIC S9(11)V99 .
           05 XT-NEWBAL-TOTAL   PIC S9(11)V99 .
           05 XT-CYCLE-FROM     PIC 9(2) .
           05 XT-CYCLE-TO       PIC 9(2) .
           05 FILLER            PIC X(82) .

       FD STMT-MSG RECORDING MODE F .
      *mensagens dirigidas do extrato: aviso regulatorio ou de
      *compartilhado no copybook STRATE
           COPY STRATE.

       FD PMT-DUE RECORDING MODE F .
      *pagamento minimo do ciclo, lido do ciclo anterior (para o
      *atrasado) e regravado com o ciclo novo; layout compartilhado
      *no copybook PMTDUE
           COPY PMTDUE.

       FD PROC-CAL RECORDING MODE F .
      *mesmo calendario de processamento do FileHandling: a faixa
      *PC-CYCLE-FROM/TO da data do run diz quais ciclos fecham
       01  PROC-CAL-REC.
           05 PC-DATE           PIC 9(8) .
           05 PC-BUSINESS-DAY   PIC X(1) .
           05 PC-MONTH-END      PIC X(1) .
           05 PC-YEAR-END       PIC X(1) .
           05 PC-CYCLE-FROM     PIC 9(2) .
           05 PC-CYCLE-TO       PIC 9(2) .

       FD MIN-PARM RECORDING MODE F .
      *regra do pagamento minimo: percentual do saldo, piso em
      *valor e quantos dias corridos do fechamento ate o vencimento
       01  MIN-PARM-REC.
           05 MN-MIN-PERCENT    PIC 9V9(4) .
           05 MN-MIN-FLOOR      PIC 9(5)V99 .
           05 MN-DUE-DAYS       PIC 9(3) .

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
             88 CM-STMT-CONSOLIDATED VALUE 'C'.

       FD CUST-LINK RECORDING MODE F .
      *mesmo layout mantido pelo CustMaint
       01  CUST-LINK-REC.
           05 CL-CUST-NO        PIC X(8) .
           05 CL-ACCT-NO        PIC X(8) .

       FD HOUSE-KEY-FILE RECORDING MODE F .
      *domicilios formados pelo HouseHld; layout compartilhado no
      *copybook HHKEY
           COPY HHKEY.

       FD DLV-PREF RECORDING MODE F .
      *preferencia de entrega por conta ou cliente, mantida pelo
      *DlvPref; layout compartilhado no copybook DLVPREF
           COPY DLVPREF.

       FD EDLV-FEED RECORDING MODE F .
      *feed do fornecedor de entrega eletronica, no tamanho do
      *extrato da grafica: header 'E' por documento com o e-mail e
      *a chave da preferencia aplicada (o fornecedor devolve essa
      *chave no EDLVBNC quando o e-mail volta), o mesmo detalhe 'D'
      *do extrato, uma linha 'M' por linha de aviso e o trailer 'T'
       01  EDLV-HEADER-REC.
           05 EH-REC-TYPE       PIC X(1) .
           05 EH-DOC-TYPE       PIC X(1) .
           05 EH-DOC-KEY        PIC X(8) .
           05 EH-PREF-KEY-TYPE  PIC X(1) .
           05 EH-PREF-KEY       PIC X(8) .
           05 EH-LAST-NAME      PIC X(20) .
           05 EH-FIRST-NAME     PIC X(15) .
           05 EH-EMAIL          PIC X(50) .
           05 EH-DELIVERY       PIC X(1) .
           05 FILLER            PIC X(15) .

       01  EDLV-DETAIL-REC.
           05 ED-REC-TYPE       PIC X(1) .
           05 ED-ACCT-NO        PIC X(8) .
           05 ED-ACCT-LIMIT     PIC S9(7)V99 .
           05 ED-ACCT-BALANCE   PIC S9(7)V99 .
           05 ED-FIN-CHARGE     PIC S9(7)V99 .
           05 ED-NEW-BALANCE    PIC S9(7)V99 .
           05 ED-MIN-DUE        PIC S9(7)V99 .
           05 ED-DUE-DATE       PIC 9(8) .
           05 ED-PAST-DUE       PIC S9(7)V99 .
           05 FILLER            PIC X(49) .

       01  EDLV-MSG-REC.
           05 EM-REC-TYPE       PIC X(1) .
           05 EM-MSG-ID         PIC X(4) .
           05 EM-TEXT           PIC X(70) .
           05 FILLER            PIC X(45) .

       01  EDLV-TRAILER-REC.
           05 ET-REC-TYPE       PIC X(1) .
           05 ET-DOC-COUNT      PIC 9(7) .
           05 ET-BALANCE-TOTAL  PIC S9(11)V99 .
           05 ET-NEWBAL-TOTAL   PIC S9(11)V99 .
           05 FILLER            PIC X(86) .

       WORKING-STORAGE SECTION.
       01  LASTREC              PIC X(1) VALUE 'N'.
       01  COH-FILE-STATUS      PIC X(2) VALUE '00'.
           05 MC-HIT-COUNT       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(47) VALUE SPACES.

      *clientes com extrato consolidado e as contas ligadas a eles;
      *sem CUSTMST/CUSTLNK alocados todo extrato sai por conta
       01  CUST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  LINK-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-CUST-EOF          PIC X(1) VALUE 'N'.
           88 CUST-EOF          VALUE 'Y'.
       01  WS-LINK-EOF          PIC X(1) VALUE 'N'.
           88 LINK-EOF          VALUE 'Y'.
       01  WS-CONS-CUST-TABLE.
           05 WS-CONS-CUST-COUNT PIC 9(4) VALUE ZERO.
           05 WS-CONS-CUST-ENTRY OCCURS 500 TIMES
                 INDEXED BY CCX.
              10 WK-CUST-NO     PIC X(8).
              10 WK-LAST-NAME   PIC X(20).
              10 WK-FIRST-NAME  PIC X(15).
              10 WK-STREET-ADDR PIC X(25).
              10 WK-CITY-COUNTY PIC X(20).
              10 WK-USA-STATE   PIC X(15).
              10 WK-ZIP-CODE    PIC X(5).
       01  WS-CONS-LINK-TABLE.
           05 WS-CONS-LINK-COUNT PIC 9(4) VALUE ZERO.
           05 WS-CONS-LINK-ENTRY OCCURS 1000 TIMES
                 INDEXED BY CLX.
              10 WKL-ACCT-NO    PIC X(8).
              10 WKL-CUST-SUB   PIC 9(4).
       01  WS-CONS-FOUND        PIC X(1) VALUE 'N'.
           88 CONS-FOUND        VALUE 'Y'.
       01  WS-CUST-SUB          PIC 9(4) VALUE ZERO.

      *secoes do extrato consolidado guardadas na passada das
      *contas e impressas por cliente no final
       01  WS-SECTION-TABLE.
           05 WS-SECTION-COUNT  PIC 9(4) VALUE ZERO.
           05 WS-SECTION-ENTRY OCCURS 1000 TIMES
                 INDEXED BY SCX.
              10 WKS-CUST-SUB     PIC 9(4).
              10 WKS-ACCT-NO      PIC X(8).
              10 WKS-USA-STATE    PIC X(15).
              10 WKS-ACCT-LIMIT   PIC S9(7)V99 COMP-3.
              10 WKS-ACCT-BALANCE PIC S9(7)V99 COMP-3.
              10 WKS-FIN-CHARGE   PIC S9(7)V99 COMP-3.
              10 WKS-NEW-BALANCE  PIC S9(7)V99 COMP-3.
              10 WKS-MIN-DUE      PIC S9(7)V99 COMP-3.
              10 WKS-PAST-DUE     PIC S9(7)V99 COMP-3.
              10 WKS-APPLIED-RATE PIC 9V9(4).

      *documento em montagem: extrato de uma conta ('A') ou
      *consolidado do cliente ('K'), com os totais combinados
       01  WS-DOC-MODE          PIC X(1) VALUE 'A'.
           88 DOC-ACCOUNT       VALUE 'A'.
           88 DOC-CONSOLIDATED  VALUE 'K'.
       01  WS-DOC-SECTIONS      PIC 9(4) VALUE ZERO.
       01  WS-DOC-BAL-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-DOC-NEWBAL-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-DOC-MIN-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-DOC-PAST-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-CONS-DOC-COUNT    PIC 9(7) VALUE ZERO.

      *contas de domicilio com mais de uma conta, carregadas do
      *HHKEY; o extrato vai para o envelope do domicilio inteiro
       01  HHK-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-HHK-EOF           PIC X(1) VALUE 'N'.
           88 HHK-EOF           VALUE 'Y'.
       01  WS-HHK-TABLE.
           05 WS-HHK-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-HHK-ENTRY OCCURS 3000 TIMES
                 INDEXED BY HKX.
              10 WHK-ACCT-NO    PIC X(8).
              10 WHK-HOUSE-KEY  PIC X(8).
       01  WS-HOUSE-ACCT        PIC X(8) VALUE SPACES.
       01  WS-HOUSE-KEY         PIC X(8) VALUE SPACES.

      *preferencias de entrega do DLVPREF: 'A' por conta, 'C' por
      *cliente e 'L' a do cliente copiada para cada conta ligada a
      *ele no CUSTLNK; sem o dataset alocado tudo sai em papel
       01  DLVP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  EDLV-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-DLVP-EOF          PIC X(1) VALUE 'N'.
           88 DLVP-EOF          VALUE 'Y'.
       01  WS-DLV-TABLE.
           05 WS-DLV-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-DLV-ENTRY OCCURS 3000 TIMES
                 INDEXED BY DVX DVY.
              10 WD-KEY-TYPE    PIC X(1).
              10 WD-KEY         PIC X(8).
              10 WD-PREF-TYPE   PIC X(1).
              10 WD-PREF-KEY    PIC X(8).
              10 WD-DELIVERY    PIC X(1).
              10 WD-EMAIL       PIC X(50).
              10 WD-CONSENT     PIC 9(8).
       01  WS-DLV-FOUND         PIC X(1) VALUE 'N'.
           88 DLV-FOUND         VALUE 'Y'.
       01  WS-DLV-CUST-PREFS    PIC 9(4) VALUE ZERO.
       01  WS-DLV-FIND-TYPE     PIC X(1) VALUE SPACE.
       01  WS-DLV-FIND-KEY      PIC X(8) VALUE SPACES.
       01  WS-DLV-SUB           PIC 9(4) VALUE ZERO.

      *destino do documento da vez: papel, eletronico ou os dois
       01  WS-DLV-ROUTE         PIC X(1) VALUE 'P'.
           88 ROUTE-PAPER       VALUE 'P'.
           88 ROUTE-ELECTRONIC  VALUE 'E'.
           88 ROUTE-BOTH        VALUE 'B'.
       01  WS-EDLV-DOC-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-EDLV-ONLY-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-NO-CONSENT-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-EDLV-BAL-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-EDLV-NEWBAL-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.

      *valores da conta testados pelo criterio da mensagem dirigida
       01  WS-MSG-STATE         PIC X(15) VALUE SPACES.
       01  WS-MSG-BALANCE       PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-MSG-LIMIT         PIC S9(7)V99 COMP-3 VALUE ZERO.

      *totais do trailer do extrato estruturado da grafica
       01  EXT-FILE-STATUS      PIC X(2) VALUE '00'.
       01  WS-EXT-BAL-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
                 INDEXED BY SRX.
              10 WSR-STATE      PIC X(15).
              10 WSR-RATE       PIC 9V9(4).
              10 WSR-EFF-DATE   PIC 9(8).
       01  WS-SRATE-FOUND       PIC X(1) VALUE 'N'.
       01  WS-SRATE-REFUSED     PIC 9(3) VALUE ZERO.
       01  WS-APPLIED-RATE      PIC 9V9(4) VALUE ZERO.

      *vigencia das linhas do STRATE, compartilhada via copybook
           COPY TERMDATE.

       01  WS-FINANCE-CHARGE    PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-NEW-BALANCE       PIC S9(7)V99 COMP-3 VALUE ZERO.

      *regra do pagamento minimo: os defaults compilados valem sem o
      *MINPARM no job
       01  MINP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-MIN-PERCENT       PIC 9V9(4) VALUE .0200.
       01  WS-MIN-FLOOR         PIC 9(5)V99 VALUE 25.00.
       01  WS-DUE-DAYS          PIC 9(3) VALUE 25.

      *data do fechamento e vencimento do ciclo, iguais para todas
      *as contas desta execucao
       01  WS-CYCLE-DATE        PIC 9(8) VALUE ZERO.
       01  WS-DUE-DATE          PIC 9(8) VALUE ZERO.
       01  WS-DUE-INTEGER       PIC S9(9) VALUE ZERO.

      *minimo da conta corrente e as parcelas que o compoem
       01  WS-MIN-DUE           PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-PAST-DUE-AMT      PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-OVERLIMIT-AMT     PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  WS-FIRST-MISS-DATE   PIC 9(8) VALUE ZERO.
       01  WS-PREV-MISS-DATE    PIC 9(8) VALUE ZERO.

      *pagamento minimo do ciclo anterior carregado em tabela; sem
      *o dataset alocado nenhuma conta traz atrasado
       01  PDUE-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PDUE-EOF          PIC X(1) VALUE 'N'.
           88 PDUE-EOF          VALUE 'Y'.
       01  WS-PDUE-TABLE.
           05 WS-PDUE-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-PDUE-ENTRY OCCURS 1000 TIMES
                 INDEXED BY PDX.
              10 WP-ACCT-NO     PIC X(8).
              10 WP-MIN-DUE     PIC S9(7)V99 COMP-3.
              10 WP-PAID-AMOUNT PIC S9(7)V99 COMP-3.
              10 WP-STATUS      PIC X(1).
              10 WP-MISS-DATE   PIC 9(8).
              10 WP-FIRST-MISS  PIC 9(8).
              10 WP-PDUE-IMAGE  PIC X(63).
       01  WS-PDUE-FOUND        PIC X(1) VALUE 'N'.
           88 PDUE-FOUND        VALUE 'Y'.
       01  WS-PDUE-WRITTEN      PIC 9(7) VALUE ZERO.
       01  WS-PDUE-CARRIED      PIC 9(7) VALUE ZERO.

      *ciclos de faturamento que fecham na data do run, do PROCCAL;
      *sem o calendario todas as contas entram no extrato
       01  PCAL-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-PCAL-EOF          PIC X(1) VALUE 'N'.
           88 PCAL-EOF          VALUE 'Y'.
       01  WS-CALENDAR-FOUND    PIC X(1) VALUE 'N'.
           88 CALENDAR-FOUND    VALUE 'Y'.
       01  WS-MONTH-END-DAY     PIC X(1) VALUE 'N'.
           88 LAST-BUSINESS-DAY VALUE 'Y'.
       01  WS-CYCLE-FROM        PIC 9(2) VALUE ZERO.
       01  WS-CYCLE-TO          PIC 9(2) VALUE ZERO.
       01  WS-ACCT-IN-CYCLE     PIC X(1) VALUE 'Y'.
           88 ACCT-IN-CYCLE     VALUE 'Y'.

      *área de parâmetros trocada com o subprograma DATESRV
           COPY DATEPRM.

      *área de parâmetros trocada com o subprograma XMITLOG
           COPY XMITPRM.

      *área de parâmetros trocada com o subprograma BUSDATE
           COPY BUSDPRM.

      *codigo de retorno do job, devolvido ao scheduler via RETURN-CODE
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           05 ST-APPLIED-RATE    PIC 9.9999.
           05 FILLER             PIC X(6)  VALUE SPACES.

      *o quanto pagar e ate quando, logo abaixo do saldo novo
       01  STMT-MINDUE-LINE.
           05 FILLER             PIC X(21)
              VALUE 'MINIMUM PAYMENT DUE: '.
           05 ST-MIN-DUE         PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(18)
              VALUE 'PAYMENT DUE DATE: '.
           05 ST-DUE-DATE        PIC 9999/99/99.
           05 FILLER             PIC X(13) VALUE SPACES.

       01  STMT-PASTDUE-LINE.
           05 FILLER             PIC X(26)
              VALUE 'INCLUDES PAST DUE AMOUNT: '.
           05 ST-PAST-DUE        PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(41) VALUE SPACES.

      *canhoto de remessa: o cliente destaca e devolve com o
      *pagamento, identificando a conta e o valor devido
       01  STMT-STUB-CUT-LINE.
           05 ST-STUB-AMOUNT     PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(23) VALUE SPACES.

       01  STMT-STUB-MIN-LINE.
           05 FILLER             PIC X(13) VALUE 'MINIMUM DUE: '.
           05 ST-STUB-MIN-DUE    PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'DUE DATE: '.
           05 ST-STUB-DUE-DATE   PIC 9999/99/99.
           05 FILLER             PIC X(29) VALUE SPACES.

       01  STMT-BLANK-LINE       PIC X(80) VALUE SPACES.

      *linhas proprias do extrato consolidado do cliente
       01  STMT-CONS-TITLE-LINE.
           05 FILLER             PIC X(26)
              VALUE 'CONSOLIDATED STATEMENT    '.
           05 ST-CONS-CUST-NO    PIC X(8).
           05 FILLER             PIC X(46) VALUE SPACES.

       01  STMT-SECTION-LINE.
           05 FILLER             PIC X(9)  VALUE 'ACCOUNT: '.
           05 ST-SECTION-ACCT-NO PIC X(8).
           05 FILLER             PIC X(63) VALUE SPACES.

       01  STMT-COMBINED-LINE.
           05 FILLER             PIC X(22)
              VALUE 'COMBINED NEW BALANCE: '.
           05 ST-COMB-NEWBAL     PIC $$$,$$$,$$9.99-.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(15) VALUE 'TOTAL MINIMUM: '.
           05 ST-COMB-MIN-DUE    PIC $$$,$$$,$$9.99.
           05 FILLER             PIC X(11) VALUE SPACES.

       01  STMT-STUB-ACCT-LINE.
           05 FILLER             PIC X(6)  VALUE 'ACCT: '.
           05 ST-STUB-LIST-ACCT  PIC X(8).
           05 FILLER             PIC X(14) VALUE '  AMOUNT DUE: '.
           05 ST-STUB-LIST-AMT   PIC $$,$$$,$$9.99-.
           05 FILLER             PIC X(11) VALUE '  MINIMUM: '.
           05 ST-STUB-LIST-MIN   PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(14) VALUE SPACES.

       01  STMT-STUB-CUST-LINE.
           05 FILLER             PIC X(22)
              VALUE 'REMIT WITH CUSTOMER: '.
           05 ST-STUB-CUST-NO    PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(11) VALUE 'TOTAL DUE: '.
           05 ST-STUB-CUST-AMT   PIC $$$,$$$,$$9.99-.
           05 FILLER             PIC X(22) VALUE SPACES.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM READ-NEXT-RECORD.
           PERFORM WRITE-CONSOLIDATED-STMTS.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           PERFORM GET-BUSINESS-DATE.
           PERFORM READ-RUN-PARM.
           PERFORM LOAD-COHOLDERS.
           PERFORM LOAD-STMT-MESSAGES.
           PERFORM LOAD-STATE-RATES.
           PERFORM READ-MIN-PARM.
           PERFORM LOAD-PREV-PMT-DUE.
           PERFORM LOAD-CONSOLIDATION.
           PERFORM LOAD-HOUSE-KEYS.
           PERFORM LOAD-DELIVERY-PREFS.
           PERFORM CALC-DUE-DATE.
           PERFORM READ-PROC-CALENDAR.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 EXT-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT PMT-DUE .
           IF PDUE-FILE-STATUS NOT = '00'
              STRING 'OPEN OUTPUT PMT-DUE FAILED, STATUS '
                 PDUE-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT EDLV-FEED .
           IF EDLV-FILE-STATUS NOT = '00'
              STRING 'OPEN EDLV-FEED FAILED, STATUS '
                 EDLV-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           PERFORM STAMP-RUN-HEADER.

      *parágrafo STAMP-RUN-HEADER, compartilhado via copybook
              PERFORM WRITE-STMT-REC
           END-IF.

       LOAD-CONSOLIDATION.
      *clientes que optaram pelo consolidado e as contas ligadas a
      *eles; conta ligada a dois clientes consolidados fica com o
      *primeiro vinculo do CUSTLNK
           OPEN INPUT CUST-MASTER.
           IF CUST-FILE-STATUS = '05' OR CUST-FILE-STATUS = '35'
              MOVE 'Y' TO WS-CUST-EOF
           ELSE
              IF CUST-FILE-STATUS NOT = '00'
                 STRING 'OPEN CUST-MASTER FAILED, STATUS '
                    CUST-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-CUST-REC
              PERFORM UNTIL CUST-EOF
                 IF CM-STMT-CONSOLIDATED
                    IF WS-CONS-CUST-COUNT = 500
                       STRING 'CONSOLIDATED CUSTOMER TABLE FULL AT '
                          '500' DELIMITED BY SIZE INTO WS-ABEND-TEXT
                       PERFORM ABEND-RUN
                    END-IF
                    ADD 1 TO WS-CONS-CUST-COUNT
                    SET CCX TO WS-CONS-CUST-COUNT
                    MOVE CM-CUST-NO     TO WK-CUST-NO (CCX)
                    MOVE CM-LAST-NAME   TO WK-LAST-NAME (CCX)
                    MOVE CM-FIRST-NAME  TO WK-FIRST-NAME (CCX)
                    MOVE CM-STREET-ADDR TO WK-STREET-ADDR (CCX)
                    MOVE CM-CITY-COUNTY TO WK-CITY-COUNTY (CCX)
                    MOVE CM-USA-STATE   TO WK-USA-STATE (CCX)
                    MOVE CM-ZIP-CODE    TO WK-ZIP-CODE (CCX)
                 END-IF
                 PERFORM READ-CUST-REC
              END-PERFORM
              CLOSE CUST-MASTER
           END-IF.
           IF WS-CONS-CUST-COUNT > ZERO
              PERFORM LOAD-CONS-LINKS
           END-IF.

       READ-CUST-REC.
           READ CUST-MASTER
           AT END MOVE 'Y' TO WS-CUST-EOF
           END-READ.
           IF CUST-FILE-STATUS NOT = '00'
              AND CUST-FILE-STATUS NOT = '10'
              STRING 'READ CUST-MASTER FAILED, STATUS '
                 CUST-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       LOAD-CONS-LINKS.
           OPEN INPUT CUST-LINK.
           IF LINK-FILE-STATUS = '05' OR LINK-FILE-STATUS = '35'
              MOVE 'Y' TO WS-LINK-EOF
           ELSE
              IF LINK-FILE-STATUS NOT = '00'
                 STRING 'OPEN CUST-LINK FAILED, STATUS '
                    LINK-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-LINK-REC
              PERFORM UNTIL LINK-EOF
                 PERFORM NOTE-CONS-LINK
                 PERFORM READ-LINK-REC
              END-PERFORM
              CLOSE CUST-LINK
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

       NOTE-CONS-LINK.
           MOVE 'N' TO WS-CONS-FOUND.
           SET CCX TO 1.
           SEARCH WS-CONS-CUST-ENTRY
              AT END MOVE 'N' TO WS-CONS-FOUND
              WHEN CCX > WS-CONS-CUST-COUNT
                 MOVE 'N' TO WS-CONS-FOUND
              WHEN WK-CUST-NO (CCX) = CL-CUST-NO
                 MOVE 'Y' TO WS-CONS-FOUND
           END-SEARCH.
           IF CONS-FOUND
              SET WS-CUST-SUB TO CCX
              MOVE CL-ACCT-NO TO ACCT-NO
              PERFORM FIND-CONS-LINK
              IF NOT CONS-FOUND
                 IF WS-CONS-LINK-COUNT = 1000
                    STRING 'CONSOLIDATED LINK TABLE FULL AT 1000'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-CONS-LINK-COUNT
                 SET CLX TO WS-CONS-LINK-COUNT
                 MOVE CL-ACCT-NO  TO WKL-ACCT-NO (CLX)
                 MOVE WS-CUST-SUB TO WKL-CUST-SUB (CLX)
              END-IF
           END-IF.

       FIND-CONS-LINK.
      *a conta da vez (ACCT-NO) pertence a cliente consolidado?
           MOVE 'N' TO WS-CONS-FOUND.
           IF WS-CONS-LINK-COUNT > ZERO
              SET CLX TO 1
              SEARCH WS-CONS-LINK-ENTRY
                 AT END MOVE 'N' TO WS-CONS-FOUND
                 WHEN CLX > WS-CONS-LINK-COUNT
                    MOVE 'N' TO WS-CONS-FOUND
                 WHEN WKL-ACCT-NO (CLX) = ACCT-NO
                    MOVE 'Y' TO WS-CONS-FOUND
              END-SEARCH
           END-IF.

       LOAD-STMT-MESSAGES.
      *carrega as mensagens dirigidas; sem o dataset alocado o
      *extrato sai sem a secao de avisos, como sempre foi
           END-IF.

       WRITE-ONE-MSG-LINE.
           PERFORM TEST-MSG-FOR-DOC.
           IF MSG-QUALIFIES
              IF WS-MSG-PRINTED = 'N'
                 MOVE MSG-SECTION-LINE TO STMT-REC
              END-IF
           END-IF.

       TEST-MSG-FOR-DOC.
      *no consolidado a mensagem vale para o documento quando
      *qualquer uma das contas da secao satisfaz o criterio
           IF DOC-CONSOLIDATED
              MOVE 'N' TO WS-MSG-QUALIFIES
              PERFORM TEST-MSG-ONE-SECTION
                 VARYING SCX FROM 1 BY 1
                 UNTIL SCX > WS-SECTION-COUNT OR MSG-QUALIFIES
           ELSE
              MOVE USA-STATE    TO WS-MSG-STATE
              MOVE ACCT-BALANCE TO WS-MSG-BALANCE
              MOVE ACCT-LIMIT   TO WS-MSG-LIMIT
              PERFORM TEST-MSG-CRITERIA
           END-IF.

       TEST-MSG-ONE-SECTION.
           IF WKS-CUST-SUB (SCX) = WS-CUST-SUB
              MOVE WKS-USA-STATE (SCX)    TO WS-MSG-STATE
              MOVE WKS-ACCT-BALANCE (SCX) TO WS-MSG-BALANCE
              MOVE WKS-ACCT-LIMIT (SCX)   TO WS-MSG-LIMIT
              PERFORM TEST-MSG-CRITERIA
           END-IF.

       TEST-MSG-CRITERIA.
           MOVE 'N' TO WS-MSG-QUALIFIES.
           EVALUATE WM-CRIT-TYPE (MGX)
              WHEN 'A'
                 MOVE 'Y' TO WS-MSG-QUALIFIES
              WHEN 'S'
                 IF WS-MSG-STATE = WM-STATE (MGX)
                    MOVE 'Y' TO WS-MSG-QUALIFIES
                 END-IF
              WHEN 'B'
                 IF WS-MSG-BALANCE >= WM-BAL-LOW (MGX)
                    AND WS-MSG-BALANCE <= WM-BAL-HIGH (MGX)
                    MOVE 'Y' TO WS-MSG-QUALIFIES
                 END-IF
              WHEN 'O'
      *----------mesma condicao sinalizada no WRITE-GOOD-RECORD do
      *----------FileHandling
                 IF WS-MSG-BALANCE > WS-MSG-LIMIT
                    MOVE 'Y' TO WS-MSG-QUALIFIES
                 END-IF
              WHEN OTHER
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              MOVE WS-CYCLE-DATE TO WS-TERMS-TODAY
              PERFORM READ-SRAT-REC
              PERFORM UNTIL SRAT-EOF
                 PERFORM LOAD-ONE-STATE-RATE
                 PERFORM READ-SRAT-REC
              END-PERFORM
              CLOSE STATE-RATE
           END-IF.

       LOAD-ONE-STATE-RATE.
      *das linhas em vigor do mesmo estado vale a de vigencia mais
      *recente; a linha pendente so entra no dia da vigencia, e a
      *digitada sem o prazo de aviso ao cliente e RECUSADA como a
      *que passa do teto legal
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
                 DISPLAY 'STATE RATE REFUSED OVER LEGAL CAP: '
                    TR-USA-STATE
              WHEN TERMS-REFUSED
                 ADD 1 TO WS-SRATE-REFUSED
                 DISPLAY 'STATE RATE REFUSED SHORT NOTICE: '
                    TR-USA-STATE
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
                 CONTINUE
           END-EVALUATE.

      *paragrafo CLASSIFY-TERMS-ROW, compartilhado via copybook
           COPY TERMDTPR.

       READ-RUN-PARM.
      *record de controle opcional: sem RUNPARM no job vale a taxa
      *compilada, a mesma default do FileHandling
              CLOSE RUN-PARM
           END-IF.

       READ-MIN-PARM.
      *record de regra opcional: sem MINPARM no job valem os
      *defaults compilados
           OPEN INPUT MIN-PARM.
           IF MINP-FILE-STATUS = '00'
              READ MIN-PARM
              IF MINP-FILE-STATUS = '00'
                 IF MN-MIN-PERCENT NUMERIC
                    AND MN-MIN-PERCENT > ZERO
                    MOVE MN-MIN-PERCENT TO WS-MIN-PERCENT
                 END-IF
                 IF MN-MIN-FLOOR NUMERIC
                    MOVE MN-MIN-FLOOR TO WS-MIN-FLOOR
                 END-IF
                 IF MN-DUE-DAYS NUMERIC
                    AND MN-DUE-DAYS > ZERO
                    MOVE MN-DUE-DAYS TO WS-DUE-DAYS
                 END-IF
              END-IF
              CLOSE MIN-PARM
           END-IF.

       LOAD-PREV-PMT-DUE.
      *minimo do ciclo anterior, com o que o PmtTrack ja abateu;
      *sem o dataset alocado (primeiro ciclo) ninguem traz atrasado
           OPEN INPUT PMT-DUE.
           IF PDUE-FILE-STATUS = '05' OR PDUE-FILE-STATUS = '35'
              MOVE 'Y' TO WS-PDUE-EOF
           ELSE
              IF PDUE-FILE-STATUS NOT = '00'
                 STRING 'OPEN PMT-DUE FAILED, STATUS '
                    PDUE-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-PDUE-REC
              PERFORM UNTIL PDUE-EOF OR WS-PDUE-COUNT = 1000
                 ADD 1 TO WS-PDUE-COUNT
                 SET PDX TO WS-PDUE-COUNT
                 MOVE PD-ACCT-NO         TO WP-ACCT-NO (PDX)
                 MOVE PD-MIN-DUE         TO WP-MIN-DUE (PDX)
                 MOVE PD-PAID-AMOUNT     TO WP-PAID-AMOUNT (PDX)
                 MOVE PD-STATUS          TO WP-STATUS (PDX)
                 MOVE PD-MISS-DATE       TO WP-MISS-DATE (PDX)
                 MOVE PD-FIRST-MISS-DATE TO WP-FIRST-MISS (PDX)
                 MOVE PMT-DUE-REC        TO WP-PDUE-IMAGE (PDX)
                 PERFORM READ-PDUE-REC
              END-PERFORM
              CLOSE PMT-DUE
              IF NOT PDUE-EOF
                 STRING 'PMT-DUE TABLE FULL AT 1000 ENTRIES'
                    DELIMITED BY SIZE INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
           END-IF.

       READ-PDUE-REC.
           READ PMT-DUE
           AT END MOVE 'Y' TO WS-PDUE-EOF
           END-READ.
           IF PDUE-FILE-STATUS NOT = '00'
              AND PDUE-FILE-STATUS NOT = '10'
              STRING 'READ PMT-DUE FAILED, STATUS '
                 PDUE-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       READ-PROC-CALENDAR.
      *procura a data do fechamento no calendario de processamento:
      *a faixa de ciclos da noite e se e o ultimo dia util do mes;
      *sem PROCCAL no job, ou sem a data nele, todas as contas saem
           OPEN INPUT PROC-CAL.
           IF PCAL-FILE-STATUS = '05' OR PCAL-FILE-STATUS = '35'
              MOVE 'Y' TO WS-PCAL-EOF
           ELSE
              IF PCAL-FILE-STATUS NOT = '00'
                 STRING 'OPEN PROC-CAL FAILED, STATUS '
                    PCAL-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-PCAL-REC
              PERFORM UNTIL PCAL-EOF
                 IF PC-DATE = WS-CYCLE-DATE
                    MOVE 'Y' TO WS-CALENDAR-FOUND
                    IF PC-MONTH-END = 'Y'
                       MOVE 'Y' TO WS-MONTH-END-DAY
                    END-IF
                    IF PC-CYCLE-FROM NUMERIC
                       AND PC-CYCLE-FROM > ZERO
                       MOVE PC-CYCLE-FROM TO WS-CYCLE-FROM
                       MOVE PC-CYCLE-TO   TO WS-CYCLE-TO
                    END-IF
                 END-IF
                 PERFORM READ-PCAL-REC
              END-PERFORM
              CLOSE PROC-CAL
           END-IF.
           IF CALENDAR-FOUND
              DISPLAY 'ACCTSTMT: BILLING CYCLES ' WS-CYCLE-FROM
                 ' TO ' WS-CYCLE-TO '  LAST BUSINESS DAY: '
                 WS-MONTH-END-DAY
           END-IF.

       READ-PCAL-REC.
           READ PROC-CAL
           AT END MOVE 'Y' TO WS-PCAL-EOF
           END-READ.
           IF PCAL-FILE-STATUS NOT = '00'
              AND PCAL-FILE-STATUS NOT = '10'
              STRING 'READ PROC-CAL FAILED, STATUS ' PCAL-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SET-ACCOUNT-CYCLE.
      *mesma regra do SET-ACCOUNT-CYCLE do FileHandling: a conta com
      *ciclo entra se o ciclo dela fecha hoje; a sem ciclo, no
      *ultimo dia util do mes
           IF NOT CALENDAR-FOUND
              MOVE 'Y' TO WS-ACCT-IN-CYCLE
           ELSE
              MOVE 'N' TO WS-ACCT-IN-CYCLE
              IF ACCT-BILL-CYCLE NUMERIC
                 AND NOT BILL-CYCLE-UNASSIGNED
                 IF WS-CYCLE-FROM > ZERO
                    AND ACCT-BILL-CYCLE NOT < WS-CYCLE-FROM
                    AND ACCT-BILL-CYCLE NOT > WS-CYCLE-TO
                    MOVE 'Y' TO WS-ACCT-IN-CYCLE
                 END-IF
              ELSE
                 IF LAST-BUSINESS-DAY
                    MOVE 'Y' TO WS-ACCT-IN-CYCLE
                 END-IF
              END-IF
           END-IF.

       GET-BUSINESS-DATE.
      *a data-movimento vem do controle BUSDTCTL, nao do relogio -
      *o fechamento que passa da meia-noite continua na data da
      *noite e casa com o PROCCAL como no FileHandling
           CALL 'BUSDATE' USING BUSD-PARMS.
           IF BUSD-DATE-INVALID
              MOVE BUSD-MESSAGE TO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           IF BUSD-PRIOR-RERUN
              DISPLAY 'ACCTSTMT ' BUSD-MESSAGE
           END-IF.
           MOVE BUSD-BUSINESS-DATE TO WS-CYCLE-DATE.

       CALC-DUE-DATE.
      *vencimento = fechamento mais os dias corridos da regra; caindo
      *em fim de semana ou feriado rola para o proximo dia util (o
      *DATESRV avanca um dia util a partir da vespera, o que devolve
      *a propria data quando ela ja e util)
           COMPUTE WS-DUE-INTEGER =
              FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
              + WS-DUE-DAYS - 1.
           MOVE 'B'            TO DS-FUNCTION.
           MOVE WS-DUE-INTEGER TO DS-DATE-INTEGER.
           MOVE 1              TO DS-DAYS-COUNT.
           CALL 'DATESRV' USING DATE-PARMS.
           IF DS-RETURN-CODE NOT = ZERO
              STRING 'DATESRV FAILED ON DUE DATE, RC '
                 DS-RETURN-CODE DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           COMPUTE WS-DUE-DATE =
              FUNCTION DATE-OF-INTEGER (DS-DATE-INTEGER).

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *devolvido (supressao de correspondencia) fica fora da mala
      *ate a agencia conseguir endereco bom - ela sai na lista de
      *trabalho do BadAddr, nao daqui
      *o minimo do ciclo e calculado e gravado no PMTDUE mesmo com
      *a correspondencia suspensa - a obrigacao existe com ou sem
      *o envelope; conta baixada ou escheatada nao tem mais minimo
      *conta cujo ciclo nao fecha hoje so tem o PMTDUE copiado
           PERFORM READ-RECORD
              PERFORM UNTIL LASTREC = 'Y'
              IF NOT ACCT-ST-CLOSED
                 PERFORM SET-ACCOUNT-CYCLE
              END-IF
              IF NOT ACCT-ST-CLOSED
                 AND NOT ACCT-IN-CYCLE
                 IF NOT ACCT-ST-CHGOFF
                    AND NOT ACCT-ST-ESCHEAT
                    PERFORM CARRY-PMT-DUE-REC
                 END-IF
              END-IF
              IF NOT ACCT-ST-CLOSED
                 AND ACCT-IN-CYCLE
                 PERFORM CALC-FINANCE-CHARGE
                 IF NOT ACCT-ST-CHGOFF
                    AND NOT ACCT-ST-ESCHEAT
                    PERFORM CALC-MINIMUM-DUE
                    PERFORM WRITE-PMT-DUE-REC
                 ELSE
                    MOVE ZERO TO WS-MIN-DUE
                    MOVE ZERO TO WS-PAST-DUE-AMT
                 END-IF
                 IF NOT MAIL-SUPPRESSED
                    PERFORM FIND-CONS-LINK
                    IF CONS-FOUND
                       PERFORM SAVE-CONS-SECTION
                    ELSE
                       PERFORM ROUTE-ACCOUNT-STATEMENT
                    END-IF
                 END-IF
              END-IF
              PERFORM READ-RECORD
              END-PERFORM

       WRITE-STATEMENT-PAGE.
      *uma pagina por conta: cabecalho, bloco de endereco, valores,
      *juros, minimo com vencimento e canhoto de remessa
           MOVE 'A' TO WS-DOC-MODE.
           MOVE ACCT-NO       TO ST-TITLE-ACCT-NO.
           PERFORM WRITE-LINE-FROM-TITLE.
           MOVE RUN-HEADER-LINE TO STMT-REC.
           MOVE WS-APPLIED-RATE   TO ST-APPLIED-RATE.
           MOVE STMT-CHARGE-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE WS-MIN-DUE       TO ST-MIN-DUE.
           MOVE WS-DUE-DATE      TO ST-DUE-DATE.
           MOVE STMT-MINDUE-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           IF WS-PAST-DUE-AMT > ZERO
              MOVE WS-PAST-DUE-AMT   TO ST-PAST-DUE
              MOVE STMT-PASTDUE-LINE TO STMT-REC
              PERFORM WRITE-STMT-REC
           END-IF.
           MOVE STMT-BLANK-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           PERFORM WRITE-MESSAGE-SECTION.
           MOVE WS-NEW-BALANCE TO ST-STUB-AMOUNT.
           MOVE STMT-STUB-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE WS-MIN-DUE     TO ST-STUB-MIN-DUE.
           MOVE WS-DUE-DATE    TO ST-STUB-DUE-DATE.
           MOVE STMT-STUB-MIN-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE STMT-STUB-CUT-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           ADD 1 TO WS-STMT-COUNT.
           PERFORM WRITE-EXTRACT-RECORDS.

       SAVE-CONS-SECTION.
      *conta de cliente consolidado: os valores ja calculados vao
      *para a secao do documento do cliente, impresso no final
           IF WS-SECTION-COUNT = 1000
              STRING 'CONSOLIDATED SECTION TABLE FULL AT 1000'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           SET SCX TO WS-SECTION-COUNT.
           MOVE WKL-CUST-SUB (CLX) TO WKS-CUST-SUB (SCX).
           MOVE ACCT-NO            TO WKS-ACCT-NO (SCX).
           MOVE USA-STATE          TO WKS-USA-STATE (SCX).
           MOVE ACCT-LIMIT         TO WKS-ACCT-LIMIT (SCX).
           MOVE ACCT-BALANCE       TO WKS-ACCT-BALANCE (SCX).
           MOVE WS-FINANCE-CHARGE  TO WKS-FIN-CHARGE (SCX).
           MOVE WS-NEW-BALANCE     TO WKS-NEW-BALANCE (SCX).
           MOVE WS-MIN-DUE         TO WKS-MIN-DUE (SCX).
           MOVE WS-PAST-DUE-AMT    TO WKS-PAST-DUE (SCX).
           MOVE WS-APPLIED-RATE    TO WKS-APPLIED-RATE (SCX).

       WRITE-CONSOLIDATED-STMTS.
      *um documento por cliente consolidado com ao menos uma conta
      *extratada neste ciclo
           IF WS-SECTION-COUNT > ZERO
              PERFORM WRITE-ONE-CONSOLIDATED
                 VARYING CCX FROM 1 BY 1
                 UNTIL CCX > WS-CONS-CUST-COUNT
           END-IF.

       WRITE-ONE-CONSOLIDATED.
           SET WS-CUST-SUB TO CCX.
           MOVE ZERO TO WS-DOC-SECTIONS.
           MOVE ZERO TO WS-DOC-BAL-TOTAL.
           MOVE ZERO TO WS-DOC-NEWBAL-TOTAL.
           MOVE ZERO TO WS-DOC-MIN-TOTAL.
           MOVE ZERO TO WS-DOC-PAST-TOTAL.
           PERFORM SUM-ONE-SECTION
              VARYING SCX FROM 1 BY 1
              UNTIL SCX > WS-SECTION-COUNT.
      *o consolidado segue a preferencia do proprio cliente
           IF WS-DOC-SECTIONS > ZERO
              MOVE 'C'              TO WS-DLV-FIND-TYPE
              MOVE WK-CUST-NO (CCX) TO WS-DLV-FIND-KEY
              PERFORM FIND-DLV-PREF
              PERFORM SET-DELIVERY-ROUTE
              IF NOT ROUTE-ELECTRONIC
                 PERFORM WRITE-CONSOLIDATED-PAGE
                 PERFORM WRITE-CONS-EXTRACT-RECORDS
              END-IF
              IF NOT ROUTE-PAPER
                 PERFORM WRITE-EDLV-CONSOLIDATED
              END-IF
           END-IF.

       SUM-ONE-SECTION.
           IF WKS-CUST-SUB (SCX) = WS-CUST-SUB
              ADD 1 TO WS-DOC-SECTIONS
              ADD WKS-ACCT-BALANCE (SCX) TO WS-DOC-BAL-TOTAL
              ADD WKS-NEW-BALANCE (SCX)  TO WS-DOC-NEWBAL-TOTAL
              ADD WKS-MIN-DUE (SCX)      TO WS-DOC-MIN-TOTAL
              ADD WKS-PAST-DUE (SCX)     TO WS-DOC-PAST-TOTAL
           END-IF.

       WRITE-CONSOLIDATED-PAGE.
      *cabecalho e endereco do cliente (CUSTMST), uma secao por
      *conta, total combinado, avisos e canhoto unico com a lista
      *das contas
           MOVE 'K' TO WS-DOC-MODE.
           MOVE WK-CUST-NO (CCX) TO ST-CONS-CUST-NO.
           MOVE STMT-CONS-TITLE-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE RUN-HEADER-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE STMT-BLANK-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE WK-FIRST-NAME (CCX)  TO ST-FIRST-NAME.
           MOVE WK-LAST-NAME (CCX)   TO ST-LAST-NAME.
           MOVE STMT-NAME-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE WK-STREET-ADDR (CCX) TO ST-STREET-ADDR.
           MOVE STMT-ADDR-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE WK-CITY-COUNTY (CCX) TO ST-CITY-COUNTY.
           MOVE WK-USA-STATE (CCX)   TO ST-USA-STATE.
           MOVE WK-ZIP-CODE (CCX)    TO ST-ZIP-CODE.
           MOVE STMT-CITY-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           PERFORM WRITE-ONE-SECTION
              VARYING SCX FROM 1 BY 1
              UNTIL SCX > WS-SECTION-COUNT.
           MOVE STMT-BLANK-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE WS-DOC-NEWBAL-TOTAL TO ST-COMB-NEWBAL.
           MOVE WS-DOC-MIN-TOTAL    TO ST-COMB-MIN-DUE.
           MOVE STMT-COMBINED-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE WS-DUE-DATE      TO ST-DUE-DATE.
           MOVE WS-DOC-MIN-TOTAL TO ST-MIN-DUE.
           MOVE STMT-MINDUE-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE STMT-BLANK-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           PERFORM WRITE-MESSAGE-SECTION.
           MOVE STMT-STUB-CUT-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           PERFORM WRITE-ONE-STUB-ACCT
              VARYING SCX FROM 1 BY 1
              UNTIL SCX > WS-SECTION-COUNT.
           MOVE WK-CUST-NO (CCX)    TO ST-STUB-CUST-NO.
           MOVE WS-DOC-NEWBAL-TOTAL TO ST-STUB-CUST-AMT.
           MOVE STMT-STUB-CUST-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE WS-DOC-MIN-TOTAL TO ST-STUB-MIN-DUE.
           MOVE WS-DUE-DATE      TO ST-STUB-DUE-DATE.
           MOVE STMT-STUB-MIN-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           MOVE STMT-STUB-CUT-LINE TO STMT-REC.
           PERFORM WRITE-STMT-REC.
           ADD 1 TO WS-STMT-COUNT.
           ADD 1 TO WS-CONS-DOC-COUNT.

       WRITE-ONE-SECTION.
           IF WKS-CUST-SUB (SCX) = WS-CUST-SUB
              MOVE STMT-BLANK-LINE TO STMT-REC
              PERFORM WRITE-STMT-REC
              MOVE WKS-ACCT-NO (SCX) TO ST-SECTION-ACCT-NO
              MOVE STMT-SECTION-LINE TO STMT-REC
              PERFORM WRITE-STMT-REC
              MOVE WKS-ACCT-LIMIT (SCX)   TO ST-ACCT-LIMIT
              MOVE WKS-ACCT-BALANCE (SCX) TO ST-ACCT-BALANCE
              MOVE STMT-AMOUNTS-LINE TO STMT-REC
              PERFORM WRITE-STMT-REC
              MOVE WKS-FIN-CHARGE (SCX)   TO ST-FINANCE-CHARGE
              MOVE WKS-NEW-BALANCE (SCX)  TO ST-NEW-BALANCE
              MOVE WKS-APPLIED-RATE (SCX) TO ST-APPLIED-RATE
              MOVE STMT-CHARGE-LINE TO STMT-REC
              PERFORM WRITE-STMT-REC
              MOVE WKS-MIN-DUE (SCX) TO ST-MIN-DUE
              MOVE WS-DUE-DATE       TO ST-DUE-DATE
              MOVE STMT-MINDUE-LINE TO STMT-REC
              PERFORM WRITE-STMT-REC
              IF WKS-PAST-DUE (SCX) > ZERO
                 MOVE WKS-PAST-DUE (SCX) TO ST-PAST-DUE
                 MOVE STMT-PASTDUE-LINE TO STMT-REC
                 PERFORM WRITE-STMT-REC
              END-IF
           END-IF.

       WRITE-ONE-STUB-ACCT.
           IF WKS-CUST-SUB (SCX) = WS-CUST-SUB
              MOVE WKS-ACCT-NO (SCX)     TO ST-STUB-LIST-ACCT
              MOVE WKS-NEW-BALANCE (SCX) TO ST-STUB-LIST-AMT
              MOVE WKS-MIN-DUE (SCX)     TO ST-STUB-LIST-MIN
              MOVE STMT-STUB-ACCT-LINE TO STMT-REC
              PERFORM WRITE-STMT-REC
           END-IF.

       WRITE-CONS-EXTRACT-RECORDS.
      *layout consolidado para a grafica: 'K', um 'D' por conta da
      *secao e o resumo 'S' do canhoto combinado
           MOVE SPACES              TO EXT-CUST-HEADER-REC.
           MOVE 'K'                 TO XK-REC-TYPE.
           MOVE WK-CUST-NO (CCX)    TO XK-CUST-NO.
           MOVE WK-LAST-NAME (CCX)  TO XK-LAST-NAME.
           MOVE WK-FIRST-NAME (CCX) TO XK-FIRST-NAME.
           MOVE WK-STREET-ADDR (CCX) TO XK-STREET-ADDR.
           MOVE WK-CITY-COUNTY (CCX) TO XK-CITY-COUNTY.
           MOVE WK-USA-STATE (CCX)  TO XK-USA-STATE.
           MOVE WK-ZIP-CODE (CCX)   TO XK-ZIP-CODE.
           MOVE SPACES TO WS-HOUSE-ACCT.
           PERFORM FIND-FIRST-SECTION
              VARYING SCX FROM 1 BY 1
              UNTIL SCX > WS-SECTION-COUNT
                 OR WS-HOUSE-ACCT NOT = SPACES.
           PERFORM FIND-HOUSE-KEY.
           MOVE WS-HOUSE-KEY        TO XK-HOUSE-KEY.
           PERFORM WRITE-EXTRACT-REC.
           PERFORM WRITE-CONS-EXTRACT-DETAIL
              VARYING SCX FROM 1 BY 1
              UNTIL SCX > WS-SECTION-COUNT.
           MOVE SPACES              TO EXT-CUST-SUMMARY-REC.
           MOVE 'S'                 TO XS-REC-TYPE.
           MOVE WK-CUST-NO (CCX)    TO XS-CUST-NO.
           MOVE WS-DOC-SECTIONS     TO XS-ACCT-COUNT.
           MOVE WS-DOC-BAL-TOTAL    TO XS-BALANCE-TOTAL.
           MOVE WS-DOC-NEWBAL-TOTAL TO XS-NEWBAL-TOTAL.
           MOVE WS-DOC-MIN-TOTAL    TO XS-MIN-DUE-TOTAL.
           MOVE WS-DUE-DATE         TO XS-DUE-DATE.
           MOVE WS-DOC-PAST-TOTAL   TO XS-PAST-DUE-TOTAL.
           PERFORM WRITE-EXTRACT-REC.
           ADD WS-DOC-BAL-TOTAL    TO WS-EXT-BAL-TOTAL.
           ADD WS-DOC-NEWBAL-TOTAL TO WS-EXT-NEWBAL-TOTAL.

       WRITE-CONS-EXTRACT-DETAIL.
           IF WKS-CUST-SUB (SCX) = WS-CUST-SUB
              MOVE SPACES                 TO EXT-DETAIL-REC
              MOVE 'D'                    TO XD-REC-TYPE
              MOVE WKS-ACCT-NO (SCX)      TO XD-ACCT-NO
              MOVE WKS-ACCT-LIMIT (SCX)   TO XD-ACCT-LIMIT
              MOVE WKS-ACCT-BALANCE (SCX) TO XD-ACCT-BALANCE
              MOVE WKS-FIN-CHARGE (SCX)   TO XD-FIN-CHARGE
              MOVE WKS-NEW-BALANCE (SCX)  TO XD-NEW-BALANCE
              MOVE WKS-MIN-DUE (SCX)      TO XD-MIN-DUE
              MOVE WS-DUE-DATE            TO XD-DUE-DATE
              MOVE WKS-PAST-DUE (SCX)     TO XD-PAST-DUE
              PERFORM WRITE-EXTRACT-REC
           END-IF.

       FIND-FIRST-SECTION.
      *o documento consolidado vai no envelope do domicilio da
      *primeira conta da secao
           IF WKS-CUST-SUB (SCX) = WS-CUST-SUB
              MOVE WKS-ACCT-NO (SCX) TO WS-HOUSE-ACCT
           END-IF.

       LOAD-HOUSE-KEYS.
      *so interessam os domicilios de mais de uma conta; sem o
      *HHKEY cada extrato leva a propria conta como chave
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
                 IF HK-MATCHED AND HK-HOUSE-SIZE > 1
                    ADD 1 TO WS-HHK-COUNT
                    SET HKX TO WS-HHK-COUNT
                    MOVE HK-ACCT-NO   TO WHK-ACCT-NO (HKX)
                    MOVE HK-HOUSE-KEY TO WHK-HOUSE-KEY (HKX)
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

       FIND-HOUSE-KEY.
           MOVE WS-HOUSE-ACCT TO WS-HOUSE-KEY.
           IF WS-HHK-COUNT > ZERO
              SET HKX TO 1
              SEARCH WS-HHK-ENTRY
                 AT END CONTINUE
                 WHEN HKX > WS-HHK-COUNT
                    CONTINUE
                 WHEN WHK-ACCT-NO (HKX) = WS-HOUSE-ACCT
                    MOVE WHK-HOUSE-KEY (HKX) TO WS-HOUSE-KEY
              END-SEARCH
           END-IF.

       LOAD-DELIVERY-PREFS.
      *preferencias de entrega por conta e por cliente; as de
      *cliente valem para as contas ligadas no CUSTLNK (o primeiro
      *vinculo fica com a conta), abaixo da preferencia da conta
           OPEN INPUT DLV-PREF.
           IF DLVP-FILE-STATUS = '05' OR DLVP-FILE-STATUS = '35'
              MOVE 'Y' TO WS-DLVP-EOF
           ELSE
              IF DLVP-FILE-STATUS NOT = '00'
                 STRING 'OPEN DLV-PREF FAILED, STATUS '
                    DLVP-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-DLVP-REC
              PERFORM UNTIL DLVP-EOF
                 IF (DP-KEY-ACCOUNT OR DP-KEY-CUSTOMER)
                    AND DP-DLV-VALID
                    PERFORM ADD-DLV-PREF
                 END-IF
                 PERFORM READ-DLVP-REC
              END-PERFORM
              CLOSE DLV-PREF
           END-IF.
           IF WS-DLV-CUST-PREFS > ZERO
              PERFORM LOAD-DLV-LINKS
           END-IF.

       READ-DLVP-REC.
           READ DLV-PREF
           AT END MOVE 'Y' TO WS-DLVP-EOF
           END-READ.
           IF DLVP-FILE-STATUS NOT = '00'
              AND DLVP-FILE-STATUS NOT = '10'
              STRING 'READ DLV-PREF FAILED, STATUS '
                 DLVP-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ADD-DLV-PREF.
           IF WS-DLV-COUNT = 3000
              STRING 'DELIVERY PREFERENCE TABLE FULL AT 3000'
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-DLV-COUNT.
           SET DVX TO WS-DLV-COUNT.
           MOVE DP-KEY-TYPE TO WD-KEY-TYPE (DVX).
           MOVE DP-KEY      TO WD-KEY (DVX).
           MOVE DP-KEY-TYPE TO WD-PREF-TYPE (DVX).
           MOVE DP-KEY      TO WD-PREF-KEY (DVX).
           MOVE DP-DELIVERY TO WD-DELIVERY (DVX).
           MOVE DP-EMAIL    TO WD-EMAIL (DVX).
           IF DP-CONSENT-DATE NUMERIC
              MOVE DP-CONSENT-DATE TO WD-CONSENT (DVX)
           ELSE
              MOVE ZERO TO WD-CONSENT (DVX)
           END-IF.
           IF DP-KEY-CUSTOMER
              ADD 1 TO WS-DLV-CUST-PREFS
           END-IF.

       LOAD-DLV-LINKS.
           MOVE 'N' TO WS-LINK-EOF.
           OPEN INPUT CUST-LINK.
           IF LINK-FILE-STATUS = '05' OR LINK-FILE-STATUS = '35'
              MOVE 'Y' TO WS-LINK-EOF
           ELSE
              IF LINK-FILE-STATUS NOT = '00'
                 STRING 'OPEN CUST-LINK FAILED, STATUS '
                    LINK-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-LINK-REC
              PERFORM UNTIL LINK-EOF
                 PERFORM NOTE-DLV-LINK
                 PERFORM READ-LINK-REC
              END-PERFORM
              CLOSE CUST-LINK
           END-IF.

       NOTE-DLV-LINK.
      *conta de cliente com preferencia ganha uma entrada 'L' com
      *a preferencia dele (a chave aplicada continua a do cliente)
           MOVE 'C'        TO WS-DLV-FIND-TYPE.
           MOVE CL-CUST-NO TO WS-DLV-FIND-KEY.
           PERFORM FIND-DLV-PREF.
           IF DLV-FOUND
              SET WS-DLV-SUB TO DVX
              MOVE 'L'        TO WS-DLV-FIND-TYPE
              MOVE CL-ACCT-NO TO WS-DLV-FIND-KEY
              PERFORM FIND-DLV-PREF
              IF NOT DLV-FOUND
                 IF WS-DLV-COUNT = 3000
                    STRING 'DELIVERY PREFERENCE TABLE FULL AT 3000'
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                    PERFORM ABEND-RUN
                 END-IF
                 ADD 1 TO WS-DLV-COUNT
                 SET DVY TO WS-DLV-COUNT
                 SET DVX TO WS-DLV-SUB
                 MOVE 'L'               TO WD-KEY-TYPE (DVY)
                 MOVE CL-ACCT-NO        TO WD-KEY (DVY)
                 MOVE WD-PREF-TYPE (DVX) TO WD-PREF-TYPE (DVY)
                 MOVE WD-PREF-KEY (DVX) TO WD-PREF-KEY (DVY)
                 MOVE WD-DELIVERY (DVX) TO WD-DELIVERY (DVY)
                 MOVE WD-EMAIL (DVX)    TO WD-EMAIL (DVY)
                 MOVE WD-CONSENT (DVX)  TO WD-CONSENT (DVY)
              END-IF
           END-IF.

       FIND-DLV-PREF.
           MOVE 'N' TO WS-DLV-FOUND.
           IF WS-DLV-COUNT > ZERO
              SET DVX TO 1
              SEARCH WS-DLV-ENTRY
                 AT END MOVE 'N' TO WS-DLV-FOUND
                 WHEN DVX > WS-DLV-COUNT
                    MOVE 'N' TO WS-DLV-FOUND
                 WHEN WD-KEY-TYPE (DVX) = WS-DLV-FIND-TYPE
                    AND WD-KEY (DVX) = WS-DLV-FIND-KEY
                    MOVE 'Y' TO WS-DLV-FOUND
              END-SEARCH
           END-IF.

       SET-DELIVERY-ROUTE.
      *eletronico so com consentimento e e-mail; quem pediu o
      *eletronico sem os dois recebe o papel e entra na contagem
           MOVE 'P' TO WS-DLV-ROUTE.
           IF DLV-FOUND
              IF WD-DELIVERY (DVX) = 'E' OR WD-DELIVERY (DVX) = 'B'
                 IF WD-CONSENT (DVX) > ZERO
                    AND WD-EMAIL (DVX) NOT = SPACES
                    MOVE WD-DELIVERY (DVX) TO WS-DLV-ROUTE
                 ELSE
                    ADD 1 TO WS-NO-CONSENT-COUNT
                 END-IF
              END-IF
           END-IF.

       ROUTE-ACCOUNT-STATEMENT.
      *preferencia da conta, senao a do cliente dela, senao papel
           MOVE 'A'     TO WS-DLV-FIND-TYPE.
           MOVE ACCT-NO TO WS-DLV-FIND-KEY.
           PERFORM FIND-DLV-PREF.
           IF NOT DLV-FOUND
              MOVE 'L' TO WS-DLV-FIND-TYPE
              PERFORM FIND-DLV-PREF
           END-IF.
           PERFORM SET-DELIVERY-ROUTE.
           IF NOT ROUTE-ELECTRONIC
              PERFORM WRITE-STATEMENT-PAGE
           END-IF.
           IF NOT ROUTE-PAPER
              PERFORM WRITE-EDLV-STATEMENT
           END-IF.

       WRITE-EDLV-STATEMENT.
      *o mesmo extrato da conta no feed eletronico: header com o
      *e-mail, detalhe com os valores e os avisos que a conta
      *recebe
           MOVE 'A' TO WS-DOC-MODE.
           MOVE SPACES            TO EDLV-HEADER-REC.
           MOVE 'A'               TO EH-DOC-TYPE.
           MOVE ACCT-NO           TO EH-DOC-KEY.
           MOVE LAST-NAME         TO EH-LAST-NAME.
           MOVE FIRST-NAME        TO EH-FIRST-NAME.
           PERFORM WRITE-EDLV-HEADER.
           MOVE SPACES            TO EDLV-DETAIL-REC.
           MOVE 'D'               TO ED-REC-TYPE.
           MOVE ACCT-NO           TO ED-ACCT-NO.
           MOVE ACCT-LIMIT        TO ED-ACCT-LIMIT.
           MOVE ACCT-BALANCE      TO ED-ACCT-BALANCE.
           MOVE WS-FINANCE-CHARGE TO ED-FIN-CHARGE.
           MOVE WS-NEW-BALANCE    TO ED-NEW-BALANCE.
           MOVE WS-MIN-DUE        TO ED-MIN-DUE.
           MOVE WS-DUE-DATE       TO ED-DUE-DATE.
           MOVE WS-PAST-DUE-AMT   TO ED-PAST-DUE.
           PERFORM WRITE-EDLV-REC.
           PERFORM WRITE-EDLV-MESSAGES.
           ADD ACCT-BALANCE   TO WS-EDLV-BAL-TOTAL.
           ADD WS-NEW-BALANCE TO WS-EDLV-NEWBAL-TOTAL.

       WRITE-EDLV-CONSOLIDATED.
      *consolidado no feed: header do cliente, um 'D' por conta da
      *secao e os avisos do documento
           MOVE 'K' TO WS-DOC-MODE.
           MOVE SPACES              TO EDLV-HEADER-REC.
           MOVE 'K'                 TO EH-DOC-TYPE.
           MOVE WK-CUST-NO (CCX)    TO EH-DOC-KEY.
           MOVE WK-LAST-NAME (CCX)  TO EH-LAST-NAME.
           MOVE WK-FIRST-NAME (CCX) TO EH-FIRST-NAME.
           PERFORM WRITE-EDLV-HEADER.
           PERFORM WRITE-EDLV-CONS-DETAIL
              VARYING SCX FROM 1 BY 1
              UNTIL SCX > WS-SECTION-COUNT.
           PERFORM WRITE-EDLV-MESSAGES.
           ADD WS-DOC-BAL-TOTAL    TO WS-EDLV-BAL-TOTAL.
           ADD WS-DOC-NEWBAL-TOTAL TO WS-EDLV-NEWBAL-TOTAL.
           IF ROUTE-ELECTRONIC
              ADD 1 TO WS-CONS-DOC-COUNT
           END-IF.

       WRITE-EDLV-CONS-DETAIL.
           IF WKS-CUST-SUB (SCX) = WS-CUST-SUB
              MOVE SPACES                 TO EDLV-DETAIL-REC
              MOVE 'D'                    TO ED-REC-TYPE
              MOVE WKS-ACCT-NO (SCX)      TO ED-ACCT-NO
              MOVE WKS-ACCT-LIMIT (SCX)   TO ED-ACCT-LIMIT
              MOVE WKS-ACCT-BALANCE (SCX) TO ED-ACCT-BALANCE
              MOVE WKS-FIN-CHARGE (SCX)   TO ED-FIN-CHARGE
              MOVE WKS-NEW-BALANCE (SCX)  TO ED-NEW-BALANCE
              MOVE WKS-MIN-DUE (SCX)      TO ED-MIN-DUE
              MOVE WS-DUE-DATE            TO ED-DUE-DATE
              MOVE WKS-PAST-DUE (SCX)     TO ED-PAST-DUE
              PERFORM WRITE-EDLV-REC
           END-IF.

       WRITE-EDLV-HEADER.
      *nome e chave do documento ja montados pelo chamador; aqui a
      *preferencia aplicada e o e-mail
           MOVE 'E'                TO EH-REC-TYPE.
           MOVE WD-PREF-TYPE (DVX) TO EH-PREF-KEY-TYPE.
           MOVE WD-PREF-KEY (DVX)  TO EH-PREF-KEY.
           MOVE WD-EMAIL (DVX)     TO EH-EMAIL.
           MOVE WS-DLV-ROUTE       TO EH-DELIVERY.
           PERFORM WRITE-EDLV-REC.
           ADD 1 TO WS-EDLV-DOC-COUNT.
           IF ROUTE-ELECTRONIC
              ADD 1 TO WS-EDLV-ONLY-COUNT
           END-IF.

       WRITE-EDLV-MESSAGES.
      *os avisos dirigidos seguem no documento eletronico; a
      *contagem para o regulador so soma aqui quando o documento
      *nao saiu tambem no papel
           IF WS-MSG-COUNT > ZERO
              PERFORM WRITE-EDLV-ONE-MSG
                 VARYING MGX FROM 1 BY 1
                 UNTIL MGX > WS-MSG-COUNT
           END-IF.

       WRITE-EDLV-ONE-MSG.
           PERFORM TEST-MSG-FOR-DOC.
           IF MSG-QUALIFIES
              MOVE SPACES          TO EDLV-MSG-REC
              MOVE 'M'             TO EM-REC-TYPE
              MOVE WM-MSG-ID (MGX) TO EM-MSG-ID
              MOVE WM-TEXT (MGX)   TO EM-TEXT
              PERFORM WRITE-EDLV-REC
              IF WM-LINE-NO (MGX) = 1 AND ROUTE-ELECTRONIC
                 PERFORM COUNT-MESSAGE-HIT
              END-IF
           END-IF.

       WRITE-EDLV-TRAILER.
           MOVE SPACES               TO EDLV-TRAILER-REC.
           MOVE 'T'                  TO ET-REC-TYPE.
           MOVE WS-EDLV-DOC-COUNT    TO ET-DOC-COUNT.
           MOVE WS-EDLV-BAL-TOTAL    TO ET-BALANCE-TOTAL.
           MOVE WS-EDLV-NEWBAL-TOTAL TO ET-NEWBAL-TOTAL.
           PERFORM WRITE-EDLV-REC.

       WRITE-EDLV-REC.
           WRITE EDLV-HEADER-REC.
           IF EDLV-FILE-STATUS NOT = '00'
              STRING 'WRITE EDLV-FEED FAILED, STATUS '
                 EDLV-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-XMIT-MANIFEST.
      *manifesto do feed eletronico, para o controle de
      *transmissoes e a baixa de confirmacao do XmitConf
           MOVE 'EDLVFEED'           TO XMIT-FILE-NAME.
           MOVE WS-CYCLE-DATE        TO XMIT-BUS-DATE.
           MOVE WS-EDLV-DOC-COUNT    TO XMIT-REC-COUNT.
           MOVE WS-EDLV-NEWBAL-TOTAL TO XMIT-AMOUNT-HASH.
           CALL 'XMITLOG' USING XMIT-PARMS.

       WRITE-EXTRACT-RECORDS.
      *mesmo conteudo da pagina impressa, em layout fixo carregavel
      *pela grafica: header com endereco em campos separados, um
           MOVE CITY-COUNTY     TO XH-CITY-COUNTY.
           MOVE USA-STATE       TO XH-USA-STATE.
           MOVE ACCT-ZIP-CODE   TO XH-ZIP-CODE.
           MOVE ACCT-NO         TO WS-HOUSE-ACCT.
           PERFORM FIND-HOUSE-KEY.
           MOVE WS-HOUSE-KEY    TO XH-HOUSE-KEY.
           PERFORM WRITE-EXTRACT-REC.
           IF WS-COH-COUNT > ZERO
              PERFORM WRITE-EXTRACT-COHOLDER
           MOVE ACCT-BALANCE      TO XD-ACCT-BALANCE.
           MOVE WS-FINANCE-CHARGE TO XD-FIN-CHARGE.
           MOVE WS-NEW-BALANCE    TO XD-NEW-BALANCE.
           MOVE WS-MIN-DUE        TO XD-MIN-DUE.
           MOVE WS-DUE-DATE       TO XD-DUE-DATE.
           MOVE WS-PAST-DUE-AMT   TO XD-PAST-DUE.
           PERFORM WRITE-EXTRACT-REC.
           ADD ACCT-BALANCE    TO WS-EXT-BAL-TOTAL.
           ADD WS-NEW-BALANCE  TO WS-EXT-NEWBAL-TOTAL.
           MOVE WS-STMT-COUNT       TO XT-STMT-COUNT.
           MOVE WS-EXT-BAL-TOTAL    TO XT-BALANCE-TOTAL.
           MOVE WS-EXT-NEWBAL-TOTAL TO XT-NEWBAL-TOTAL.
           MOVE WS-CYCLE-FROM       TO XT-CYCLE-FROM.
           MOVE WS-CYCLE-TO         TO XT-CYCLE-TO.
           PERFORM WRITE-EXTRACT-REC.

       WRITE-EXTRACT-REC.
           END-IF.
           COMPUTE WS-NEW-BALANCE = ACCT-BALANCE + WS-FINANCE-CHARGE.

       CALC-MINIMUM-DUE.
      *minimo = percentual do saldo novo com piso, mais o minimo do
      *ciclo anterior que venceu sem pagamento e o excesso sobre o
      *limite, nunca acima do proprio saldo novo; saldo credor ou
      *zerado nao deve nada
           PERFORM FIND-PREV-PMT-DUE.
           MOVE ZERO TO WS-PAST-DUE-AMT.
           MOVE ZERO TO WS-FIRST-MISS-DATE.
           MOVE ZERO TO WS-PREV-MISS-DATE.
           IF PDUE-FOUND
              IF WP-STATUS (PDX) = 'P'
                 COMPUTE WS-PAST-DUE-AMT =
                    WP-MIN-DUE (PDX) - WP-PAID-AMOUNT (PDX)
                 MOVE WP-FIRST-MISS (PDX) TO WS-FIRST-MISS-DATE
                 MOVE WP-MISS-DATE (PDX)  TO WS-PREV-MISS-DATE
              END-IF
           END-IF.
           IF WS-PAST-DUE-AMT < ZERO
              MOVE ZERO TO WS-PAST-DUE-AMT
           END-IF.
           IF WS-NEW-BALANCE NOT > ZERO
              MOVE ZERO TO WS-MIN-DUE
              MOVE ZERO TO WS-PAST-DUE-AMT
           ELSE
              COMPUTE WS-MIN-DUE ROUNDED =
                 WS-NEW-BALANCE * WS-MIN-PERCENT
              IF WS-MIN-DUE < WS-MIN-FLOOR
                 MOVE WS-MIN-FLOOR TO WS-MIN-DUE
              END-IF
              COMPUTE WS-OVERLIMIT-AMT = WS-NEW-BALANCE - ACCT-LIMIT
              IF WS-OVERLIMIT-AMT < ZERO
                 MOVE ZERO TO WS-OVERLIMIT-AMT
              END-IF
              ADD WS-PAST-DUE-AMT  TO WS-MIN-DUE
              ADD WS-OVERLIMIT-AMT TO WS-MIN-DUE
              IF WS-MIN-DUE > WS-NEW-BALANCE
                 MOVE WS-NEW-BALANCE TO WS-MIN-DUE
              END-IF
              IF WS-PAST-DUE-AMT > WS-MIN-DUE
                 MOVE WS-MIN-DUE TO WS-PAST-DUE-AMT
              END-IF
           END-IF.

       FIND-PREV-PMT-DUE.
           MOVE 'N' TO WS-PDUE-FOUND.
           IF WS-PDUE-COUNT > ZERO
              SET PDX TO 1
              SEARCH WS-PDUE-ENTRY
                 AT END MOVE 'N' TO WS-PDUE-FOUND
                 WHEN PDX > WS-PDUE-COUNT
                    MOVE 'N' TO WS-PDUE-FOUND
                 WHEN WP-ACCT-NO (PDX) = ACCT-NO
                    MOVE 'Y' TO WS-PDUE-FOUND
              END-SEARCH
           END-IF.

       WRITE-PMT-DUE-REC.
      *record do ciclo novo: minimo em aberto ate o vencimento; com
      *atrasado trazido a conta continua vencida ('P') - a noite do
      *atraso original e a idade dele seguem, para o DelqNite nao
      *zerar a contagem nem o FeeAsmt cobrar a multa de novo so
      *porque o ciclo virou
           MOVE SPACES             TO PMT-DUE-REC.
           MOVE ACCT-NO            TO PD-ACCT-NO.
           MOVE WS-CYCLE-DATE      TO PD-CYCLE-DATE.
           MOVE WS-DUE-DATE        TO PD-DUE-DATE.
           MOVE WS-MIN-DUE         TO PD-MIN-DUE.
           MOVE WS-PAST-DUE-AMT    TO PD-PAST-DUE-AMT.
           MOVE ZERO               TO PD-PAID-AMOUNT.
           EVALUATE TRUE
              WHEN WS-MIN-DUE = ZERO
                 SET PD-ST-MET TO TRUE
                 MOVE ZERO TO PD-MISS-DATE
                 MOVE ZERO TO PD-FIRST-MISS-DATE
              WHEN WS-PAST-DUE-AMT > ZERO
                 SET PD-ST-PAST-DUE TO TRUE
                 MOVE WS-PREV-MISS-DATE  TO PD-MISS-DATE
                 MOVE WS-FIRST-MISS-DATE TO PD-FIRST-MISS-DATE
              WHEN OTHER
                 SET PD-ST-OPEN TO TRUE
                 MOVE ZERO TO PD-MISS-DATE
                 MOVE ZERO TO PD-FIRST-MISS-DATE
           END-EVALUATE.
           WRITE PMT-DUE-REC.
           IF PDUE-FILE-STATUS NOT = '00'
              STRING 'WRITE PMT-DUE FAILED, STATUS '
                 PDUE-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-PDUE-WRITTEN.

       CARRY-PMT-DUE-REC.
      *o minimo do extrato anterior continua valendo ate o ciclo da
      *conta fechar; o record segue igual, com o que o PmtTrack ja
      *abateu
           PERFORM FIND-PREV-PMT-DUE.
           IF PDUE-FOUND
              MOVE WP-PDUE-IMAGE (PDX) TO PMT-DUE-REC
              WRITE PMT-DUE-REC
              IF PDUE-FILE-STATUS NOT = '00'
                 STRING 'WRITE PMT-DUE FAILED, STATUS '
                    PDUE-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              ADD 1 TO WS-PDUE-CARRIED
           END-IF.

       CLOSE-STOP.
           PERFORM WRITE-MESSAGE-SUMMARY.
           PERFORM WRITE-EXTRACT-TRAILER.
           PERFORM WRITE-EDLV-TRAILER.
           CLOSE ACCT-REC .
           CLOSE STMT-LINE .
           CLOSE STMT-EXTRACT .
           CLOSE PMT-DUE .
           CLOSE EDLV-FEED .
           PERFORM WRITE-XMIT-MANIFEST.
           DISPLAY 'STATEMENTS: ' WS-STMT-COUNT
              '  PAYMENT-DUE RECORDS: ' WS-PDUE-WRITTEN
              '  CONSOLIDATED: ' WS-CONS-DOC-COUNT.
           DISPLAY 'PAYMENT-DUE CARRIED, CYCLE NOT CLOSING: '
              WS-PDUE-CARRIED.
           DISPLAY 'E-DELIVERY: ' WS-EDLV-DOC-COUNT
              '  KEPT OFF PAPER: ' WS-EDLV-ONLY-COUNT
              '  NO CONSENT, PAPER: ' WS-NO-CONSENT-COUNT.
           IF WS-STMT-COUNT = ZERO AND WS-EDLV-DOC-COUNT = ZERO
              SET RC-ZERO-RECORDS TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
