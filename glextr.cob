      *POSTJRNL, PAYJRNL, tarifas e a linha de batimento do
      *lockbox. Este passo soma cada diario por tipo de movimento
      *(DB debito, CR credito, REV estorno, PAY pagamento, FEE
      *tarifa, XFR transferencia entre contas), busca na tabela de
      *mapeamento GLMAP a conta contabil de debito e de credito de
      *cada tipo, e grava o arquivo GLJRNL com um par balanceado
      *de lancamentos por tipo mais o trailer de lote. Lancamento
      *gerado que nao fecha em zero termina o passo com RETURN-CODE
      *12 distinto; tipo com movimento e sem mapeamento no GLMAP sai
      *avisado com RC 4. Na noite de fechamento entra tambem o
      *lancamento da provisao para perdas gravado pelo LossRsv no
      *RSVJRNL (RSVB constituicao, RSVR reversao), so quando a data
      *do record e a data do run.
      *Estorno de tarifa e credito de cortesia aprovados no
      *WaivEnt/WaivApr chegam no POSTJRNL como credito marcado 'W' e
      *somam no tipo proprio WAIV (despesa de isencao de tarifa), fora
      *do volume de creditos e pagamentos.
      *Ajuste de juros do valor retroativo, gravado pelo AcctPost no
      *POSTJRNL com o flag 'I', soma nos tipos INTD (juro cobrado a
      *menos, debito) e INTC (juro cobrado a mais, credito), contra
      *a receita de juros e nao no volume de debitos e creditos.

      *-----------------------
       ENVIRONMENT DIVISION.
               FILE STATUS IS YJRN-FILE-STATUS .
           SELECT FEE-JOURNAL ASSIGN TO FEEJRNL
               FILE STATUS IS FJRN-FILE-STATUS .
           SELECT RSV-JOURNAL ASSIGN TO RSVJRNL
               FILE STATUS IS RJRN-FILE-STATUS .
           SELECT GL-MAP ASSIGN TO GLMAP
               FILE STATUS IS GMAP-FILE-STATUS .
           SELECT GL-JOURNAL ASSIGN TO GLJRNL
           05 JR-REF-SEQ        PIC 9(7) .
           05 FILLER            PIC X(2) .
           05 JR-REV-FLAG       PIC X(1) .
      *moeda, valor original e taxa do movimento convertido
           05 FILLER            PIC X(40) .

       FD PAY-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo POST-PAYMENT do LockBox
           05 FILLER            PIC X(2) .
           05 FJ-ASSESS-DATE    PIC 9(8) .

       FD RSV-JOURNAL RECORDING MODE F .
      *mesmo layout gravado pelo WRITE-RESERVE-ENTRY do LossRsv
       01  RSV-JOURNAL-REC.
           05 RJ-BUSINESS-DATE  PIC 9(8) .
           05 RJ-TXN-TYPE       PIC X(4) .
           05 RJ-AMOUNT         PIC S9(11)V99 .
           05 FILLER            PIC X(15) .

       FD GL-MAP RECORDING MODE F .
      *tabela de mapeamento: tipo de movimento para o par de contas
      *contabeis (debito e credito); as linhas de tipo C... sao as
      *contas de controle lidas pelo GlRecon e nao tem movimento aqui
       01  GL-MAP-REC.
           05 GM-TXN-TYPE       PIC X(4) .
           05 GM-DEBIT-ACCT     PIC 9(8) .
       01  PJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  YJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  FJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  RJRN-FILE-STATUS     PIC X(2) VALUE '00'.
       01  GMAP-FILE-STATUS     PIC X(2) VALUE '00'.
       01  GLJR-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.

      *tabela de mapeamento carregada do GLMAP; o arquivo tambem
      *traz as linhas da folha (PGRS, PTAX, PNET, PDED e uma por
      *codigo de desconto), por isso a tabela comporta 60 linhas
       01  WS-MAP-TABLE.
           05 WS-MAP-COUNT      PIC 9(2) VALUE ZERO.
           05 WS-MAP-ENTRY OCCURS 60 TIMES
                 INDEXED BY GMX.
              10 WM-TXN-TYPE    PIC X(4).
              10 WM-DEBIT-ACCT  PIC 9(8).
           05 WS-REV-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-PAY-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-FEE-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-XFR-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-WAIV-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-INTD-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-INTC-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-RSVB-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-RSVR-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-WORK-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-WORK-TYPE         PIC X(4) VALUE SPACES.

           PERFORM SUM-POST-JOURNAL.
           PERFORM SUM-PAY-JOURNAL.
           PERFORM SUM-FEE-JOURNAL.
           PERFORM SUM-RSV-JOURNAL.
           PERFORM WRITE-GL-ENTRIES.
           PERFORM WRITE-GL-TRAILER.
           PERFORM CLOSE-STOP.
              PERFORM ABEND-RUN
           END-IF.
           PERFORM READ-MAP-REC
              PERFORM UNTIL GEN-EOF OR WS-MAP-COUNT = 60
              ADD 1 TO WS-MAP-COUNT
              SET GMX TO WS-MAP-COUNT
              MOVE GM-TXN-TYPE    TO WM-TXN-TYPE (GMX)
       SUM-POST-JOURNAL.
      *soma o diario de postagem por tipo; a copia re-gravada do
      *original estornado (flag 'R' sem REF) fica de fora para nao
      *contar o movimento em dobro. A transferencia (flag 'T') e
      *tipo proprio, somada uma vez pela perna de debito, e nao
      *entra no volume de debitos e creditos
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT POST-JOURNAL.
           IF PJRN-FILE-STATUS = '05' OR PJRN-FILE-STATUS = '35'
                       ADD WS-WORK-AMOUNT TO WS-REV-TOTAL
                    WHEN JR-REV-FLAG = 'R'
                       CONTINUE
                    WHEN JR-REV-FLAG = 'T' AND JR-DC-CODE = 'D'
                       ADD WS-WORK-AMOUNT TO WS-XFR-TOTAL
                    WHEN JR-REV-FLAG = 'T'
                       CONTINUE
                    WHEN JR-REV-FLAG = 'W'
                       ADD WS-WORK-AMOUNT TO WS-WAIV-TOTAL
                    WHEN JR-REV-FLAG = 'I' AND JR-DC-CODE = 'D'
                       ADD WS-WORK-AMOUNT TO WS-INTD-TOTAL
                    WHEN JR-REV-FLAG = 'I'
                       ADD WS-WORK-AMOUNT TO WS-INTC-TOTAL
                    WHEN JR-DC-CODE = 'D'
                       ADD WS-WORK-AMOUNT TO WS-DB-TOTAL
                    WHEN JR-DC-CODE = 'C'
              PERFORM ABEND-RUN
           END-IF.

       SUM-RSV-JOURNAL.
      *lancamento da provisao do fechamento; record de outra data
      *(dataset de um fechamento anterior ainda alocado) fica de
      *fora para a provisao nao ser lancada duas vezes
           MOVE 'N' TO WS-GEN-EOF.
           OPEN INPUT RSV-JOURNAL.
           IF RJRN-FILE-STATUS = '05' OR RJRN-FILE-STATUS = '35'
              MOVE 'Y' TO WS-GEN-EOF
           ELSE
              IF RJRN-FILE-STATUS NOT = '00'
                 STRING 'OPEN RSV-JOURNAL FAILED, STATUS '
                    RJRN-FILE-STATUS DELIMITED BY SIZE
                    INTO WS-ABEND-TEXT
                 PERFORM ABEND-RUN
              END-IF
              PERFORM READ-RSV-REC
              PERFORM UNTIL GEN-EOF
                 IF RJ-BUSINESS-DATE = WS-TODAY-DATE
                    EVALUATE RJ-TXN-TYPE
                       WHEN 'RSVB'
                          ADD RJ-AMOUNT TO WS-RSVB-TOTAL
                       WHEN 'RSVR'
                          ADD RJ-AMOUNT TO WS-RSVR-TOTAL
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
                 PERFORM READ-RSV-REC
              END-PERFORM
              CLOSE RSV-JOURNAL
           END-IF.

       READ-RSV-REC.
           READ RSV-JOURNAL
           AT END MOVE 'Y' TO WS-GEN-EOF
           END-READ.
           IF RJRN-FILE-STATUS NOT = '00'
              AND RJRN-FILE-STATUS NOT = '10'
              STRING 'READ RSV-JOURNAL FAILED, STATUS '
                 RJRN-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-GL-ENTRIES.
      *um par balanceado por tipo com movimento na noite
           MOVE 'DB  ' TO WS-WORK-TYPE.
           MOVE 'FEE ' TO WS-WORK-TYPE.
           MOVE WS-FEE-TOTAL TO WS-WORK-AMOUNT.
           PERFORM WRITE-ONE-PAIR.
           MOVE 'XFR ' TO WS-WORK-TYPE.
           MOVE WS-XFR-TOTAL TO WS-WORK-AMOUNT.
           PERFORM WRITE-ONE-PAIR.
           MOVE 'WAIV' TO WS-WORK-TYPE.
           MOVE WS-WAIV-TOTAL TO WS-WORK-AMOUNT.
           PERFORM WRITE-ONE-PAIR.
           MOVE 'INTD' TO WS-WORK-TYPE.
           MOVE WS-INTD-TOTAL TO WS-WORK-AMOUNT.
           PERFORM WRITE-ONE-PAIR.
           MOVE 'INTC' TO WS-WORK-TYPE.
           MOVE WS-INTC-TOTAL TO WS-WORK-AMOUNT.
           PERFORM WRITE-ONE-PAIR.
           MOVE 'RSVB' TO WS-WORK-TYPE.
           MOVE WS-RSVB-TOTAL TO WS-WORK-AMOUNT.
           PERFORM WRITE-ONE-PAIR.
           MOVE 'RSVR' TO WS-WORK-TYPE.
           MOVE WS-RSVR-TOTAL TO WS-WORK-AMOUNT.
           PERFORM WRITE-ONE-PAIR.

       WRITE-ONE-PAIR.
           IF WS-WORK-AMOUNT NOT = ZERO
