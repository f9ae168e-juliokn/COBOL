      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. NcoaOut.
       AUTHOR. Julio Bittencourt.

      *Arquivo de saida para o fornecedor de NCOA (mudancas de
      *endereco do correio): periodicamente, nome e endereco de
      *cada conta do ACCTREC que ainda recebe correspondencia e de
      *cada cliente do CUSTMST vao no NCOAOUT, com header e trailer
      *de controle e manifesto no XMITLOG. Conta encerrada, baixada
      *ou remetida ao estado fica de fora; conta com a supressao de
      *correspondencia ligada vai junto - e justamente a que o
      *fornecedor pode achar no endereco novo. O retorno do
      *fornecedor e aplicado pelo NcoaIn, que devolve cada mudanca
      *a sua conta pela chave mandada aqui.

      *-----------------------
       ENVIRONMENT DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC  ASSIGN TO ACCTREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS ACCT-FILE-STATUS .
           SELECT CUST-MASTER ASSIGN TO CUSTMST
               FILE STATUS IS CUST-FILE-STATUS .
           SELECT NCOA-FILE ASSIGN TO NCOAOUT
               FILE STATUS IS NCOA-FILE-STATUS .

      *-----------------------
       DATA DIVISION.
      *-----------------------
       FILE SECTION.
       FD ACCT-REC RECORDING MODE F .
      *layout compartilhado no copybook ACCTFLDS
           COPY ACCTFLDS.

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

       FD NCOA-FILE RECORDING MODE F .
      *layout fixo combinado com o fornecedor de NCOA: tipo de
      *record na primeira posicao ('H' header, 'D' nome e endereco,
      *'T' trailer de controle com a contagem); a chave (tipo 'A'
      *conta ou 'C' cliente + numero) volta no arquivo de retorno
       01  NCOA-HEADER-REC.
           05 NH-REC-TYPE       PIC X(1) .
           05 NH-FILE-ID        PIC X(8) .
           05 NH-FILE-DATE      PIC 9(8) .
           05 FILLER            PIC X(133) .

       01  NCOA-DETAIL-REC.
           05 ND-REC-TYPE       PIC X(1) .
           05 ND-KEY-TYPE       PIC X(1) .
           05 ND-KEY            PIC X(8) .
           05 ND-LAST-NAME      PIC X(20) .
           05 ND-FIRST-NAME     PIC X(15) .
           05 ND-STREET-ADDR    PIC X(25) .
           05 ND-CITY-COUNTY    PIC X(20) .
           05 ND-USA-STATE      PIC X(15) .
           05 ND-ZIP-CODE       PIC X(5) .
           05 FILLER            PIC X(40) .

       01  NCOA-TRAILER-REC.
           05 NT-REC-TYPE       PIC X(1) .
           05 NT-DETAIL-COUNT   PIC 9(7) .
           05 FILLER            PIC X(142) .

       WORKING-STORAGE SECTION.
       01  LASTREC              PIC X(1) VALUE 'N'.
       01  ACCT-FILE-STATUS     PIC X(2) VALUE '00'.
       01  CUST-FILE-STATUS     PIC X(2) VALUE '00'.
       01  NCOA-FILE-STATUS     PIC X(2) VALUE '00'.
       01  WS-ABEND-TEXT        PIC X(60) VALUE SPACES.
       01  WS-GEN-EOF           PIC X(1) VALUE 'N'.
           88 GEN-EOF           VALUE 'Y'.
       01  WS-TODAY-DATE        PIC 9(8) VALUE ZERO.

      *contadores de controle da execucao
       01  WS-ACCT-SENT-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-CUST-SENT-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-INACTIVE-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-NO-ADDR-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-DETAIL-COUNT      PIC 9(7) VALUE ZERO.

      *codigo de retorno do job, devolvido ao scheduler via
      *RETURN-CODE; 4 avisa que o arquivo saiu sem nenhum nome
       01  WS-FINAL-RETURN-CODE PIC 9(4) VALUE ZERO.
           88 RC-NORMAL         VALUE 0.
           88 RC-EMPTY          VALUE 4.
           88 RC-IO-ERROR       VALUE 8.

      *área de parâmetros trocada com o subprograma AUDITLOG
           COPY AUDITPRM.

      *área de parâmetros trocada com o subprograma XMITLOG
           COPY XMITPRM.

      *-----------------------
       PROCEDURE DIVISION.
      *-----------------------

       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           PERFORM WRITE-NCOA-HEADER.
           PERFORM SEND-ACCOUNTS.
           PERFORM SEND-CUSTOMERS.
           PERFORM WRITE-NCOA-TRAILER.
           PERFORM CLOSE-STOP.

       OPEN-FILES.
           PERFORM AUDIT-LOG-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           OPEN INPUT ACCT-REC .
           IF ACCT-FILE-STATUS NOT = '00'
              STRING 'OPEN ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           OPEN OUTPUT NCOA-FILE .
           IF NCOA-FILE-STATUS NOT = '00'
              STRING 'OPEN NCOA-FILE FAILED, STATUS '
                 NCOA-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       ABEND-RUN.
      *erro grave de I/O: mostra a mensagem e interrompe a execução
      *com RETURN-CODE diferente de zero, para o scheduler detectar
      *a falha
           DISPLAY 'NCOAOUT ABEND: ' WS-ABEND-TEXT.
           SET RC-IO-ERROR TO TRUE.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       WRITE-NCOA-HEADER.
           MOVE SPACES          TO NCOA-HEADER-REC.
           MOVE 'H'             TO NH-REC-TYPE.
           MOVE 'NCOAOUT '      TO NH-FILE-ID.
           MOVE WS-TODAY-DATE   TO NH-FILE-DATE.
           WRITE NCOA-HEADER-REC.
           IF NCOA-FILE-STATUS NOT = '00'
              STRING 'WRITE NCOA-FILE FAILED, STATUS '
                 NCOA-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       SEND-ACCOUNTS.
           PERFORM READ-RECORD
              PERFORM UNTIL LASTREC = 'Y'
              EVALUATE TRUE
                 WHEN ACCT-ST-CLOSED OR ACCT-ST-CHGOFF
                    OR ACCT-ST-ESCHEAT
                    ADD 1 TO WS-INACTIVE-COUNT
                 WHEN STREET-ADDR = SPACES
                    ADD 1 TO WS-NO-ADDR-COUNT
                 WHEN OTHER
                    PERFORM WRITE-ACCOUNT-DETAIL
              END-EVALUATE
              PERFORM READ-RECORD
              END-PERFORM
           .

       READ-RECORD.
      *passagem sequencial pelo arquivo indexado, na ordem da chave
      *ACCT-NO, igual ao READ-RECORD do FileHandling
           READ ACCT-REC NEXT RECORD
           AT END MOVE 'Y' TO LASTREC
           END-READ.
           IF ACCT-FILE-STATUS NOT = '00'
              AND ACCT-FILE-STATUS NOT = '10'
              STRING 'READ ACCT-REC FAILED, STATUS ' ACCT-FILE-STATUS
                 DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-ACCOUNT-DETAIL.
           MOVE SPACES          TO NCOA-DETAIL-REC.
           MOVE 'D'             TO ND-REC-TYPE.
           MOVE 'A'             TO ND-KEY-TYPE.
           MOVE ACCT-NO         TO ND-KEY.
           MOVE LAST-NAME       TO ND-LAST-NAME.
           MOVE FIRST-NAME      TO ND-FIRST-NAME.
           MOVE STREET-ADDR     TO ND-STREET-ADDR.
           MOVE CITY-COUNTY     TO ND-CITY-COUNTY.
           MOVE USA-STATE       TO ND-USA-STATE.
           MOVE ACCT-ZIP-CODE   TO ND-ZIP-CODE.
           PERFORM WRITE-NCOA-DETAIL.
           ADD 1 TO WS-ACCT-SENT-COUNT.

       SEND-CUSTOMERS.
      *sem o CUSTMST alocado o arquivo sai so com as contas
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
                 IF CM-STREET-ADDR = SPACES
                    ADD 1 TO WS-NO-ADDR-COUNT
                 ELSE
                    PERFORM WRITE-CUSTOMER-DETAIL
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

       WRITE-CUSTOMER-DETAIL.
           MOVE SPACES          TO NCOA-DETAIL-REC.
           MOVE 'D'             TO ND-REC-TYPE.
           MOVE 'C'             TO ND-KEY-TYPE.
           MOVE CM-CUST-NO      TO ND-KEY.
           MOVE CM-LAST-NAME    TO ND-LAST-NAME.
           MOVE CM-FIRST-NAME   TO ND-FIRST-NAME.
           MOVE CM-STREET-ADDR  TO ND-STREET-ADDR.
           MOVE CM-CITY-COUNTY  TO ND-CITY-COUNTY.
           MOVE CM-USA-STATE    TO ND-USA-STATE.
           MOVE CM-ZIP-CODE     TO ND-ZIP-CODE.
           PERFORM WRITE-NCOA-DETAIL.
           ADD 1 TO WS-CUST-SENT-COUNT.

       WRITE-NCOA-DETAIL.
           WRITE NCOA-DETAIL-REC.
           IF NCOA-FILE-STATUS NOT = '00'
              STRING 'WRITE NCOA-FILE FAILED, STATUS '
                 NCOA-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.
           ADD 1 TO WS-DETAIL-COUNT.

       WRITE-NCOA-TRAILER.
      *trailer de controle: a contagem precisa bater com os
      *detalhes para o fornecedor aceitar a transmissao
           MOVE SPACES           TO NCOA-TRAILER-REC.
           MOVE 'T'              TO NT-REC-TYPE.
           MOVE WS-DETAIL-COUNT  TO NT-DETAIL-COUNT.
           WRITE NCOA-TRAILER-REC.
           IF NCOA-FILE-STATUS NOT = '00'
              STRING 'WRITE NCOA-FILE FAILED, STATUS '
                 NCOA-FILE-STATUS DELIMITED BY SIZE INTO WS-ABEND-TEXT
              PERFORM ABEND-RUN
           END-IF.

       WRITE-XMIT-MANIFEST.
      *manifesto do arquivo transmitido, para o controle de
      *transmissoes e a baixa de confirmacao do XmitConf; nomes e
      *enderecos nao tem valor a somar, o hash vai zerado
           MOVE 'NCOAOUT '        TO XMIT-FILE-NAME.
           MOVE WS-TODAY-DATE     TO XMIT-BUS-DATE.
           MOVE WS-DETAIL-COUNT   TO XMIT-REC-COUNT.
           MOVE ZERO              TO XMIT-AMOUNT-HASH.
           CALL 'XMITLOG' USING XMIT-PARMS.

       CLOSE-STOP.
           CLOSE ACCT-REC .
           CLOSE NCOA-FILE .
           PERFORM WRITE-XMIT-MANIFEST.
           DISPLAY 'NCOA ACCOUNTS: ' WS-ACCT-SENT-COUNT
              '  CUSTOMERS: ' WS-CUST-SENT-COUNT
              '  INACTIVE: ' WS-INACTIVE-COUNT
              '  NO ADDRESS: ' WS-NO-ADDR-COUNT.
           IF WS-DETAIL-COUNT = ZERO
              SET RC-EMPTY TO TRUE
           ELSE
              SET RC-NORMAL TO TRUE
           END-IF.
           PERFORM AUDIT-LOG-END.
           MOVE WS-FINAL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       AUDIT-LOG-START.
      *registra na trilha de auditoria o inicio desta execucao
           MOVE 'NCOAOUT '     TO AUDIT-PGM-NAME.
           MOVE 'START'        TO AUDIT-EVENT.
           MOVE ZERO           TO AUDIT-REC-COUNT.
           MOVE ZERO           TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.

       AUDIT-LOG-END.
      *registra o fim da execucao com a contagem de nomes enviados
      *e o RETURN-CODE que o job esta devolvendo ao scheduler
           MOVE 'NCOAOUT '           TO AUDIT-PGM-NAME.
           MOVE 'END  '              TO AUDIT-EVENT.
           MOVE WS-DETAIL-COUNT      TO AUDIT-REC-COUNT.
           MOVE WS-FINAL-RETURN-CODE TO AUDIT-RETURN-CODE.
           CALL 'AUDITLOG' USING AUDIT-PARMS.
