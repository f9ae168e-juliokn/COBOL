           88 HIST-EOF          VALUE 'Y'.

       01  WS-INQ-ACCT-NO       PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
      *intervalo opcional: em branco, lista o historico inteiro da
      *conta dentro da retencao
       01  WS-FROM-DATE-X       PIC X(8) VALUE SPACES.
              10 WH-TXN-TYPE    PIC X(1).
              10 WH-AMOUNT      PIC S9(7)V99.
              10 WH-NEW-BALANCE PIC S9(7)V99.
              10 WH-REF-SEQ     PIC 9(7).
              10 WH-XFER-FLAG   PIC X(1).
              10 WH-ORIG-CURRENCY PIC X(3).
              10 WH-ORIG-AMOUNT PIC S9(7)V99.
              10 WH-FX-RATE     PIC 9(5)V9(6).
       01  WS-LIST-SUB          PIC 9(4) VALUE ZERO.

       01  WS-AMOUNT-ED         PIC $$,$$$,$$9.99- VALUE ZEROS.
       01  WS-BALANCE-ED        PIC $$,$$$,$$9.99- VALUE ZEROS.
       01  WS-TYPE-DESC         PIC X(9) VALUE SPACES.
       01  WS-ORIG-AMOUNT-ED    PIC ZZ,ZZZ,ZZ9.99- VALUE ZEROS.
       01  WS-FX-RATE-ED        PIC ZZZZ9.999999 VALUE ZEROS.

      *área de parâmetros trocada com o subprograma INQLOG
       COPY INQLPRM.

       PROCEDURE DIVISION.

       MAIN-PROCESS.
      *o operador se identifica uma vez na entrada; cada conta
      *consultada na sessao vai para a trilha de consultas com o ID
      *dele
           DISPLAY 'OPERADOR: '.
           ACCEPT WS-OPERATOR-ID FROM CONSOLE.
           PERFORM PEGA-CONTA.
           PERFORM CONSULTA-HISTORICO
              UNTIL WS-INQ-ACCT-NO = SPACES.
           END-IF.

       CONSULTA-HISTORICO.
           PERFORM REGISTRA-CONSULTA.
           PERFORM CARREGA-HISTORICO.
           IF WS-HIST-COUNT > ZERO
              DISPLAY '====================================='
           END-IF.
           PERFORM PEGA-CONTA.

       REGISTRA-CONSULTA.
           MOVE WS-OPERATOR-ID TO INQ-OPERATOR-ID.
           MOVE 'TXNVIEW '     TO INQ-PGM-NAME.
           MOVE 'A'            TO INQ-KEY-TYPE.
           MOVE WS-INQ-ACCT-NO TO INQ-KEY.
           MOVE WS-INQ-ACCT-NO TO INQ-ACCT-NO.
           CALL 'INQLOG' USING INQ-LOG-PARMS.

       CARREGA-HISTORICO.
      *o TXNHIST e apensado por conta + data + sequencia na ordem
      *dos ciclos; carregar na ordem do dataset e listar de tras
                    MOVE TH-TXN-TYPE    TO WH-TXN-TYPE (HTX)
                    MOVE TH-AMOUNT      TO WH-AMOUNT (HTX)
                    MOVE TH-NEW-BALANCE TO WH-NEW-BALANCE (HTX)
                    MOVE TH-REF-SEQ     TO WH-REF-SEQ (HTX)
                    MOVE TH-XFER-FLAG   TO WH-XFER-FLAG (HTX)
                    MOVE TH-ORIG-CURRENCY TO WH-ORIG-CURRENCY (HTX)
                    MOVE TH-ORIG-AMOUNT TO WH-ORIG-AMOUNT (HTX)
                    MOVE TH-FX-RATE     TO WH-FX-RATE (HTX)
                 END-IF
                 PERFORM LE-HIST-REC
              END-PERFORM

       MOSTRA-UM-LANCAMENTO.
           SET HTX TO WS-LIST-SUB.
      *perna de transferencia mostra a referencia comum, para o
      *atendimento achar a outra perna na outra conta
           EVALUATE WH-TXN-TYPE (HTX)
              WHEN 'D' MOVE 'DEBITO  ' TO WS-TYPE-DESC
              WHEN 'C' MOVE 'CREDITO ' TO WS-TYPE-DESC
           END-EVALUATE.
           MOVE WH-AMOUNT (HTX)      TO WS-AMOUNT-ED.
           MOVE WH-NEW-BALANCE (HTX) TO WS-BALANCE-ED.
           IF WH-XFER-FLAG (HTX) = 'T'
              DISPLAY '  ' WH-TXN-DATE (HTX) ' ' WH-SEQ (HTX)
                 ' ' WS-TYPE-DESC ' ' WS-AMOUNT-ED
                 ' SALDO ' WS-BALANCE-ED
                 ' TRANSF REF ' WH-REF-SEQ (HTX)
           ELSE
              DISPLAY '  ' WH-TXN-DATE (HTX) ' ' WH-SEQ (HTX)
                 ' ' WS-TYPE-DESC ' ' WS-AMOUNT-ED
                 ' SALDO ' WS-BALANCE-ED
           END-IF.
      *movimento convertido: linha de baixo com o valor na moeda
      *original e a taxa aplicada
           IF WH-ORIG-CURRENCY (HTX) NOT = SPACES
              MOVE WH-ORIG-AMOUNT (HTX) TO WS-ORIG-AMOUNT-ED
              MOVE WH-FX-RATE (HTX)     TO WS-FX-RATE-ED
              DISPLAY '           ORIGINAL ' WH-ORIG-CURRENCY (HTX)
                 ' ' WS-ORIG-AMOUNT-ED ' TAXA ' WS-FX-RATE-ED
           END-IF.

       ABEND-TXNVIEW.
      *erro grave de I/O: mostra a mensagem e volta ao MainMenu em
